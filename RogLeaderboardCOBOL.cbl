      ******************************************************************
      * Author: Roger Williams
      * Date:   15/10/2026
      * Purpose:Weekly and monthly leaderboards for
      *         ROGsTextAdventureCOBOL
      *
      *the hall of fame is all-time only - the keyed ledger just adds
      *up totals, so a newer player never reaches its top five. every
      *day though the end-of-day sweep writes ARCHIVE_YYYYMMDD_COBOL
      *.TXT with a one-line summary of each session (stamp, player,
      *moves, score, release, outcome). this job reads the archives
      *for a date range and ranks the players per calendar month and
      *per week (Monday to Sunday) on three boards:
      *
      *  - best score - the highest single-session score
      *  - fewest moves to win - the lowest move count of a session
      *    that was WON (archives from before outcomes were recorded
      *    cannot say, so they count for the other two boards only)
      *  - most sessions played
      *
      *the standings go to the console AND LEADERBOARD_COBOL.TXT for
      *printing, and one line per placing goes to the comma-separated
      *LEADERBOARD_COBOL.CSV for the club noticeboard and website:
      *
      *  period,start,board,rank,player,value
      *
      *where period is MONTH or WEEK, start is YYYYMM for a month and
      *the Monday's YYYYMMDD for a week, and board is SCORE, MOVES or
      *SESSIONS
      *
      *set ROGADVENTUREFROM and ROGADVENTURETO to YYYYMMDD dates to
      *choose the days ranked; TO defaults to today and FROM to the
      *first of TO's month. a session counts in the week and month of
      *the date it was played, taken from its stamp. a sweep run after
      *midnight files a day's sessions in the next day's archive, so
      *the archives FROM to the day after TO are read and any session
      *played outside FROM to TO is left out. a session met
      *twice (same stamp and player, e.g. a sweep rerun on the same
      *day) is counted once
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROGsLeaderboardCOBOL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      *define data files and access - ASSIGN TO DYNAMIC for the same
      *reason as the game, the names are built at runtime
       FILE-CONTROL.
      *    the dated archive being read - one at a time, re-opened
      *    per day of the range
           SELECT FILE-ARCHIVE ASSIGN TO DYNAMIC
             STR-ARCHIVENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-ARCHIVEFILESTATUS.

           SELECT FILE-BOARDREPORT ASSIGN TO DYNAMIC
             STR-BOARDREPORTNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-BOARDREPORTFILESTATUS.

           SELECT FILE-BOARDCSV ASSIGN TO DYNAMIC
             STR-BOARDCSVNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-BOARDCSVFILESTATUS.

       DATA DIVISION.
       FILE SECTION.
      *define one archive line - same width ROGsSessionSweepCOBOL
      *writes its archive with
       FD FILE-ARCHIVE.
           01 REC-ARCHIVE PIC X(120).
      *    the archive's one-line-per-session summary - this layout
      *    MUST stay in step with 0200-SUMMARISEONESESSION in
      *    ROGsSessionSweepCOBOL
           01 REC-ARCHIVESUMMARY.
              05 STR-ARCHSTAMP.
                 07 STR-ARCHSTAMPDATE PIC X(8).
                 07 FILLER PIC X(7).
              05 FILLER PIC X(2).
              05 STR-ARCHPLAYER PIC X(20).
              05 FILLER PIC X(2).
              05 STR-ARCHMOVES PIC X(3).
              05 FILLER PIC X(4).
              05 STR-ARCHSCORE PIC X(5).
              05 FILLER PIC X(2).
              05 STR-ARCHRELEASE PIC X(10).
              05 FILLER PIC X.
              05 STR-ARCHOUTCOME PIC X(4).
              05 FILLER PIC X(52).

      *define one printable report line
       FD FILE-BOARDREPORT.
           01 REC-BOARDREPORT PIC X(80).

      *define one comma-separated extract line
       FD FILE-BOARDCSV.
           01 REC-BOARDCSV PIC X(80).

       WORKING-STORAGE SECTION.
      *    define file location vars - same convention as the game
           01 STR-PROJECTPATH PIC X(200) VALUE SPACES.
           77 STR-ARCHIVENAME PIC X(200) VALUE SPACES.
           77 STR-ARCHIVEFILESTATUS PIC XX VALUE SPACES.
           77 STR-BOARDREPORTNAME PIC X(200)
             VALUE "LEADERBOARD_COBOL.TXT".
           77 STR-BOARDREPORTFILESTATUS PIC XX VALUE SPACES.
           77 STR-BOARDCSVNAME PIC X(200)
             VALUE "LEADERBOARD_COBOL.CSV".
           77 STR-BOARDCSVFILESTATUS PIC XX VALUE SPACES.
      *    scratch vars used by 0503-BUILDFULLPATH
           77 STR-BAREFILENAME PIC X(60) VALUE SPACES.
           77 STR-FULLFILENAME PIC X(200) VALUE SPACES.

      *    the archive date range - both YYYYMMDD
           77 STR-FROMDATE PIC X(8) VALUE SPACES.
           77 STR-TODATE PIC X(8) VALUE SPACES.
      *    the range as day numbers, and the day being read
           77 INT-FROMDAY PIC 9(7) VALUE ZEROS.
           77 INT-TODAY PIC 9(7) VALUE ZEROS.
           77 INT-ARCHIVEDAY PIC 9(7) VALUE ZEROS.
           77 INT-ARCHIVEDATE PIC 9(8) VALUE ZEROS.
           77 INT-NUMARCHIVES PIC 999 VALUE ZEROS.
      *    "Y" while the archive lines being read are its session
      *    summary rather than a copied transcript or report
           77 BLN-INSUMMARY PIC X VALUE "N".

      *    the session being counted
           77 INT-SESSIONDATE PIC 9(8) VALUE ZEROS.
           77 INT-SESSIONDAY PIC 9(7) VALUE ZEROS.
           77 INT-SESSIONMOVES PIC 999 VALUE ZEROS.
           77 INT-SESSIONSCORE PIC 9(5) VALUE ZEROS.
           77 BLN-SESSIONWON PIC X VALUE "N".
           77 STR-SESSIONPLAYER PIC X(20) VALUE SPACES.
           77 INT-NUMSESSIONS PIC 9(5) VALUE ZEROS.
      *    every stamp and player counted so far - the same pair
      *    met again is the same session archived twice
           01 REC-SEEN-INTERNAL.
            03 REC-SEEN OCCURS 5000 TIMES.
              05 STR-SEENSTAMP PIC X(15) VALUE SPACES.
              05 STR-SEENPLAYER PIC X(20) VALUE SPACES.
           77 INT-NUMSEEN PIC 9(4) VALUE ZEROS.
           77 INT-SEENIDX PIC 9(4) VALUE ZEROS.
           77 BLN-DUPLICATE PIC X VALUE "N".
           77 INT-NUMDUPLICATES PIC 9(5) VALUE ZEROS.
      *    "Y" once the too-many-sessions warning has been shown
           77 BLN-SEENWARNED PIC X VALUE "N".
      *    work vars for the Monday a week starts on
           77 INT-WEEKDAYNUM PIC 9 VALUE ZERO.
           77 INT-WEEKCOUNT PIC 9(7) VALUE ZEROS.
           77 INT-WEEKSTART PIC 9(8) VALUE ZEROS.

      *    the periods seen, in the order first met - the archives
      *    are read oldest first, so that is date order
           01 REC-PERIOD-INTERNAL.
            03 REC-PERIOD OCCURS 80 TIMES.
      *       MONTH or WEEK
              05 STR-PERIODTYPE PIC X(5) VALUE SPACES.
      *       YYYYMM for a month, the Monday's YYYYMMDD for a week
              05 STR-PERIODSTART PIC X(8) VALUE SPACES.
              05 INT-PERIODSESSIONS PIC 9(5) VALUE ZEROS.
              05 INT-PERIODPLAYERS PIC 999 VALUE ZEROS.
           77 INT-NUMPERIODS PIC 99 VALUE ZEROS.
           77 INT-PERIODIDX PIC 99 VALUE ZEROS.
           77 STR-WANTTYPE PIC X(5) VALUE SPACES.
           77 STR-WANTSTART PIC X(8) VALUE SPACES.
      *    "Y" once the too-many-periods warning has been shown
           77 BLN-PERIODSWARNED PIC X VALUE "N".

      *    one line per player per period
           01 REC-STANDING-INTERNAL.
            03 REC-STANDING OCCURS 2000 TIMES.
              05 INT-STANDPERIOD PIC 99 VALUE ZEROS.
              05 STR-STANDPLAYER PIC X(20) VALUE SPACES.
              05 INT-STANDSESSIONS PIC 9(5) VALUE ZEROS.
              05 INT-STANDBESTSCORE PIC 9(5) VALUE ZEROS.
      *       fewest moves of a won session, zero = never won
              05 INT-STANDWINMOVES PIC 999 VALUE ZEROS.
      *       "Y" once placed on the board being drawn up
              05 BLN-STANDSHOWN PIC X VALUE "N".
           77 INT-NUMSTANDINGS PIC 9(4) VALUE ZEROS.
           77 INT-STANDIDX PIC 9(4) VALUE ZEROS.
      *    "Y" once the too-many-standings warning has been shown
           77 BLN-STANDINGSWARNED PIC X VALUE "N".

      *    how many places each board shows, like the hall of fame
           77 INT-BOARDSIZE PIC 99 VALUE 5.
      *    the board being drawn up - SCORE, MOVES or SESSIONS
           77 STR-BOARD PIC X(8) VALUE SPACES.
           77 INT-BOARDRANK PIC 99 VALUE ZEROS.
           77 INT-BOARDBEST PIC 9(4) VALUE ZEROS.
           77 INT-BOARDVALUE PIC 9(5) VALUE ZEROS.
           77 INT-BOARDBESTVALUE PIC 9(5) VALUE ZEROS.
           77 BLN-BOARDDONE PIC X VALUE "N".
      *    the value printed without its leading zeros in the extract
           77 STR-CSVVALUE PIC Z(4)9.
           77 STR-CSVRANK PIC Z9.

      *    report line being built
           77 STR-REPORTLINE PIC X(80) VALUE SPACES.
           77 STR-CSVLINE PIC X(80) VALUE SPACES.
      *    "Y" while the report file opened ok and can be written
           77 BLN-REPORTOPEN PIC X VALUE "N".
           77 BLN-CSVOPEN PIC X VALUE "N".

      *    general purpose loop counters - INT-NUM2 steps through
      *    the standings table
           77 INT-NUM1 PIC 999 VALUE ZEROS.
           77 INT-NUM2 PIC 9(4) VALUE ZEROS.
      *    where the next part of the line being built goes
           77 INT-LINEPOS PIC 99 VALUE ZEROS.

      *    handle EOF for the archive being read
           77 ENDOFARCHIVE PIC 9(01) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    work out where the data files live before opening any of
      *    them
           PERFORM 0012-SETFILEPATHS.

           MOVE "LEADERBOARD_COBOL.TXT" TO STR-BAREFILENAME.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-BOARDREPORTNAME.
           MOVE "LEADERBOARD_COBOL.CSV" TO STR-BAREFILENAME.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-BOARDCSVNAME.

           OPEN OUTPUT FILE-BOARDREPORT.
           IF STR-BOARDREPORTFILESTATUS EQUAL TO "00" THEN
              MOVE "Y" TO BLN-REPORTOPEN
           ELSE
              DISPLAY "WARNING: could not open the leaderboard "
                      "report file, output goes to the console only"
           END-IF.

           OPEN OUTPUT FILE-BOARDCSV.
           IF STR-BOARDCSVFILESTATUS EQUAL TO "00" THEN
              MOVE "Y" TO BLN-CSVOPEN
              MOVE "period,start,board,rank,player,value"
                 TO REC-BOARDCSV
              WRITE REC-BOARDCSV
           ELSE
              DISPLAY "WARNING: could not open the leaderboard "
                      "extract file, no extract written"
              MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE "ROGs Text Adventure - Leaderboards" TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.

      *    the range to read - TO is today unless given, FROM the
      *    first of TO's month unless given
           IF STR-TODATE EQUAL TO SPACES THEN
              ACCEPT STR-TODATE FROM DATE YYYYMMDD
           END-IF.
           IF STR-FROMDATE EQUAL TO SPACES THEN
              MOVE STR-TODATE TO STR-FROMDATE
              MOVE "01" TO STR-FROMDATE(7:2)
           END-IF.

           MOVE ZERO TO INT-FROMDAY.
           MOVE ZERO TO INT-TODAY.
           IF STR-FROMDATE IS NUMERIC THEN
              COMPUTE INT-FROMDAY =
                      FUNCTION INTEGER-OF-DATE(
                      FUNCTION NUMVAL(STR-FROMDATE))
           END-IF.
           IF STR-TODATE IS NUMERIC THEN
              COMPUTE INT-TODAY =
                      FUNCTION INTEGER-OF-DATE(
                      FUNCTION NUMVAL(STR-TODATE))
           END-IF.

           IF INT-FROMDAY EQUAL TO ZERO OR INT-TODAY EQUAL TO ZERO
              OR INT-FROMDAY GREATER THAN INT-TODAY THEN
              MOVE SPACES TO STR-REPORTLINE
              STRING "ERROR: archives " DELIMITED BY SIZE
                     STR-FROMDATE DELIMITED BY SIZE
                     " to " DELIMITED BY SIZE
                     STR-TODATE DELIMITED BY SIZE
                     " not a valid YYYYMMDD range" DELIMITED BY SIZE
                     INTO STR-REPORTLINE
              END-STRING
              PERFORM 0600-EMITLINE
              MOVE 8 TO RETURN-CODE
           ELSE
      *       Modified 15/10/2026 By Roger Williams - reads the
      *       archive of the day after TO as well, a sweep after
      *       midnight files TO's sessions there
              MOVE INT-FROMDAY TO INT-ARCHIVEDAY
              PERFORM 0100-READONEARCHIVE TEST AFTER
                      UNTIL INT-ARCHIVEDAY GREATER THAN INT-TODAY + 1

              MOVE SPACES TO STR-REPORTLINE
              STRING "Played " DELIMITED BY SIZE
                     STR-FROMDATE DELIMITED BY SIZE
                     " to " DELIMITED BY SIZE
                     STR-TODATE DELIMITED BY SIZE
                     ": " DELIMITED BY SIZE
                     INT-NUMARCHIVES DELIMITED BY SIZE
                     " archives read, " DELIMITED BY SIZE
                     INT-NUMSESSIONS DELIMITED BY SIZE
                     " sessions" DELIMITED BY SIZE
                     INTO STR-REPORTLINE
              END-STRING
              PERFORM 0600-EMITLINE
              IF INT-NUMDUPLICATES GREATER THAN ZERO THEN
                 MOVE SPACES TO STR-REPORTLINE
                 STRING INT-NUMDUPLICATES DELIMITED BY SIZE
                        " duplicate session lines counted once"
                        DELIMITED BY SIZE
                        INTO STR-REPORTLINE
                 END-STRING
                 PERFORM 0600-EMITLINE
              END-IF

              IF INT-NUMSESSIONS EQUAL TO ZERO THEN
                 MOVE "No sessions in the range - nothing to rank"
                    TO STR-REPORTLINE
                 PERFORM 0600-EMITLINE
              ELSE
                 MOVE "MONTH" TO STR-WANTTYPE
                 PERFORM 0200-REPORTPERIODS
                 MOVE "WEEK" TO STR-WANTTYPE
                 PERFORM 0200-REPORTPERIODS
              END-IF
           END-IF.

           IF BLN-REPORTOPEN EQUAL TO "Y" THEN
              CLOSE FILE-BOARDREPORT
              DISPLAY "Report written to "
                      FUNCTION TRIM(STR-BOARDREPORTNAME)
           END-IF.
           IF BLN-CSVOPEN EQUAL TO "Y" THEN
              CLOSE FILE-BOARDCSV
              DISPLAY "Extract written to "
                      FUNCTION TRIM(STR-BOARDCSVNAME)
           END-IF.

           STOP RUN.

      *    ***other paragraphs**************

       0100-READONEARCHIVE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by MAIN-PROCEDURE - reads one day's
      *    archive, a day with none is simply skipped, nobody played
           COMPUTE INT-ARCHIVEDATE =
                   FUNCTION DATE-OF-INTEGER(INT-ARCHIVEDAY).
           MOVE SPACES TO STR-BAREFILENAME.
           STRING "ARCHIVE_" DELIMITED BY SIZE
                  INT-ARCHIVEDATE DELIMITED BY SIZE
                  "_COBOL.TXT" DELIMITED BY SIZE
                  INTO STR-BAREFILENAME
           END-STRING.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-ARCHIVENAME.

           OPEN INPUT FILE-ARCHIVE.
           IF STR-ARCHIVEFILESTATUS EQUAL TO "00" THEN
              ADD 1 TO INT-NUMARCHIVES
              MOVE "N" TO BLN-INSUMMARY
              MOVE 0 TO ENDOFARCHIVE
              READ FILE-ARCHIVE
                    AT END MOVE 1 TO ENDOFARCHIVE
              END-READ
              PERFORM 0110-READARCHIVELINE TEST AFTER
                      UNTIL ENDOFARCHIVE EQUAL TO 1
              CLOSE FILE-ARCHIVE
           END-IF.

           ADD 1 TO INT-ARCHIVEDAY.

       0110-READARCHIVELINE.
      *    Created 15/10/2026 By Roger Williams
      *    Modified 15/10/2026 By Roger Williams - a summary line
      *    already counted is skipped
      *
      *    repeatedly called by 0100-READONEARCHIVE - every sweep of
      *    the day appends a "Daily session archive" heading, its
      *    summary lines, then the files it copied in behind "==== "
      *    separators; only the summary lines are wanted
           IF ENDOFARCHIVE NOT EQUAL TO 1 THEN
              EVALUATE TRUE
                 WHEN REC-ARCHIVE(1:22) EQUAL TO
                      "Daily session archive "
                    MOVE "Y" TO BLN-INSUMMARY
                 WHEN REC-ARCHIVE(1:5) EQUAL TO "==== "
                    MOVE "N" TO BLN-INSUMMARY
                 WHEN BLN-INSUMMARY EQUAL TO "Y" AND
                      STR-ARCHSTAMPDATE IS NUMERIC
                    PERFORM 0115-CHECKDUPLICATE
                    IF BLN-DUPLICATE EQUAL TO "N" THEN
                       PERFORM 0120-COUNTONESESSION
                    END-IF
                 WHEN OTHER
      *             the column heading and the copied files
                    CONTINUE
              END-EVALUATE
              READ FILE-ARCHIVE
                    AT END MOVE 1 TO ENDOFARCHIVE
              END-READ
           END-IF.

       0115-CHECKDUPLICATE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    custom function - sets BLN-DUPLICATE "Y" when the stamp
      *    and player on the summary line have been counted already,
      *    as the ledger reconciliation does, otherwise remembers
      *    them; past 5000 sessions the rest are counted unchecked
           MOVE "N" TO BLN-DUPLICATE.
           IF STR-ARCHPLAYER NOT EQUAL TO SPACES THEN
              MOVE 1 TO INT-SEENIDX
              PERFORM 0116-CHECKONESEEN TEST AFTER
                      UNTIL INT-SEENIDX GREATER THAN INT-NUMSEEN
                         OR BLN-DUPLICATE EQUAL TO "Y"
              IF BLN-DUPLICATE EQUAL TO "Y" THEN
                 ADD 1 TO INT-NUMDUPLICATES
              ELSE
                 IF INT-NUMSEEN LESS THAN 5000 THEN
                    ADD 1 TO INT-NUMSEEN
                    MOVE STR-ARCHSTAMP TO STR-SEENSTAMP(INT-NUMSEEN)
                    MOVE STR-ARCHPLAYER
                       TO STR-SEENPLAYER(INT-NUMSEEN)
                 ELSE
                    IF BLN-SEENWARNED EQUAL TO "N" THEN
                       MOVE "WARNING: more than 5000 sessions - the "
                          TO STR-REPORTLINE
                       MOVE "rest not checked for duplicates"
                          TO STR-REPORTLINE(40:31)
                       PERFORM 0600-EMITLINE
                       MOVE "Y" TO BLN-SEENWARNED
                    END-IF
                 END-IF
              END-IF
           END-IF.

       0116-CHECKONESEEN.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0115-CHECKDUPLICATE - the same stamp
      *    and player is the same session
           IF INT-NUMSEEN GREATER THAN ZERO THEN
              IF STR-SEENSTAMP(INT-SEENIDX) EQUAL TO STR-ARCHSTAMP
                 AND STR-SEENPLAYER(INT-SEENIDX) EQUAL TO
                     STR-ARCHPLAYER THEN
                 MOVE "Y" TO BLN-DUPLICATE
              END-IF
           END-IF.
           ADD 1 TO INT-SEENIDX.

       0120-COUNTONESESSION.
      *    Created 15/10/2026 By Roger Williams
      *    Modified 15/10/2026 By Roger Williams - a session played
      *    before FROM or after TO is not counted
      *
      *    one archive summary line - counted against the month and
      *    the week it was played in; a hand-damaged number counts
      *    as zero rather than poisoning the job
           IF STR-ARCHPLAYER NOT EQUAL TO SPACES THEN
      *       the day it was played - a stamp that is not a real
      *       date falls back to the archive's own date
              MOVE STR-ARCHSTAMPDATE TO INT-SESSIONDATE
              COMPUTE INT-SESSIONDAY =
                      FUNCTION INTEGER-OF-DATE(INT-SESSIONDATE)
              IF INT-SESSIONDAY EQUAL TO ZERO THEN
                 MOVE INT-ARCHIVEDATE TO INT-SESSIONDATE
                 MOVE INT-ARCHIVEDAY TO INT-SESSIONDAY
              END-IF
           END-IF.

           IF STR-ARCHPLAYER NOT EQUAL TO SPACES AND
              INT-SESSIONDAY NOT LESS THAN INT-FROMDAY AND
              INT-SESSIONDAY NOT GREATER THAN INT-TODAY THEN
              ADD 1 TO INT-NUMSESSIONS
              MOVE FUNCTION LOWER-CASE(STR-ARCHPLAYER)
                 TO STR-SESSIONPLAYER
              MOVE ZERO TO INT-SESSIONMOVES
              IF STR-ARCHMOVES IS NUMERIC THEN
                 MOVE STR-ARCHMOVES TO INT-SESSIONMOVES
              END-IF
              MOVE ZERO TO INT-SESSIONSCORE
              IF STR-ARCHSCORE IS NUMERIC THEN
                 MOVE STR-ARCHSCORE TO INT-SESSIONSCORE
              END-IF
              MOVE "N" TO BLN-SESSIONWON
              IF STR-ARCHOUTCOME EQUAL TO "WON " THEN
                 MOVE "Y" TO BLN-SESSIONWON
              END-IF

      *       the calendar month
              MOVE "MONTH" TO STR-WANTTYPE
              MOVE SPACES TO STR-WANTSTART
              MOVE INT-SESSIONDATE(1:6) TO STR-WANTSTART
              PERFORM 0130-TALLYPERIOD

      *       the week - day 1 of the calendar the date functions
      *       count from, 01/01/1601, was a Monday
              COMPUTE INT-WEEKCOUNT = INT-SESSIONDAY - 1
              DIVIDE INT-WEEKCOUNT BY 7 GIVING INT-WEEKCOUNT
                     REMAINDER INT-WEEKDAYNUM
              COMPUTE INT-WEEKSTART = FUNCTION DATE-OF-INTEGER(
                      INT-SESSIONDAY - INT-WEEKDAYNUM)
              MOVE "WEEK" TO STR-WANTTYPE
              MOVE INT-WEEKSTART TO STR-WANTSTART
              PERFORM 0130-TALLYPERIOD
           END-IF.

       0130-TALLYPERIOD.
      *    Created 15/10/2026 By Roger Williams
      *
      *    adds the session being counted to the player's standing in
      *    period STR-WANTTYPE/STR-WANTSTART, opening either as needed
           PERFORM 0131-FINDPERIOD.
           IF INT-PERIODIDX NOT EQUAL TO ZERO THEN
              ADD 1 TO INT-PERIODSESSIONS(INT-PERIODIDX)
              PERFORM 0133-FINDSTANDING
              IF INT-STANDIDX NOT EQUAL TO ZERO THEN
                 ADD 1 TO INT-STANDSESSIONS(INT-STANDIDX)
                 IF INT-SESSIONSCORE GREATER THAN
                    INT-STANDBESTSCORE(INT-STANDIDX) THEN
                    MOVE INT-SESSIONSCORE
                       TO INT-STANDBESTSCORE(INT-STANDIDX)
                 END-IF
                 IF BLN-SESSIONWON EQUAL TO "Y" AND
                    INT-SESSIONMOVES GREATER THAN ZERO THEN
                    IF INT-STANDWINMOVES(INT-STANDIDX) EQUAL TO ZERO
                       OR INT-SESSIONMOVES LESS THAN
                          INT-STANDWINMOVES(INT-STANDIDX) THEN
                       MOVE INT-SESSIONMOVES
                          TO INT-STANDWINMOVES(INT-STANDIDX)
                    END-IF
                 END-IF
              END-IF
           END-IF.

       0131-FINDPERIOD.
      *    Created 15/10/2026 By Roger Williams
      *
      *    custom function - leaves the slot of period
      *    STR-WANTTYPE/STR-WANTSTART in INT-PERIODIDX, opening a new
      *    one when it has not been met yet; zero when the table is
      *    full
           MOVE ZERO TO INT-PERIODIDX.
           MOVE 1 TO INT-NUM1.
           PERFORM 0132-CHECKONEPERIOD TEST AFTER
                   UNTIL INT-NUM1 GREATER THAN INT-NUMPERIODS
                      OR INT-PERIODIDX NOT EQUAL TO ZERO.

           IF INT-PERIODIDX EQUAL TO ZERO THEN
              IF INT-NUMPERIODS LESS THAN 80 THEN
                 ADD 1 TO INT-NUMPERIODS
                 MOVE INT-NUMPERIODS TO INT-PERIODIDX
                 MOVE STR-WANTTYPE TO STR-PERIODTYPE(INT-PERIODIDX)
                 MOVE STR-WANTSTART TO STR-PERIODSTART(INT-PERIODIDX)
              ELSE
                 IF BLN-PERIODSWARNED EQUAL TO "N" THEN
                    DISPLAY "WARNING: more than 80 weeks and months "
                            "in the range - later ones NOT ranked"
                    MOVE "Y" TO BLN-PERIODSWARNED
                 END-IF
              END-IF
           END-IF.

       0132-CHECKONEPERIOD.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0131-FINDPERIOD
           IF INT-NUMPERIODS GREATER THAN ZERO THEN
              IF STR-PERIODTYPE(INT-NUM1) EQUAL TO STR-WANTTYPE AND
                 STR-PERIODSTART(INT-NUM1) EQUAL TO STR-WANTSTART
                 THEN
                 MOVE INT-NUM1 TO INT-PERIODIDX
              END-IF
           END-IF.
           ADD 1 TO INT-NUM1.

       0133-FINDSTANDING.
      *    Created 15/10/2026 By Roger Williams
      *
      *    custom function - leaves the slot of the player's standing
      *    in period INT-PERIODIDX in INT-STANDIDX, opening a new one
      *    when the player has not played in it yet; zero when the
      *    table is full
           MOVE ZERO TO INT-STANDIDX.
           MOVE 1 TO INT-NUM2.
           PERFORM 0134-CHECKONESTANDING TEST AFTER
                   UNTIL INT-NUM2 GREATER THAN INT-NUMSTANDINGS
                      OR INT-STANDIDX NOT EQUAL TO ZERO.

           IF INT-STANDIDX EQUAL TO ZERO THEN
              IF INT-NUMSTANDINGS LESS THAN 2000 THEN
                 ADD 1 TO INT-NUMSTANDINGS
                 MOVE INT-NUMSTANDINGS TO INT-STANDIDX
                 MOVE INT-PERIODIDX TO INT-STANDPERIOD(INT-STANDIDX)
                 MOVE STR-SESSIONPLAYER
                    TO STR-STANDPLAYER(INT-STANDIDX)
                 ADD 1 TO INT-PERIODPLAYERS(INT-PERIODIDX)
              ELSE
                 IF BLN-STANDINGSWARNED EQUAL TO "N" THEN
                    DISPLAY "WARNING: more than 2000 player "
                            "standings - later ones NOT ranked"
                    MOVE "Y" TO BLN-STANDINGSWARNED
                 END-IF
              END-IF
           END-IF.

       0134-CHECKONESTANDING.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0133-FINDSTANDING
           IF INT-NUMSTANDINGS GREATER THAN ZERO THEN
              IF INT-STANDPERIOD(INT-NUM2) EQUAL TO
                 INT-PERIODIDX AND
                 STR-STANDPLAYER(INT-NUM2) EQUAL TO
                 STR-SESSIONPLAYER THEN
                 MOVE INT-NUM2 TO INT-STANDIDX
              END-IF
           END-IF.
           ADD 1 TO INT-NUM2.

       0200-REPORTPERIODS.
      *    Created 15/10/2026 By Roger Williams
      *
      *    the standings of every period of type STR-WANTTYPE, oldest
      *    first
           MOVE SPACES TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.
           MOVE ALL "=" TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.
           IF STR-WANTTYPE EQUAL TO "MONTH" THEN
              MOVE "MONTHLY STANDINGS" TO STR-REPORTLINE
           ELSE
              MOVE "WEEKLY STANDINGS (weeks start on a Monday)"
                 TO STR-REPORTLINE
           END-IF.
           PERFORM 0600-EMITLINE.
           MOVE ALL "=" TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.

           MOVE 1 TO INT-PERIODIDX.
           PERFORM 0210-REPORTONEPERIOD TEST AFTER
                   UNTIL INT-PERIODIDX GREATER THAN INT-NUMPERIODS.

       0210-REPORTONEPERIOD.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0200-REPORTPERIODS - the three boards
      *    of one period
           IF INT-NUMPERIODS GREATER THAN ZERO THEN
              IF STR-PERIODTYPE(INT-PERIODIDX) EQUAL TO STR-WANTTYPE
                 THEN
                 MOVE SPACES TO STR-REPORTLINE
                 MOVE 1 TO INT-LINEPOS
                 IF STR-WANTTYPE EQUAL TO "MONTH" THEN
                    STRING "Month " DELIMITED BY SIZE
                           STR-PERIODSTART(INT-PERIODIDX)(1:4)
                           DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           STR-PERIODSTART(INT-PERIODIDX)(5:2)
                           DELIMITED BY SIZE
                           INTO STR-REPORTLINE
                           WITH POINTER INT-LINEPOS
                    END-STRING
                 ELSE
                    STRING "Week of " DELIMITED BY SIZE
                           STR-PERIODSTART(INT-PERIODIDX)(7:2)
                           DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           STR-PERIODSTART(INT-PERIODIDX)(5:2)
                           DELIMITED BY SIZE
                           "/" DELIMITED BY SIZE
                           STR-PERIODSTART(INT-PERIODIDX)(1:4)
                           DELIMITED BY SIZE
                           INTO STR-REPORTLINE
                           WITH POINTER INT-LINEPOS
                    END-STRING
                 END-IF
                 STRING " - " DELIMITED BY SIZE
                        INT-PERIODSESSIONS(INT-PERIODIDX)
                        DELIMITED BY SIZE
                        " sessions by " DELIMITED BY SIZE
                        INT-PERIODPLAYERS(INT-PERIODIDX)
                        DELIMITED BY SIZE
                        " players" DELIMITED BY SIZE
                        INTO STR-REPORTLINE
                        WITH POINTER INT-LINEPOS
                 END-STRING
                 PERFORM 0600-EMITLINE

                 MOVE "SCORE" TO STR-BOARD
                 PERFORM 0220-DRAWBOARD
                 MOVE "MOVES" TO STR-BOARD
                 PERFORM 0220-DRAWBOARD
                 MOVE "SESSIONS" TO STR-BOARD
                 PERFORM 0220-DRAWBOARD

                 MOVE SPACES TO STR-REPORTLINE
                 PERFORM 0600-EMITLINE
              END-IF
           END-IF.
           ADD 1 TO INT-PERIODIDX.

       0220-DRAWBOARD.
      *    Created 15/10/2026 By Roger Williams
      *
      *    one board of the period INT-PERIODIDX - picks the best
      *    not-yet-placed standing INT-BOARDSIZE times, the way the
      *    game's hall of fame picks its lines
           EVALUATE STR-BOARD
              WHEN "SCORE"
                 MOVE "  Best score" TO STR-REPORTLINE
              WHEN "MOVES"
                 MOVE "  Fewest moves to win" TO STR-REPORTLINE
              WHEN OTHER
                 MOVE "  Most sessions" TO STR-REPORTLINE
           END-EVALUATE.
           PERFORM 0600-EMITLINE.

           MOVE 1 TO INT-STANDIDX.
           PERFORM 0221-CLEARSHOWN TEST AFTER
                   UNTIL INT-STANDIDX GREATER THAN INT-NUMSTANDINGS.

           MOVE ZERO TO INT-BOARDRANK.
           MOVE "N" TO BLN-BOARDDONE.
           PERFORM 0222-PICKBOARDLINE TEST AFTER
                   UNTIL INT-BOARDRANK GREATER THAN OR EQUAL TO
                         INT-BOARDSIZE
                      OR BLN-BOARDDONE EQUAL TO "Y".

           IF INT-BOARDRANK EQUAL TO ZERO THEN
              MOVE "      (no sessions won)" TO STR-REPORTLINE
              PERFORM 0600-EMITLINE
           END-IF.

       0221-CLEARSHOWN.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0220-DRAWBOARD
           IF INT-NUMSTANDINGS GREATER THAN ZERO THEN
              MOVE "N" TO BLN-STANDSHOWN(INT-STANDIDX)
           END-IF.
           ADD 1 TO INT-STANDIDX.

       0222-PICKBOARDLINE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0220-DRAWBOARD - finds the best
      *    not-yet-placed standing of the period and prints its line;
      *    a tie goes to whoever played first in the period
           MOVE ZERO TO INT-BOARDBEST.
           MOVE 1 TO INT-STANDIDX.
           PERFORM 0223-TRYBOARDLINE TEST AFTER
                   UNTIL INT-STANDIDX GREATER THAN INT-NUMSTANDINGS.

           IF INT-BOARDBEST EQUAL TO ZERO THEN
              MOVE "Y" TO BLN-BOARDDONE
           ELSE
              ADD 1 TO INT-BOARDRANK
              MOVE "Y" TO BLN-STANDSHOWN(INT-BOARDBEST)

              MOVE SPACES TO STR-REPORTLINE
              MOVE INT-BOARDRANK TO STR-REPORTLINE(5:2)
              MOVE "." TO STR-REPORTLINE(7:1)
              MOVE STR-STANDPLAYER(INT-BOARDBEST)
                 TO STR-REPORTLINE(9:20)
              MOVE INT-BOARDBESTVALUE TO STR-REPORTLINE(31:5)
              PERFORM 0600-EMITLINE

              PERFORM 0610-EMITCSVLINE
           END-IF.

       0223-TRYBOARDLINE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0222-PICKBOARDLINE - keeps the
      *    standing in INT-STANDIDX when it beats the best so far;
      *    more is better except on the moves board, and a player
      *    who never won has no place on that one
           IF INT-NUMSTANDINGS GREATER THAN ZERO THEN
              IF INT-STANDPERIOD(INT-STANDIDX) EQUAL TO
                 INT-PERIODIDX AND
                 BLN-STANDSHOWN(INT-STANDIDX) EQUAL TO "N" THEN
                 EVALUATE STR-BOARD
                    WHEN "SCORE"
                       MOVE INT-STANDBESTSCORE(INT-STANDIDX)
                          TO INT-BOARDVALUE
                    WHEN "MOVES"
                       MOVE INT-STANDWINMOVES(INT-STANDIDX)
                          TO INT-BOARDVALUE
                    WHEN OTHER
                       MOVE INT-STANDSESSIONS(INT-STANDIDX)
                          TO INT-BOARDVALUE
                 END-EVALUATE

                 IF STR-BOARD EQUAL TO "MOVES" THEN
                    IF INT-BOARDVALUE GREATER THAN ZERO THEN
                       IF INT-BOARDBEST EQUAL TO ZERO OR
                          INT-BOARDVALUE LESS THAN
                          INT-BOARDBESTVALUE THEN
                          MOVE INT-STANDIDX TO INT-BOARDBEST
                          MOVE INT-BOARDVALUE TO INT-BOARDBESTVALUE
                       END-IF
                    END-IF
                 ELSE
                    IF INT-BOARDBEST EQUAL TO ZERO OR
                       INT-BOARDVALUE GREATER THAN
                       INT-BOARDBESTVALUE THEN
                       MOVE INT-STANDIDX TO INT-BOARDBEST
                       MOVE INT-BOARDVALUE TO INT-BOARDBESTVALUE
                    END-IF
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO INT-STANDIDX.

      *    custom functions

       0012-SETFILEPATHS.
      *    Created 15/10/2026 By Roger Williams
      *
      *    reads the optional ROGADVENTUREPATH environment variable,
      *    exactly as the game does, so this job reads the archives
      *    the sweep wrote; ROGADVENTUREFROM and ROGADVENTURETO give
      *    the range of dated archives to rank
           MOVE SPACES TO STR-PROJECTPATH.
           ACCEPT STR-PROJECTPATH FROM ENVIRONMENT "ROGADVENTUREPATH".
           MOVE SPACES TO STR-FROMDATE.
           ACCEPT STR-FROMDATE FROM ENVIRONMENT "ROGADVENTUREFROM".
           MOVE SPACES TO STR-TODATE.
           ACCEPT STR-TODATE FROM ENVIRONMENT "ROGADVENTURETO".

       0503-BUILDFULLPATH.
      *    Created 15/10/2026 By Roger Williams
      *
      *    custom function - joins STR-PROJECTPATH and
      *    STR-BAREFILENAME into STR-FULLFILENAME, same as the
      *    game's paragraph of the same name
           IF STR-PROJECTPATH EQUAL TO SPACES THEN
              MOVE STR-BAREFILENAME TO STR-FULLFILENAME
           ELSE
              MOVE SPACES TO STR-FULLFILENAME
              STRING FUNCTION TRIM(STR-PROJECTPATH) DELIMITED BY SIZE
                     FUNCTION TRIM(STR-BAREFILENAME)
                        DELIMITED BY SIZE
                     INTO STR-FULLFILENAME
              END-STRING
           END-IF.

       0600-EMITLINE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    custom function - sends STR-REPORTLINE to the console and
      *    (when it opened ok) the report file
           DISPLAY STR-REPORTLINE.
           IF BLN-REPORTOPEN EQUAL TO "Y" THEN
              MOVE STR-REPORTLINE TO REC-BOARDREPORT
              WRITE REC-BOARDREPORT
           END-IF.

       0610-EMITCSVLINE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    custom function - writes the placing just printed to the
      *    comma-separated extract, numbers without leading zeros
           IF BLN-CSVOPEN EQUAL TO "Y" THEN
              MOVE INT-BOARDRANK TO STR-CSVRANK
              MOVE INT-BOARDBESTVALUE TO STR-CSVVALUE
              MOVE SPACES TO STR-CSVLINE
              STRING FUNCTION TRIM(STR-PERIODTYPE(INT-PERIODIDX))
                     DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(STR-PERIODSTART(INT-PERIODIDX))
                     DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(STR-BOARD) DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(STR-CSVRANK) DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(STR-STANDPLAYER(INT-BOARDBEST))
                     DELIMITED BY SIZE
                     "," DELIMITED BY SIZE
                     FUNCTION TRIM(STR-CSVVALUE) DELIMITED BY SIZE
                     INTO STR-CSVLINE
              END-STRING
              MOVE STR-CSVLINE TO REC-BOARDCSV
              WRITE REC-BOARDCSV
           END-IF.

       END PROGRAM ROGsLeaderboardCOBOL.
