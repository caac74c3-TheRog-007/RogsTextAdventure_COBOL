      ******************************************************************
      * Author: Roger Williams
      * Date:   15/10/2026
      * Purpose:Player ledger reconciliation for
      *         ROGsTextAdventureCOBOL
      *
      *the keyed player ledger PLAYERS_COBOL.IDX is only ever added
      *to - a crashed session, a ledger copied between machines or a
      *merge run twice leaves it wrong and nothing notices. every
      *session though is also recorded in the session index
      *SESSIONS_COBOL.TXT and, once swept, in the dated
      *ARCHIVE_YYYYMMDD_COBOL.TXT files. this job rebuilds each
      *player's games, moves, levels, wins, deaths and best winning
      *move count from that history, compares the ledger with it
      *record by record and reports, to the console AND
      *LEDGER_RECON_COBOL.TXT:
      *
      *  - players in the ledger with no session in the history, and
      *    players in the history missing from the ledger
      *  - every figure the ledger and the history disagree on
      *  - a best-moves figure no won session in the history was
      *    played in - the one sure sign of a ledger edited or merged
      *    wrongly rather than merely missing a session
      *  - a best-moves figure that cannot be checked, because some
      *    of the player's sessions are from before outcomes were
      *    recorded and any of them may have been the winning one;
      *    the corrected ledger keeps the ledger's best for them
      *  - the same session met twice (an archive copied over by hand,
      *    or an index the sweep failed to reset) is counted once
      *
      *set ROGADVENTURECORRECT to Y and the rebuilt figures are also
      *written to PLAYERS_RECONCILED_COBOL.IDX for review - rename it
      *over PLAYERS_COBOL.IDX to adopt it, this job never touches the
      *live ledger. players with no history are carried across
      *unchanged
      *
      *ROGADVENTUREFROM and ROGADVENTURETO choose the archives read
      *as they do for the other reports, but a reconciliation wants
      *the whole history so FROM defaults to the first sweep
      *(01/09/2026) rather than this month; TO defaults to today.
      *today's not-yet-swept sessions come from the session index
      *
      *NOTE: sessions from before the levels column was added to the
      *      index carry no level count - it is estimated from the
      *      session's transcript (levels moved up through, plus the
      *      last one when the game was won - for a session from
      *      before outcomes were recorded, when its last command
      *      was not "exit", since the game then only ended on
      *      completing its last level) and the report says so;
      *      a session whose transcript cannot be found is counted as
      *      unknown and the ledger's levels figure is kept for that
      *      player in the corrected ledger
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROGsLedgerReconCOBOL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      *define data files and access - ASSIGN TO DYNAMIC for the same
      *reason as the game, the names are built at runtime
       FILE-CONTROL.
           SELECT FILE-SESSIONLOG ASSIGN TO DYNAMIC
             STR-SESSIONLOGNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-SESSIONLOGFILESTATUS.

      *    a dated archive or a not-yet-swept transcript - one file
      *    at a time, both are read line by line the same way
           SELECT FILE-TRANSCRIPT ASSIGN TO DYNAMIC
             STR-TRANSCRIPTNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-TRANSCRIPTFILESTATUS.

           SELECT FILE-PLAYERSIDX ASSIGN TO DYNAMIC
             STR-PLAYERSIDXNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS STR-PLAYERIDX-KEY
             FILE STATUS IS STR-PLAYERSIDXFILESTATUS.

      *    the corrected ledger written for review
           SELECT FILE-RECONCILED ASSIGN TO DYNAMIC
             STR-RECONCILEDNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS STR-RECONCILED-KEY
             FILE STATUS IS STR-RECONCILEDFILESTATUS.

           SELECT FILE-RECONREPORT ASSIGN TO DYNAMIC
             STR-RECONREPORTNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-RECONREPORTFILESTATUS.

       DATA DIVISION.
       FILE SECTION.
      *define one session index line - this layout MUST stay
      *identical to FD FILE-SESSIONLOG in ROGsTextAdventureCOBOL
       FD FILE-SESSIONLOG.
           01 REC-SESSIONLOG.
              05 STR-SESSLOGSTAMP PIC X(15).
              05 FILLER PIC X.
              05 STR-SESSLOGPLAYER PIC X(20).
              05 FILLER PIC X.
              05 STR-SESSLOGTRANSCRIPT PIC X(60).
              05 FILLER PIC X.
              05 STR-SESSLOGREPORT PIC X(60).
              05 FILLER PIC X.
              05 INT-SESSLOGMOVES PIC 999.
              05 FILLER PIC X.
              05 INT-SESSLOGSCORE PIC 9(5).
              05 FILLER PIC X.
              05 STR-SESSLOGRELEASE PIC X(10).
              05 FILLER PIC X.
              05 STR-SESSLOGOUTCOME PIC X(4).
              05 FILLER PIC X.
              05 INT-SESSLOGHINTS PIC 999.
              05 FILLER PIC X.
              05 INT-SESSLOGLEVELS PIC 999.

      *define one archive or transcript line - same width
      *ROGsSessionSweepCOBOL writes its archive with
       FD FILE-TRANSCRIPT.
           01 REC-TRANSCRIPT PIC X(120).
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
              05 FILLER PIC X(5).
              05 STR-ARCHHINTS PIC X(3).
              05 FILLER PIC X(3).
              05 STR-ARCHLEVELS PIC X(3).
              05 FILLER PIC X(38).

      *define the keyed player ledger record - this layout MUST stay
      *identical to FD FILE-PLAYERSIDX in ROGsTextAdventureCOBOL
       FD FILE-PLAYERSIDX.
           01 REC-PLAYERIDX.
              05 STR-PLAYERIDX-KEY PIC X(20).
              05 INT-PLAYERGAMES-IDX PIC 9(5).
              05 INT-PLAYERMOVES-IDX PIC 9(7).
              05 INT-PLAYERBEST-IDX PIC 9(5).
              05 INT-PLAYERLEVELS-IDX PIC 9(5).
              05 INT-PLAYERWINS-IDX PIC 9(5).
              05 INT-PLAYERDEATHS-IDX PIC 9(5).

      *define the corrected ledger record - same layout again
       FD FILE-RECONCILED.
           01 REC-RECONCILED.
              05 STR-RECONCILED-KEY PIC X(20).
              05 INT-RECONCILEDGAMES PIC 9(5).
              05 INT-RECONCILEDMOVES PIC 9(7).
              05 INT-RECONCILEDBEST PIC 9(5).
              05 INT-RECONCILEDLEVELS PIC 9(5).
              05 INT-RECONCILEDWINS PIC 9(5).
              05 INT-RECONCILEDDEATHS PIC 9(5).

      *define one printable report line
       FD FILE-RECONREPORT.
           01 REC-RECONREPORT PIC X(80).

       WORKING-STORAGE SECTION.
      *    define file location vars - same convention as the game
           01 STR-PROJECTPATH PIC X(200) VALUE SPACES.
           77 STR-SESSIONLOGNAME PIC X(200)
             VALUE "SESSIONS_COBOL.TXT".
           77 STR-SESSIONLOGFILESTATUS PIC XX VALUE SPACES.
           77 STR-TRANSCRIPTNAME PIC X(200) VALUE SPACES.
           77 STR-TRANSCRIPTFILESTATUS PIC XX VALUE SPACES.
           77 STR-PLAYERSIDXNAME PIC X(200)
             VALUE "PLAYERS_COBOL.IDX".
           77 STR-PLAYERSIDXFILESTATUS PIC XX VALUE SPACES.
           77 STR-RECONCILEDNAME PIC X(200)
             VALUE "PLAYERS_RECONCILED_COBOL.IDX".
           77 STR-RECONCILEDFILESTATUS PIC XX VALUE SPACES.
           77 STR-RECONREPORTNAME PIC X(200)
             VALUE "LEDGER_RECON_COBOL.TXT".
           77 STR-RECONREPORTFILESTATUS PIC XX VALUE SPACES.
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
      *    "Y" when ROGADVENTURECORRECT asks for the corrected ledger
           77 STR-CORRECT PIC X VALUE SPACES.

      *    one line per player met in the ledger or the history -
      *    500 covers every machine's ledger with room to spare
           01 REC-RECON-INTERNAL.
            03 REC-RECON OCCURS 500 TIMES.
              05 STR-RECONNAME PIC X(20) VALUE SPACES.
      *       figures rebuilt from the session history
              05 INT-HISTGAMES PIC 9(5) VALUE ZEROS.
              05 INT-HISTMOVES PIC 9(7) VALUE ZEROS.
              05 INT-HISTBEST PIC 9(5) VALUE ZEROS.
              05 INT-HISTLEVELS PIC 9(5) VALUE ZEROS.
              05 INT-HISTWINS PIC 9(5) VALUE ZEROS.
              05 INT-HISTDEATHS PIC 9(5) VALUE ZEROS.
      *       sessions whose levels were estimated or are unknown
              05 INT-HISTESTIMATED PIC 9(5) VALUE ZEROS.
              05 INT-HISTUNKNOWN PIC 9(5) VALUE ZEROS.
      *       sessions from before outcomes were recorded - while
      *       there are any the best move count cannot be rebuilt
              05 INT-HISTNOOUTCOME PIC 9(5) VALUE ZEROS.
      *       the figures the ledger holds
              05 INT-LEDGGAMES PIC 9(5) VALUE ZEROS.
              05 INT-LEDGMOVES PIC 9(7) VALUE ZEROS.
              05 INT-LEDGBEST PIC 9(5) VALUE ZEROS.
              05 INT-LEDGLEVELS PIC 9(5) VALUE ZEROS.
              05 INT-LEDGWINS PIC 9(5) VALUE ZEROS.
              05 INT-LEDGDEATHS PIC 9(5) VALUE ZEROS.
              05 BLN-INLEDGER PIC X VALUE "N".
              05 BLN-INHISTORY PIC X VALUE "N".
           77 INT-NUMRECON PIC 999 VALUE ZEROS.
      *    player slot located by 0310-FINDPLAYER, 0 = none
           77 INT-PLAYERSLOT PIC 999 VALUE ZEROS.
           77 STR-FINDNAME PIC X(20) VALUE SPACES.
      *    "Y" once the too-many-players warning has been shown
           77 BLN-PLAYERSWARNED PIC X VALUE "N".

      *    every session counted, so a session met twice is counted
      *    once and a best-moves figure can be traced to a session
           01 REC-SESSION-INTERNAL.
            03 REC-SESSION OCCURS 5000 TIMES.
              05 STR-SESSSTAMP PIC X(15) VALUE SPACES.
              05 INT-SESSPLAYER PIC 999 VALUE ZEROS.
              05 INT-SESSMOVES PIC 999 VALUE ZEROS.
      *       "Y" when a session could set the best move count - a
      *       win, or one from before outcomes were recorded
              05 BLN-SESSBESTOK PIC X VALUE "N".
              05 BLN-SESSWON PIC X VALUE "N".
      *       "Y" for a session from before outcomes were recorded
              05 BLN-SESSNOOUTCOME PIC X VALUE "N".
      *       "Y" while its level count still has to be estimated
              05 BLN-SESSPENDING PIC X VALUE "N".
           77 INT-NUMSESSIONS PIC 9(4) VALUE ZEROS.
           77 INT-SESSSLOT PIC 9(4) VALUE ZEROS.
      *    "Y" once the too-many-sessions warning has been shown
           77 BLN-SESSIONSWARNED PIC X VALUE "N".

      *    the session being counted, from an index or summary line
           77 STR-INSTAMP PIC X(15) VALUE SPACES.
           77 STR-INPLAYER PIC X(20) VALUE SPACES.
           77 INT-INMOVES PIC 999 VALUE ZEROS.
           77 STR-INOUTCOME PIC X(4) VALUE SPACES.
           77 STR-INLEVELS PIC X(3) VALUE SPACES.
           77 BLN-DUPLICATE PIC X VALUE "N".

      *    the transcript being read for a level estimate - the
      *    session it is for, and the first and last level seen
           77 INT-ESTSESSION PIC 9(4) VALUE ZEROS.
           77 INT-ESTFIRST PIC 9 VALUE ZERO.
           77 INT-ESTLAST PIC 9 VALUE ZERO.
           77 INT-ESTLEVELS PIC 999 VALUE ZEROS.
           77 INT-LINELEVEL PIC 9 VALUE ZERO.
           77 INT-TRANSCRIPTTAG PIC 99 VALUE ZEROS.
      *    "Y" while the last command line read was "exit" - the
      *    session was quit rather than played to its end
           77 BLN-ESTLASTEXIT PIC X VALUE "N".
           77 INT-EXITTAG PIC 99 VALUE ZEROS.

      *    run totals for the summary
           77 INT-SESSIONSREAD PIC 9(5) VALUE ZEROS.
           77 INT-NUMDUPLICATES PIC 9(5) VALUE ZEROS.
           77 INT-NUMESTIMATED PIC 9(5) VALUE ZEROS.
           77 INT-NUMUNKNOWN PIC 9(5) VALUE ZEROS.
           77 INT-NUMINLEDGER PIC 999 VALUE ZEROS.
           77 INT-NUMINHISTORY PIC 999 VALUE ZEROS.
           77 INT-NUMAGREE PIC 999 VALUE ZEROS.
           77 INT-NUMDISAGREE PIC 999 VALUE ZEROS.
           77 INT-NUMMISSING PIC 999 VALUE ZEROS.
           77 INT-NUMNOHISTORY PIC 999 VALUE ZEROS.
           77 INT-NUMUNSUPPORTED PIC 999 VALUE ZEROS.
           77 INT-NUMBESTUNVERIFIED PIC 999 VALUE ZEROS.
           77 INT-NUMWRITTEN PIC 999 VALUE ZEROS.
      *    "Y" when the ledger could be read, and "Y" when it does
      *    not exist yet at all
           77 BLN-LEDGEROPEN PIC X VALUE "N".
           77 BLN-LEDGERABSENT PIC X VALUE "N".

      *    one figure being compared by 0410-COMPAREFIGURE
           77 STR-FIGNAME PIC X(6) VALUE SPACES.
           77 INT-FIGLEDGER PIC 9(7) VALUE ZEROS.
           77 INT-FIGHISTORY PIC 9(7) VALUE ZEROS.
           77 STR-FIGNOTE PIC X(20) VALUE SPACES.
      *    "Y" once anything about the player being reported differs
           77 BLN-PLAYERDIFFERS PIC X VALUE "N".
      *    "Y" when a won session in the history matches the best
           77 BLN-BESTSUPPORTED PIC X VALUE "N".

      *    report line being built
           77 STR-REPORTLINE PIC X(80) VALUE SPACES.
      *    "Y" while the report file opened ok and can be written
           77 BLN-REPORTOPEN PIC X VALUE "N".

      *    general purpose loop counters - INT-NUM2 steps through
      *    the session table
           77 INT-NUM1 PIC 999 VALUE ZEROS.
           77 INT-NUM2 PIC 9(4) VALUE ZEROS.

      *    handle EOF for each input file
           77 ENDOFLOGFILE PIC 9(01) VALUE 0.
           77 ENDOFTRANSCRIPT PIC 9(01) VALUE 0.
           77 ENDOFLEDGERFILE PIC 9(01) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    work out where the data files live before opening any of
      *    them
           PERFORM 0012-SETFILEPATHS.

           MOVE "LEDGER_RECON_COBOL.TXT" TO STR-BAREFILENAME.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-RECONREPORTNAME.
           MOVE "PLAYERS_COBOL.IDX" TO STR-BAREFILENAME.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-PLAYERSIDXNAME.
           MOVE "PLAYERS_RECONCILED_COBOL.IDX" TO STR-BAREFILENAME.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-RECONCILEDNAME.

           OPEN OUTPUT FILE-RECONREPORT.
           IF STR-RECONREPORTFILESTATUS EQUAL TO "00" THEN
              MOVE "Y" TO BLN-REPORTOPEN
           ELSE
              DISPLAY "WARNING: could not open the reconciliation "
                      "report file, output goes to the console only"
           END-IF.

           MOVE "ROGs Text Adventure - Ledger Reconciliation"
              TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.
           MOVE "==========================================="
              TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.

      *    the history - the archives oldest first, then whatever
      *    has been played since the last sweep
           PERFORM 0150-READARCHIVES.
           PERFORM 0100-READSESSIONINDEX.
           MOVE 1 TO INT-NUM2.
           PERFORM 0160-COUNTUNKNOWN TEST AFTER
                   UNTIL INT-NUM2 GREATER THAN INT-NUMSESSIONS.

      *    then the ledger it should agree with
           PERFORM 0200-READLEDGER.

           IF BLN-LEDGEROPEN EQUAL TO "Y" OR
              BLN-LEDGERABSENT EQUAL TO "Y" THEN
              PERFORM 0400-REPORTPLAYERS
              IF STR-CORRECT EQUAL TO "Y" THEN
                 PERFORM 0500-WRITERECONCILED
              ELSE
                 MOVE SPACES TO STR-REPORTLINE
                 PERFORM 0600-EMITLINE
                 MOVE "No corrected ledger written - set "
                    TO STR-REPORTLINE
                 MOVE "ROGADVENTURECORRECT=Y for one"
                    TO STR-REPORTLINE(35:29)
                 PERFORM 0600-EMITLINE
              END-IF
           END-IF.

           IF BLN-REPORTOPEN EQUAL TO "Y" THEN
              CLOSE FILE-RECONREPORT
              DISPLAY "Report written to "
                      FUNCTION TRIM(STR-RECONREPORTNAME)
           END-IF.

           STOP RUN.

      *    ***other paragraphs**************

       0100-READSESSIONINDEX.
      *    Created 15/10/2026 By Roger Williams
      *
      *    counts every session in today's index - no index just
      *    means nothing has been played since the last sweep
           MOVE "SESSIONS_COBOL.TXT" TO STR-BAREFILENAME.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-SESSIONLOGNAME.

           OPEN INPUT FILE-SESSIONLOG.
           IF STR-SESSIONLOGFILESTATUS EQUAL TO "00" THEN
              MOVE 0 TO ENDOFLOGFILE
              INITIALIZE REC-SESSIONLOG
              READ FILE-SESSIONLOG INTO REC-SESSIONLOG
                    AT END MOVE 1 TO ENDOFLOGFILE
              END-READ
              PERFORM 0101-READONEINDEXLINE TEST AFTER
                      UNTIL ENDOFLOGFILE EQUAL TO 1
              CLOSE FILE-SESSIONLOG
           END-IF.

       0101-READONEINDEXLINE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0100-READSESSIONINDEX - counts the
      *    index line already read, estimating its levels from its
      *    transcript when the line is older than the levels column,
      *    then reads ahead for the next index line
           IF ENDOFLOGFILE NOT EQUAL TO 1 THEN
              IF STR-SESSLOGSTAMP NOT EQUAL TO SPACES AND
                 STR-SESSLOGPLAYER NOT EQUAL TO SPACES THEN
                 MOVE STR-SESSLOGSTAMP TO STR-INSTAMP
                 MOVE STR-SESSLOGPLAYER TO STR-INPLAYER
                 MOVE ZERO TO INT-INMOVES
                 IF INT-SESSLOGMOVES IS NUMERIC THEN
                    MOVE INT-SESSLOGMOVES TO INT-INMOVES
                 END-IF
                 MOVE STR-SESSLOGOUTCOME TO STR-INOUTCOME
                 MOVE SPACES TO STR-INLEVELS
                 IF INT-SESSLOGLEVELS IS NUMERIC THEN
                    MOVE INT-SESSLOGLEVELS TO STR-INLEVELS
                 END-IF
                 PERFORM 0300-ADDSESSION
                 IF BLN-DUPLICATE EQUAL TO "N" AND
                    INT-SESSSLOT NOT EQUAL TO ZERO THEN
                    IF BLN-SESSPENDING(INT-SESSSLOT) EQUAL TO "Y" AND
                       STR-SESSLOGTRANSCRIPT NOT EQUAL TO SPACES THEN
                       MOVE STR-SESSLOGTRANSCRIPT TO STR-BAREFILENAME
                       PERFORM 0503-BUILDFULLPATH
                       MOVE STR-FULLFILENAME TO STR-TRANSCRIPTNAME
                       PERFORM 0110-ESTIMATEFROMFILE
                    END-IF
                 END-IF
              END-IF
              INITIALIZE REC-SESSIONLOG
              READ FILE-SESSIONLOG INTO REC-SESSIONLOG
                    AT END MOVE 1 TO ENDOFLOGFILE
              END-READ
           END-IF.

       0110-ESTIMATEFROMFILE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    reads one not-yet-swept transcript front to back for the
      *    levels its session got through - a transcript that cannot
      *    be opened leaves the session's levels unknown
           OPEN INPUT FILE-TRANSCRIPT.
           IF STR-TRANSCRIPTFILESTATUS EQUAL TO "00" THEN
              MOVE INT-SESSSLOT TO INT-ESTSESSION
              MOVE ZERO TO INT-ESTFIRST
              MOVE ZERO TO INT-ESTLAST
              MOVE "N" TO BLN-ESTLASTEXIT
              MOVE 0 TO ENDOFTRANSCRIPT
              READ FILE-TRANSCRIPT
                    AT END MOVE 1 TO ENDOFTRANSCRIPT
              END-READ
              PERFORM 0111-ESTIMATEFILELINE TEST AFTER
                      UNTIL ENDOFTRANSCRIPT EQUAL TO 1
              CLOSE FILE-TRANSCRIPT
              PERFORM 0140-FINISHESTIMATE
           END-IF.

       0111-ESTIMATEFILELINE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0110-ESTIMATEFROMFILE - handles the
      *    line already read, then reads ahead
           IF ENDOFTRANSCRIPT NOT EQUAL TO 1 THEN
              PERFORM 0120-ESTIMATELINE
              READ FILE-TRANSCRIPT
                    AT END MOVE 1 TO ENDOFTRANSCRIPT
              END-READ
           END-IF.

       0120-ESTIMATELINE.
      *    Created 15/10/2026 By Roger Williams
      *    Modified 15/10/2026 By Roger Williams - also notes whether
      *    the command was "exit", logged as "...: exit -> "
      *
      *    one transcript line in REC-TRANSCRIPT - only the level a
      *    command line was typed on is wanted; transcripts from
      *    before the level was logged were all on level 1
           MOVE ZERO TO INT-LINELEVEL.
           EVALUATE TRUE
              WHEN REC-TRANSCRIPT(1:6) EQUAL TO "Level "
                 IF REC-TRANSCRIPT(7:1) IS NUMERIC THEN
                    MOVE REC-TRANSCRIPT(7:1) TO INT-LINELEVEL
                 END-IF
              WHEN REC-TRANSCRIPT(1:5) EQUAL TO "Room "
                 MOVE 1 TO INT-LINELEVEL
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           IF INT-LINELEVEL NOT EQUAL TO ZERO THEN
              IF INT-ESTFIRST EQUAL TO ZERO THEN
                 MOVE INT-LINELEVEL TO INT-ESTFIRST
              END-IF
              MOVE INT-LINELEVEL TO INT-ESTLAST
              MOVE ZERO TO INT-EXITTAG
              INSPECT REC-TRANSCRIPT TALLYING INT-EXITTAG
                      FOR ALL ": exit -> "
              IF INT-EXITTAG GREATER THAN ZERO THEN
                 MOVE "Y" TO BLN-ESTLASTEXIT
              ELSE
                 MOVE "N" TO BLN-ESTLASTEXIT
              END-IF
           END-IF.

       0140-FINISHESTIMATE.
      *    Created 15/10/2026 By Roger Williams
      *    Modified 15/10/2026 By Roger Williams - a session from
      *    before outcomes were recorded has no WON to go by; the
      *    game then had no losing condition and ended only on
      *    "exit" or on completing its last level, so a transcript
      *    whose last command was not "exit" completed that level
      *
      *    the transcript for session INT-ESTSESSION has been read -
      *    every level moved up through was completed, and a won
      *    game completed the one it finished on as well, exactly as
      *    the game counts them for the ledger
           IF INT-ESTSESSION NOT EQUAL TO ZERO THEN
              MOVE ZERO TO INT-ESTLEVELS
              IF INT-ESTFIRST NOT EQUAL TO ZERO AND
                 INT-ESTLAST GREATER THAN INT-ESTFIRST THEN
                 COMPUTE INT-ESTLEVELS = INT-ESTLAST - INT-ESTFIRST
              END-IF
              IF BLN-SESSWON(INT-ESTSESSION) EQUAL TO "Y" THEN
                 ADD 1 TO INT-ESTLEVELS
              END-IF
              IF BLN-SESSNOOUTCOME(INT-ESTSESSION) EQUAL TO "Y" AND
                 INT-ESTFIRST NOT EQUAL TO ZERO AND
                 BLN-ESTLASTEXIT EQUAL TO "N" THEN
                 ADD 1 TO INT-ESTLEVELS
              END-IF
              MOVE INT-SESSPLAYER(INT-ESTSESSION) TO INT-PLAYERSLOT
              ADD INT-ESTLEVELS TO INT-HISTLEVELS(INT-PLAYERSLOT)
              ADD 1 TO INT-HISTESTIMATED(INT-PLAYERSLOT)
              ADD 1 TO INT-NUMESTIMATED
              MOVE "N" TO BLN-SESSPENDING(INT-ESTSESSION)
           END-IF.
           MOVE ZERO TO INT-ESTSESSION.

       0150-READARCHIVES.
      *    Created 15/10/2026 By Roger Williams
      *
      *    reads every ARCHIVE_YYYYMMDD_COBOL.TXT from
      *    ROGADVENTUREFROM (the first sweep when unset) to
      *    ROGADVENTURETO (today when unset) - a day with no archive
      *    is simply skipped, nobody played
           IF STR-TODATE EQUAL TO SPACES THEN
              ACCEPT STR-TODATE FROM DATE YYYYMMDD
           END-IF.
           IF STR-FROMDATE EQUAL TO SPACES THEN
              MOVE "20260901" TO STR-FROMDATE
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
              STRING "WARNING: archives " DELIMITED BY SIZE
                     STR-FROMDATE DELIMITED BY SIZE
                     " to " DELIMITED BY SIZE
                     STR-TODATE DELIMITED BY SIZE
                     " not a valid YYYYMMDD range, skipped"
                     DELIMITED BY SIZE
                     INTO STR-REPORTLINE
              END-STRING
              PERFORM 0600-EMITLINE
           ELSE
              MOVE INT-FROMDAY TO INT-ARCHIVEDAY
              PERFORM 0151-READONEARCHIVE TEST AFTER
                      UNTIL INT-ARCHIVEDAY GREATER THAN INT-TODAY
              MOVE SPACES TO STR-REPORTLINE
              STRING "Archives " DELIMITED BY SIZE
                     STR-FROMDATE DELIMITED BY SIZE
                     " to " DELIMITED BY SIZE
                     STR-TODATE DELIMITED BY SIZE
                     ": " DELIMITED BY SIZE
                     INT-NUMARCHIVES DELIMITED BY SIZE
                     " found" DELIMITED BY SIZE
                     INTO STR-REPORTLINE
              END-STRING
              PERFORM 0600-EMITLINE
           END-IF.

       0151-READONEARCHIVE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0150-READARCHIVES - counts the
      *    sessions summarised in one day's archive and estimates
      *    the levels of any too old to carry them from the
      *    transcripts copied in after the summary
           COMPUTE INT-ARCHIVEDATE =
                   FUNCTION DATE-OF-INTEGER(INT-ARCHIVEDAY).
           MOVE SPACES TO STR-BAREFILENAME.
           STRING "ARCHIVE_" DELIMITED BY SIZE
                  INT-ARCHIVEDATE DELIMITED BY SIZE
                  "_COBOL.TXT" DELIMITED BY SIZE
                  INTO STR-BAREFILENAME
           END-STRING.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-TRANSCRIPTNAME.

           OPEN INPUT FILE-TRANSCRIPT.
           IF STR-TRANSCRIPTFILESTATUS EQUAL TO "00" THEN
              ADD 1 TO INT-NUMARCHIVES
              MOVE "N" TO BLN-INSUMMARY
              MOVE ZERO TO INT-ESTSESSION
              MOVE 0 TO ENDOFTRANSCRIPT
              READ FILE-TRANSCRIPT
                    AT END MOVE 1 TO ENDOFTRANSCRIPT
              END-READ
              PERFORM 0152-READARCHIVELINE TEST AFTER
                      UNTIL ENDOFTRANSCRIPT EQUAL TO 1
              CLOSE FILE-TRANSCRIPT
      *       the last file copied in ends with the archive
              PERFORM 0140-FINISHESTIMATE
           END-IF.

           ADD 1 TO INT-ARCHIVEDAY.

       0152-READARCHIVELINE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0151-READONEARCHIVE - every sweep of
      *    the day appends a "Daily session archive" heading, its
      *    summary lines, then the files it copied in behind "==== "
      *    separators; a separator naming the transcript of a session
      *    still waiting for its levels starts reading it, and any
      *    separator or heading ends the file being read
           IF ENDOFTRANSCRIPT NOT EQUAL TO 1 THEN
              EVALUATE TRUE
                 WHEN REC-TRANSCRIPT(1:22) EQUAL TO
                      "Daily session archive "
                    PERFORM 0140-FINISHESTIMATE
                    MOVE "Y" TO BLN-INSUMMARY
                 WHEN REC-TRANSCRIPT(1:5) EQUAL TO "==== "
                    PERFORM 0140-FINISHESTIMATE
                    MOVE "N" TO BLN-INSUMMARY
                    MOVE ZERO TO INT-TRANSCRIPTTAG
                    INSPECT REC-TRANSCRIPT TALLYING INT-TRANSCRIPTTAG
                            FOR ALL "TRANSCRIPT_"
                    IF INT-TRANSCRIPTTAG GREATER THAN ZERO AND
                       REC-TRANSCRIPT(6:9) NOT EQUAL TO "missing: " THEN
                       PERFORM 0153-FINDPENDING
                    END-IF
                 WHEN BLN-INSUMMARY EQUAL TO "Y" AND
                      STR-ARCHSTAMPDATE IS NUMERIC
                    PERFORM 0155-READSUMMARYLINE
                 WHEN INT-ESTSESSION NOT EQUAL TO ZERO
                    PERFORM 0120-ESTIMATELINE
                 WHEN OTHER
      *             the column heading, reports and transcripts of
      *             sessions that carried their own level count
                    CONTINUE
              END-EVALUATE
              READ FILE-TRANSCRIPT
                    AT END MOVE 1 TO ENDOFTRANSCRIPT
              END-READ
           END-IF.

       0153-FINDPENDING.
      *    Created 15/10/2026 By Roger Williams
      *
      *    called by 0152-READARCHIVELINE for a "==== TRANSCRIPT_"
      *    separator - the stamp in the file name picks out the
      *    session still waiting for its levels, if any
           MOVE ZERO TO INT-ESTSESSION.
           MOVE ZERO TO INT-ESTFIRST.
           MOVE ZERO TO INT-ESTLAST.
           MOVE "N" TO BLN-ESTLASTEXIT.
           MOVE REC-TRANSCRIPT(17:15) TO STR-INSTAMP.
           MOVE 1 TO INT-NUM2.
           PERFORM 0154-CHECKONEPENDING TEST AFTER
                   UNTIL INT-NUM2 GREATER THAN INT-NUMSESSIONS
                      OR INT-ESTSESSION NOT EQUAL TO ZERO.

       0154-CHECKONEPENDING.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0153-FINDPENDING
           IF INT-NUMSESSIONS GREATER THAN ZERO THEN
              IF BLN-SESSPENDING(INT-NUM2) EQUAL TO "Y" AND
                 STR-SESSSTAMP(INT-NUM2) EQUAL TO STR-INSTAMP THEN
                 MOVE INT-NUM2 TO INT-ESTSESSION
              END-IF
           END-IF.
           ADD 1 TO INT-NUM2.

       0155-READSUMMARYLINE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    one archive summary line - a hand-damaged number counts
      *    as zero rather than poisoning the job, and a line from
      *    before the levels column leaves its levels to estimate
           IF STR-ARCHPLAYER NOT EQUAL TO SPACES THEN
              MOVE STR-ARCHSTAMP TO STR-INSTAMP
              MOVE STR-ARCHPLAYER TO STR-INPLAYER
              MOVE ZERO TO INT-INMOVES
              IF STR-ARCHMOVES IS NUMERIC THEN
                 MOVE STR-ARCHMOVES TO INT-INMOVES
              END-IF
              MOVE STR-ARCHOUTCOME TO STR-INOUTCOME
              MOVE SPACES TO STR-INLEVELS
              IF STR-ARCHLEVELS IS NUMERIC THEN
                 MOVE STR-ARCHLEVELS TO STR-INLEVELS
              END-IF
              PERFORM 0300-ADDSESSION
           END-IF.

       0160-COUNTUNKNOWN.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by MAIN-PROCEDURE once the history is
      *    read - a session still waiting for its levels never had
      *    its transcript found, so its levels are unknown
           IF INT-NUMSESSIONS GREATER THAN ZERO THEN
              IF BLN-SESSPENDING(INT-NUM2) EQUAL TO "Y" THEN
                 MOVE INT-SESSPLAYER(INT-NUM2) TO INT-PLAYERSLOT
                 ADD 1 TO INT-HISTUNKNOWN(INT-PLAYERSLOT)
                 ADD 1 TO INT-NUMUNKNOWN
              END-IF
           END-IF.
           ADD 1 TO INT-NUM2.

       0200-READLEDGER.
      *    Created 15/10/2026 By Roger Williams
      *
      *    reads every record of the live ledger into the player
      *    table - no ledger at all is reported but still compared,
      *    every player is then missing from it; a ledger that is
      *    there but cannot be read ends the job with return code 8
           OPEN INPUT FILE-PLAYERSIDX.
           EVALUATE STR-PLAYERSIDXFILESTATUS
              WHEN "00"
                 MOVE "Y" TO BLN-LEDGEROPEN
                 MOVE 0 TO ENDOFLEDGERFILE
                 PERFORM 0210-READONELEDGERRECORD TEST AFTER
                         UNTIL ENDOFLEDGERFILE EQUAL TO 1
                 CLOSE FILE-PLAYERSIDX
              WHEN "35"
                 MOVE "Y" TO BLN-LEDGERABSENT
                 MOVE SPACES TO STR-REPORTLINE
                 STRING "WARNING: no ledger " DELIMITED BY SIZE
                        FUNCTION TRIM(STR-PLAYERSIDXNAME)
                        DELIMITED BY SIZE
                        " - compared as empty" DELIMITED BY SIZE
                        INTO STR-REPORTLINE
                 END-STRING
                 PERFORM 0600-EMITLINE
              WHEN OTHER
                 MOVE SPACES TO STR-REPORTLINE
                 STRING "ERROR: cannot open " DELIMITED BY SIZE
                        FUNCTION TRIM(STR-PLAYERSIDXNAME)
                        DELIMITED BY SIZE
                        " STATUS " DELIMITED BY SIZE
                        STR-PLAYERSIDXFILESTATUS DELIMITED BY SIZE
                        INTO STR-REPORTLINE
                 END-STRING
                 PERFORM 0600-EMITLINE
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       0210-READONELEDGERRECORD.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0200-READLEDGER - reads one ledger
      *    record and files its figures against the player; wins
      *    and deaths on a record from before they were kept count
      *    as zero, as the game treats them
           READ FILE-PLAYERSIDX NEXT RECORD
              AT END MOVE 1 TO ENDOFLEDGERFILE
           END-READ.

           IF ENDOFLEDGERFILE NOT EQUAL TO 1 THEN
              IF STR-PLAYERIDX-KEY NOT EQUAL TO SPACES THEN
                 MOVE STR-PLAYERIDX-KEY TO STR-FINDNAME
                 PERFORM 0310-FINDPLAYER
                 IF INT-PLAYERSLOT NOT EQUAL TO ZERO THEN
                    MOVE "Y" TO BLN-INLEDGER(INT-PLAYERSLOT)
                    ADD 1 TO INT-NUMINLEDGER
                    MOVE INT-PLAYERGAMES-IDX
                       TO INT-LEDGGAMES(INT-PLAYERSLOT)
                    MOVE INT-PLAYERMOVES-IDX
                       TO INT-LEDGMOVES(INT-PLAYERSLOT)
                    MOVE INT-PLAYERBEST-IDX
                       TO INT-LEDGBEST(INT-PLAYERSLOT)
                    MOVE INT-PLAYERLEVELS-IDX
                       TO INT-LEDGLEVELS(INT-PLAYERSLOT)
                    IF INT-PLAYERWINS-IDX IS NUMERIC THEN
                       MOVE INT-PLAYERWINS-IDX
                          TO INT-LEDGWINS(INT-PLAYERSLOT)
                    END-IF
                    IF INT-PLAYERDEATHS-IDX IS NUMERIC THEN
                       MOVE INT-PLAYERDEATHS-IDX
                          TO INT-LEDGDEATHS(INT-PLAYERSLOT)
                    END-IF
                 END-IF
              END-IF
           END-IF.

       0300-ADDSESSION.
      *    Created 15/10/2026 By Roger Williams
      *
      *    custom function - counts the session in STR-INSTAMP,
      *    STR-INPLAYER, INT-INMOVES, STR-INOUTCOME and STR-INLEVELS
      *    into its player's history figures exactly as the game
      *    counts it into the ledger; a session already counted is
      *    skipped and leaves BLN-DUPLICATE "Y". Leaves the session's
      *    slot in INT-SESSSLOT, zero when the table is full
           MOVE "N" TO BLN-DUPLICATE.
           MOVE ZERO TO INT-SESSSLOT.
           MOVE STR-INPLAYER TO STR-FINDNAME.
           PERFORM 0310-FINDPLAYER.

           IF INT-PLAYERSLOT NOT EQUAL TO ZERO THEN
              MOVE 1 TO INT-NUM2
              PERFORM 0320-CHECKDUPLICATE TEST AFTER
                      UNTIL INT-NUM2 GREATER THAN INT-NUMSESSIONS
                         OR BLN-DUPLICATE EQUAL TO "Y"
              IF BLN-DUPLICATE EQUAL TO "Y" THEN
                 ADD 1 TO INT-NUMDUPLICATES
                 MOVE SPACES TO STR-REPORTLINE
                 STRING "Duplicate session " DELIMITED BY SIZE
                        STR-INSTAMP DELIMITED BY SIZE
                        " for " DELIMITED BY SIZE
                        FUNCTION TRIM(STR-INPLAYER) DELIMITED BY SIZE
                        " counted once" DELIMITED BY SIZE
                        INTO STR-REPORTLINE
                 END-STRING
                 PERFORM 0600-EMITLINE
              ELSE
                 PERFORM 0330-COUNTSESSION
              END-IF
           END-IF.

       0310-FINDPLAYER.
      *    Created 15/10/2026 By Roger Williams
      *
      *    custom function - looks through the player table for
      *    STR-FINDNAME and adds it when it is new, leaves the slot
      *    in INT-PLAYERSLOT or zero when the table is full
           MOVE ZERO TO INT-PLAYERSLOT.
           MOVE 1 TO INT-NUM1.
           PERFORM 0311-CHECKONEPLAYER TEST AFTER
                   UNTIL INT-NUM1 GREATER THAN INT-NUMRECON
                      OR INT-PLAYERSLOT NOT EQUAL TO ZERO.

           IF INT-PLAYERSLOT EQUAL TO ZERO THEN
              IF INT-NUMRECON LESS THAN 500 THEN
                 ADD 1 TO INT-NUMRECON
                 MOVE INT-NUMRECON TO INT-PLAYERSLOT
                 MOVE STR-FINDNAME TO STR-RECONNAME(INT-PLAYERSLOT)
              ELSE
                 IF BLN-PLAYERSWARNED EQUAL TO "N" THEN
                    MOVE "WARNING: more than 500 players - extra "
                       TO STR-REPORTLINE
                    MOVE "players not reconciled"
                       TO STR-REPORTLINE(41:22)
                    PERFORM 0600-EMITLINE
                    MOVE "Y" TO BLN-PLAYERSWARNED
                 END-IF
              END-IF
           END-IF.

       0311-CHECKONEPLAYER.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0310-FINDPLAYER
           IF INT-NUMRECON GREATER THAN ZERO THEN
              IF STR-RECONNAME(INT-NUM1) EQUAL TO STR-FINDNAME THEN
                 MOVE INT-NUM1 TO INT-PLAYERSLOT
              END-IF
           END-IF.
           ADD 1 TO INT-NUM1.

       0320-CHECKDUPLICATE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0300-ADDSESSION - the same player
      *    and stamp is the same session
           IF INT-NUMSESSIONS GREATER THAN ZERO THEN
              IF STR-SESSSTAMP(INT-NUM2) EQUAL TO STR-INSTAMP AND
                 INT-SESSPLAYER(INT-NUM2) EQUAL TO INT-PLAYERSLOT THEN
                 MOVE "Y" TO BLN-DUPLICATE
              END-IF
           END-IF.
           ADD 1 TO INT-NUM2.

       0330-COUNTSESSION.
      *    Created 15/10/2026 By Roger Williams
      *    Modified 15/10/2026 By Roger Williams - a session from
      *    before outcomes were recorded no longer sets the best, a
      *    quit one looks just the same; it is counted instead, and
      *    makes the player's best unverifiable
      *
      *    called by 0300-ADDSESSION for a session not met before -
      *    one more game, its moves, a win or a death, and the best
      *    move count only from a won game
           ADD 1 TO INT-SESSIONSREAD.
           IF BLN-INHISTORY(INT-PLAYERSLOT) EQUAL TO "N" THEN
              MOVE "Y" TO BLN-INHISTORY(INT-PLAYERSLOT)
              ADD 1 TO INT-NUMINHISTORY
           END-IF.
           ADD 1 TO INT-HISTGAMES(INT-PLAYERSLOT).
           ADD INT-INMOVES TO INT-HISTMOVES(INT-PLAYERSLOT).
           IF STR-INOUTCOME EQUAL TO "WON " THEN
              ADD 1 TO INT-HISTWINS(INT-PLAYERSLOT)
           END-IF.
           IF STR-INOUTCOME EQUAL TO "DIED" THEN
              ADD 1 TO INT-HISTDEATHS(INT-PLAYERSLOT)
           END-IF.
           IF STR-INOUTCOME EQUAL TO SPACES THEN
              ADD 1 TO INT-HISTNOOUTCOME(INT-PLAYERSLOT)
           END-IF.
           IF STR-INOUTCOME EQUAL TO "WON " THEN
              IF INT-INMOVES GREATER THAN ZERO THEN
                 IF INT-HISTBEST(INT-PLAYERSLOT) EQUAL TO ZERO OR
                    INT-INMOVES LESS THAN
                    INT-HISTBEST(INT-PLAYERSLOT) THEN
                    MOVE INT-INMOVES TO INT-HISTBEST(INT-PLAYERSLOT)
                 END-IF
              END-IF
           END-IF.

           IF INT-NUMSESSIONS LESS THAN 5000 THEN
              ADD 1 TO INT-NUMSESSIONS
              MOVE INT-NUMSESSIONS TO INT-SESSSLOT
              MOVE STR-INSTAMP TO STR-SESSSTAMP(INT-SESSSLOT)
              MOVE INT-PLAYERSLOT TO INT-SESSPLAYER(INT-SESSSLOT)
              MOVE INT-INMOVES TO INT-SESSMOVES(INT-SESSSLOT)
              MOVE "N" TO BLN-SESSBESTOK(INT-SESSSLOT)
              IF STR-INOUTCOME EQUAL TO "WON " OR
                 STR-INOUTCOME EQUAL TO SPACES THEN
                 MOVE "Y" TO BLN-SESSBESTOK(INT-SESSSLOT)
              END-IF
              MOVE "N" TO BLN-SESSWON(INT-SESSSLOT)
              IF STR-INOUTCOME EQUAL TO "WON " THEN
                 MOVE "Y" TO BLN-SESSWON(INT-SESSSLOT)
              END-IF
              MOVE "N" TO BLN-SESSNOOUTCOME(INT-SESSSLOT)
              IF STR-INOUTCOME EQUAL TO SPACES THEN
                 MOVE "Y" TO BLN-SESSNOOUTCOME(INT-SESSSLOT)
              END-IF
              MOVE "N" TO BLN-SESSPENDING(INT-SESSSLOT)
           ELSE
              IF BLN-SESSIONSWARNED EQUAL TO "N" THEN
                 MOVE "WARNING: more than 5000 sessions - levels "
                    TO STR-REPORTLINE
                 MOVE "and best moves of the rest not checked"
                    TO STR-REPORTLINE(43:38)
                 PERFORM 0600-EMITLINE
                 MOVE "Y" TO BLN-SESSIONSWARNED
              END-IF
           END-IF.

      *    the level count when the line carries one, otherwise it
      *    waits for the transcript
           IF STR-INLEVELS IS NUMERIC THEN
              ADD FUNCTION NUMVAL(STR-INLEVELS)
                 TO INT-HISTLEVELS(INT-PLAYERSLOT)
           ELSE
              IF INT-SESSSLOT NOT EQUAL TO ZERO THEN
                 MOVE "Y" TO BLN-SESSPENDING(INT-SESSSLOT)
              ELSE
                 ADD 1 TO INT-HISTUNKNOWN(INT-PLAYERSLOT)
                 ADD 1 TO INT-NUMUNKNOWN
              END-IF
           END-IF.

       0400-REPORTPLAYERS.
      *    Created 15/10/2026 By Roger Williams
      *
      *    reports every player in the ledger or the history, in the
      *    order first met, then the totals and a verdict
           MOVE SPACES TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.
           MOVE "Player                Result" TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.
           MOVE "------                ------" TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.

           MOVE 1 TO INT-NUM1.
           PERFORM 0401-REPORTONEPLAYER TEST AFTER
                   UNTIL INT-NUM1 GREATER THAN INT-NUMRECON.

           MOVE SPACES TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.
           MOVE SPACES TO STR-REPORTLINE.
           STRING "Sessions counted: " DELIMITED BY SIZE
                  INT-SESSIONSREAD DELIMITED BY SIZE
                  "  duplicates skipped: " DELIMITED BY SIZE
                  INT-NUMDUPLICATES DELIMITED BY SIZE
                  INTO STR-REPORTLINE
           END-STRING.
           PERFORM 0600-EMITLINE.
           MOVE SPACES TO STR-REPORTLINE.
           STRING "Levels estimated from transcripts: "
                  DELIMITED BY SIZE
                  INT-NUMESTIMATED DELIMITED BY SIZE
                  "  unknown: " DELIMITED BY SIZE
                  INT-NUMUNKNOWN DELIMITED BY SIZE
                  INTO STR-REPORTLINE
           END-STRING.
           PERFORM 0600-EMITLINE.
           MOVE SPACES TO STR-REPORTLINE.
           STRING "Players in ledger: " DELIMITED BY SIZE
                  INT-NUMINLEDGER DELIMITED BY SIZE
                  "  in history: " DELIMITED BY SIZE
                  INT-NUMINHISTORY DELIMITED BY SIZE
                  "  agreeing: " DELIMITED BY SIZE
                  INT-NUMAGREE DELIMITED BY SIZE
                  "  disagreeing: " DELIMITED BY SIZE
                  INT-NUMDISAGREE DELIMITED BY SIZE
                  INTO STR-REPORTLINE
           END-STRING.
           PERFORM 0600-EMITLINE.
           MOVE SPACES TO STR-REPORTLINE.
           STRING "Missing from ledger: " DELIMITED BY SIZE
                  INT-NUMMISSING DELIMITED BY SIZE
                  "  no history: " DELIMITED BY SIZE
                  INT-NUMNOHISTORY DELIMITED BY SIZE
                  "  unsupported best: " DELIMITED BY SIZE
                  INT-NUMUNSUPPORTED DELIMITED BY SIZE
                  INTO STR-REPORTLINE
           END-STRING.
           PERFORM 0600-EMITLINE.
           MOVE SPACES TO STR-REPORTLINE.
           STRING "Best unverifiable (sessions from before outcomes): "
                  DELIMITED BY SIZE
                  INT-NUMBESTUNVERIFIED DELIMITED BY SIZE
                  INTO STR-REPORTLINE
           END-STRING.
           PERFORM 0600-EMITLINE.

           IF INT-NUMDISAGREE EQUAL TO ZERO AND
              INT-NUMMISSING EQUAL TO ZERO AND
              INT-NUMNOHISTORY EQUAL TO ZERO THEN
              MOVE "RESULT: the ledger agrees with the session history"
                 TO STR-REPORTLINE
           ELSE
              MOVE "RESULT: the ledger DISAGREES with the history"
                 TO STR-REPORTLINE
           END-IF.
           PERFORM 0600-EMITLINE.

       0401-REPORTONEPLAYER.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0400-REPORTPLAYERS - one player: in
      *    one side only, or each figure compared in turn
           IF INT-NUMRECON GREATER THAN ZERO THEN
              MOVE "N" TO BLN-PLAYERDIFFERS
              EVALUATE TRUE
                 WHEN BLN-INHISTORY(INT-NUM1) EQUAL TO "N"
                    ADD 1 TO INT-NUMNOHISTORY
                    MOVE SPACES TO STR-REPORTLINE
                    STRING STR-RECONNAME(INT-NUM1) DELIMITED BY SIZE
                           "  NO HISTORY - ledger shows "
                           DELIMITED BY SIZE
                           INT-LEDGGAMES(INT-NUM1) DELIMITED BY SIZE
                           " game(s)" DELIMITED BY SIZE
                           INTO STR-REPORTLINE
                    END-STRING
                    PERFORM 0600-EMITLINE
                 WHEN BLN-INLEDGER(INT-NUM1) EQUAL TO "N"
                    ADD 1 TO INT-NUMMISSING
                    MOVE SPACES TO STR-REPORTLINE
                    STRING STR-RECONNAME(INT-NUM1) DELIMITED BY SIZE
                           "  MISSING FROM LEDGER - history shows "
                           DELIMITED BY SIZE
                           INT-HISTGAMES(INT-NUM1) DELIMITED BY SIZE
                           " game(s)" DELIMITED BY SIZE
                           INTO STR-REPORTLINE
                    END-STRING
                    PERFORM 0600-EMITLINE
                 WHEN OTHER
                    PERFORM 0402-COMPAREPLAYER
                    IF BLN-PLAYERDIFFERS EQUAL TO "Y" THEN
                       ADD 1 TO INT-NUMDISAGREE
                    ELSE
                       ADD 1 TO INT-NUMAGREE
                       MOVE SPACES TO STR-REPORTLINE
                       STRING STR-RECONNAME(INT-NUM1)
                              DELIMITED BY SIZE
                              "  agrees" DELIMITED BY SIZE
                              INTO STR-REPORTLINE
                       END-STRING
                       PERFORM 0600-EMITLINE
                    END-IF
              END-EVALUATE
           END-IF.
           ADD 1 TO INT-NUM1.

       0402-COMPAREPLAYER.
      *    Created 15/10/2026 By Roger Williams
      *    Modified 15/10/2026 By Roger Williams - the best is only
      *    compared when every session has an outcome, otherwise it
      *    is reported as unverifiable rather than as disagreeing
      *
      *    called by 0401-REPORTONEPLAYER for a player on both sides
      *    - one line per figure that disagrees, then the best move
      *    count checked against the won sessions themselves
           MOVE "games" TO STR-FIGNAME.
           MOVE INT-LEDGGAMES(INT-NUM1) TO INT-FIGLEDGER.
           MOVE INT-HISTGAMES(INT-NUM1) TO INT-FIGHISTORY.
           MOVE SPACES TO STR-FIGNOTE.
           PERFORM 0410-COMPAREFIGURE.

           MOVE "moves" TO STR-FIGNAME.
           MOVE INT-LEDGMOVES(INT-NUM1) TO INT-FIGLEDGER.
           MOVE INT-HISTMOVES(INT-NUM1) TO INT-FIGHISTORY.
           PERFORM 0410-COMPAREFIGURE.

           MOVE "levels" TO STR-FIGNAME.
           MOVE INT-LEDGLEVELS(INT-NUM1) TO INT-FIGLEDGER.
           MOVE INT-HISTLEVELS(INT-NUM1) TO INT-FIGHISTORY.
           IF INT-HISTUNKNOWN(INT-NUM1) GREATER THAN ZERO THEN
              MOVE "(some unknown)" TO STR-FIGNOTE
           ELSE
              IF INT-HISTESTIMATED(INT-NUM1) GREATER THAN ZERO THEN
                 MOVE "(estimated)" TO STR-FIGNOTE
              END-IF
           END-IF.
           PERFORM 0410-COMPAREFIGURE.
           MOVE SPACES TO STR-FIGNOTE.

           MOVE "wins" TO STR-FIGNAME.
           MOVE INT-LEDGWINS(INT-NUM1) TO INT-FIGLEDGER.
           MOVE INT-HISTWINS(INT-NUM1) TO INT-FIGHISTORY.
           PERFORM 0410-COMPAREFIGURE.

           MOVE "deaths" TO STR-FIGNAME.
           MOVE INT-LEDGDEATHS(INT-NUM1) TO INT-FIGLEDGER.
           MOVE INT-HISTDEATHS(INT-NUM1) TO INT-FIGHISTORY.
           PERFORM 0410-COMPAREFIGURE.

      *    a best the ledger holds must be the move count of some
      *    session that could set it - if none was played in that
      *    many moves the figure came from somewhere else
           IF INT-LEDGBEST(INT-NUM1) GREATER THAN ZERO THEN
              MOVE "N" TO BLN-BESTSUPPORTED
              MOVE 1 TO INT-NUM2
              PERFORM 0420-CHECKBESTSESSION TEST AFTER
                      UNTIL INT-NUM2 GREATER THAN INT-NUMSESSIONS
                         OR BLN-BESTSUPPORTED EQUAL TO "Y"
              IF BLN-BESTSUPPORTED EQUAL TO "N" THEN
                 ADD 1 TO INT-NUMUNSUPPORTED
                 MOVE "Y" TO BLN-PLAYERDIFFERS
                 MOVE SPACES TO STR-REPORTLINE
                 STRING STR-RECONNAME(INT-NUM1) DELIMITED BY SIZE
                        "  UNSUPPORTED BEST " DELIMITED BY SIZE
                        INT-LEDGBEST(INT-NUM1) DELIMITED BY SIZE
                        " - no won session of that many moves"
                        DELIMITED BY SIZE
                        INTO STR-REPORTLINE
                 END-STRING
                 PERFORM 0600-EMITLINE
              END-IF
           END-IF.
           EVALUATE TRUE
              WHEN INT-LEDGBEST(INT-NUM1) GREATER THAN ZERO AND
                   BLN-BESTSUPPORTED EQUAL TO "N"
                 CONTINUE
              WHEN INT-HISTNOOUTCOME(INT-NUM1) GREATER THAN ZERO
                 ADD 1 TO INT-NUMBESTUNVERIFIED
                 MOVE SPACES TO STR-REPORTLINE
                 STRING STR-RECONNAME(INT-NUM1) DELIMITED BY SIZE
                        "  best " DELIMITED BY SIZE
                        INT-LEDGBEST(INT-NUM1) DELIMITED BY SIZE
                        " unverifiable - " DELIMITED BY SIZE
                        INT-HISTNOOUTCOME(INT-NUM1) DELIMITED BY SIZE
                        " pre-outcome game(s)" DELIMITED BY SIZE
                        INTO STR-REPORTLINE
                 END-STRING
                 PERFORM 0600-EMITLINE
              WHEN OTHER
                 MOVE "best" TO STR-FIGNAME
                 MOVE INT-LEDGBEST(INT-NUM1) TO INT-FIGLEDGER
                 MOVE INT-HISTBEST(INT-NUM1) TO INT-FIGHISTORY
                 PERFORM 0410-COMPAREFIGURE
           END-EVALUATE.

       0410-COMPAREFIGURE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    custom function - reports STR-FIGNAME when the ledger's
      *    INT-FIGLEDGER and the history's INT-FIGHISTORY differ
           IF INT-FIGLEDGER NOT EQUAL TO INT-FIGHISTORY THEN
              MOVE "Y" TO BLN-PLAYERDIFFERS
              MOVE SPACES TO STR-REPORTLINE
              STRING STR-RECONNAME(INT-NUM1) DELIMITED BY SIZE
                     "  " DELIMITED BY SIZE
                     STR-FIGNAME DELIMITED BY SIZE
                     " ledger " DELIMITED BY SIZE
                     INT-FIGLEDGER DELIMITED BY SIZE
                     " history " DELIMITED BY SIZE
                     INT-FIGHISTORY DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     STR-FIGNOTE DELIMITED BY SIZE
                     INTO STR-REPORTLINE
              END-STRING
              PERFORM 0600-EMITLINE
           END-IF.

       0420-CHECKBESTSESSION.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0402-COMPAREPLAYER
           IF INT-NUMSESSIONS GREATER THAN ZERO THEN
              IF INT-SESSPLAYER(INT-NUM2) EQUAL TO INT-NUM1 AND
                 BLN-SESSBESTOK(INT-NUM2) EQUAL TO "Y" AND
                 INT-SESSMOVES(INT-NUM2) EQUAL TO
                 INT-LEDGBEST(INT-NUM1) THEN
                 MOVE "Y" TO BLN-BESTSUPPORTED
              END-IF
           END-IF.
           ADD 1 TO INT-NUM2.

       0500-WRITERECONCILED.
      *    Created 15/10/2026 By Roger Williams
      *
      *    writes the corrected ledger for review - never over the
      *    live one; return code 8 when it cannot be created
           MOVE SPACES TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.

           OPEN OUTPUT FILE-RECONCILED.
           IF STR-RECONCILEDFILESTATUS NOT EQUAL TO "00" THEN
              MOVE SPACES TO STR-REPORTLINE
              STRING "ERROR: cannot create " DELIMITED BY SIZE
                     FUNCTION TRIM(STR-RECONCILEDNAME)
                     DELIMITED BY SIZE
                     " STATUS " DELIMITED BY SIZE
                     STR-RECONCILEDFILESTATUS DELIMITED BY SIZE
                     INTO STR-REPORTLINE
              END-STRING
              PERFORM 0600-EMITLINE
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 1 TO INT-NUM1
              PERFORM 0510-WRITEONERECONCILED TEST AFTER
                      UNTIL INT-NUM1 GREATER THAN INT-NUMRECON
              CLOSE FILE-RECONCILED
              MOVE SPACES TO STR-REPORTLINE
              STRING "Corrected ledger of " DELIMITED BY SIZE
                     INT-NUMWRITTEN DELIMITED BY SIZE
                     " player(s) written to" DELIMITED BY SIZE
                     INTO STR-REPORTLINE
              END-STRING
              PERFORM 0600-EMITLINE
              MOVE SPACES TO STR-REPORTLINE
              MOVE STR-RECONCILEDNAME TO STR-REPORTLINE(3:78)
              PERFORM 0600-EMITLINE
              MOVE "review it, then rename it over PLAYERS_COBOL.IDX "
                 TO STR-REPORTLINE
              MOVE "to adopt it" TO STR-REPORTLINE(50:11)
              PERFORM 0600-EMITLINE
           END-IF.

       0510-WRITEONERECONCILED.
      *    Created 15/10/2026 By Roger Williams
      *    Modified 15/10/2026 By Roger Williams - keeps the ledger's
      *    best too when some sessions have no outcome
      *
      *    repeatedly called by 0500-WRITERECONCILED - a player with
      *    history gets the rebuilt figures (keeping the ledger's
      *    levels when some sessions' levels are unknown), one with
      *    none is carried across as the ledger has it
           IF INT-NUMRECON GREATER THAN ZERO THEN
              MOVE STR-RECONNAME(INT-NUM1) TO STR-RECONCILED-KEY
              IF BLN-INHISTORY(INT-NUM1) EQUAL TO "Y" THEN
                 MOVE INT-HISTGAMES(INT-NUM1) TO INT-RECONCILEDGAMES
                 MOVE INT-HISTMOVES(INT-NUM1) TO INT-RECONCILEDMOVES
                 MOVE INT-HISTBEST(INT-NUM1) TO INT-RECONCILEDBEST
                 MOVE INT-HISTLEVELS(INT-NUM1) TO INT-RECONCILEDLEVELS
                 IF INT-HISTUNKNOWN(INT-NUM1) GREATER THAN ZERO AND
                    BLN-INLEDGER(INT-NUM1) EQUAL TO "Y" THEN
                    MOVE INT-LEDGLEVELS(INT-NUM1)
                       TO INT-RECONCILEDLEVELS
                 END-IF
                 IF INT-HISTNOOUTCOME(INT-NUM1) GREATER THAN ZERO AND
                    BLN-INLEDGER(INT-NUM1) EQUAL TO "Y" THEN
                    MOVE INT-LEDGBEST(INT-NUM1) TO INT-RECONCILEDBEST
                 END-IF
                 MOVE INT-HISTWINS(INT-NUM1) TO INT-RECONCILEDWINS
                 MOVE INT-HISTDEATHS(INT-NUM1) TO INT-RECONCILEDDEATHS
              ELSE
                 MOVE INT-LEDGGAMES(INT-NUM1) TO INT-RECONCILEDGAMES
                 MOVE INT-LEDGMOVES(INT-NUM1) TO INT-RECONCILEDMOVES
                 MOVE INT-LEDGBEST(INT-NUM1) TO INT-RECONCILEDBEST
                 MOVE INT-LEDGLEVELS(INT-NUM1) TO INT-RECONCILEDLEVELS
                 MOVE INT-LEDGWINS(INT-NUM1) TO INT-RECONCILEDWINS
                 MOVE INT-LEDGDEATHS(INT-NUM1) TO INT-RECONCILEDDEATHS
              END-IF
              WRITE REC-RECONCILED
              IF STR-RECONCILEDFILESTATUS EQUAL TO "00" THEN
                 ADD 1 TO INT-NUMWRITTEN
              END-IF
           END-IF.
           ADD 1 TO INT-NUM1.

       0012-SETFILEPATHS.
      *    Created 15/10/2026 By Roger Williams
      *
      *    reads the optional ROGADVENTUREPATH environment variable,
      *    exactly as the game does, so this job reads the same
      *    files the game wrote; ROGADVENTUREFROM and ROGADVENTURETO
      *    give the range of dated archives to read, and
      *    ROGADVENTURECORRECT=Y asks for the corrected ledger
           MOVE SPACES TO STR-PROJECTPATH.
           ACCEPT STR-PROJECTPATH FROM ENVIRONMENT "ROGADVENTUREPATH".
           MOVE SPACES TO STR-FROMDATE.
           ACCEPT STR-FROMDATE FROM ENVIRONMENT "ROGADVENTUREFROM".
           MOVE SPACES TO STR-TODATE.
           ACCEPT STR-TODATE FROM ENVIRONMENT "ROGADVENTURETO".
           MOVE SPACES TO STR-CORRECT.
           ACCEPT STR-CORRECT FROM ENVIRONMENT "ROGADVENTURECORRECT".
           MOVE FUNCTION UPPER-CASE(STR-CORRECT) TO STR-CORRECT.

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
              MOVE STR-REPORTLINE TO REC-RECONREPORT
              WRITE REC-RECONREPORT
           END-IF.

       END PROGRAM ROGsLedgerReconCOBOL.
