      *    run archived (those originals are already deleted, the
      *    archive is the only copy)
      *  - deletes the per-session files it archived
      *  - starts a fresh session index ready for tomorrow
      *
      *the index is moved aside to SESSIONS_SWEEPING_COBOL.TXT BEFORE
      *anything is appended to the archive, and that holding file is
      *only deleted once the archive is complete - so a rerun after a
      *failure can never append the same sessions twice; if a holding
      *file is found at the start the previous sweep did not finish,
      *and the job stops with return code 8 for the operator to check
      *the archive against it and delete it
      *
      *the index is streamed in three passes (count, summary, sweep)
      *rather than loaded into a table, so there is no cap on how
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

      *define one archive line - wide enough for a transcript line
       FD FILE-ARCHIVE.
           77 STR-SESSIONLOGNAME PIC X(200)
             VALUE "SESSIONS_COBOL.TXT".
           77 STR-SESSIONLOGFILESTATUS PIC XX VALUE SPACES.
      *    the index is renamed to this while it is being swept
           77 STR-SWEEPINGNAME PIC X(200) VALUE SPACES.
           77 STR-ARCHIVENAME PIC X(200) VALUE SPACES.
           77 STR-ARCHIVEFILESTATUS PIC XX VALUE SPACES.
           77 STR-SWEPTNAME PIC X(200) VALUE SPACES.
           MOVE "SESSIONS_COBOL.TXT" TO STR-BAREFILENAME.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-SESSIONLOGNAME.
           MOVE "SESSIONS_SWEEPING_COBOL.TXT" TO STR-BAREFILENAME.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-SWEEPINGNAME.

      *    Modified 15/10/2026 By Roger Williams - a holding file left
      *    behind means an earlier sweep stopped part way through;
      *    some or all of its sessions may already be in the archive,
      *    so sweeping them again would duplicate them - stop and let
      *    the operator decide
           MOVE STR-SWEEPINGNAME TO STR-SESSIONLOGNAME.
           OPEN INPUT FILE-SESSIONLOG.
           IF STR-SESSIONLOGFILESTATUS EQUAL TO "00" THEN
              CLOSE FILE-SESSIONLOG
              DISPLAY "ERROR: " FUNCTION TRIM(STR-SWEEPINGNAME)
                      " was left by a sweep that did not finish -"
              DISPLAY "check the archive against it, then delete it"
                      " and run the sweep again"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "SESSIONS_COBOL.TXT" TO STR-BAREFILENAME.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-SESSIONLOGNAME.

      *    pass one - count the index entries, so an empty index
      *    stops the job before the archive is even touched
              DISPLAY "CANNOT OPEN "
                      FUNCTION TRIM(STR-ARCHIVENAME)
                      " STATUS " STR-ARCHIVEFILESTATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    Modified 15/10/2026 By Roger Williams - move the index
      *    aside before a single line is appended to the archive, so
      *    a failure from here on can never leave these sessions in
      *    the index to be archived a second time
           CALL "CBL_RENAME_FILE" USING STR-SESSIONLOGNAME
                                        STR-SWEEPINGNAME.
           IF RETURN-CODE NOT EQUAL TO ZERO THEN
              CLOSE FILE-ARCHIVE
              DISPLAY "ERROR: could not move the session index to "
                      FUNCTION TRIM(STR-SWEEPINGNAME)
                      " - nothing swept"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      *    start tomorrow's index straight away - only "35" (no such
      *    file) may create it, as in the game, in case a session has
      *    already finished and started a new one itself
           OPEN EXTEND FILE-SESSIONLOG.
           IF STR-SESSIONLOGFILESTATUS EQUAL TO "35" THEN
              OPEN OUTPUT FILE-SESSIONLOG
           END-IF.
           IF STR-SESSIONLOGFILESTATUS EQUAL TO "00" THEN
              CLOSE FILE-SESSIONLOG
           ELSE
              DISPLAY "WARNING: could not start a new session index"
           END-IF.

      *    passes two and three read the holding file
           MOVE STR-SWEEPINGNAME TO STR-SESSIONLOGNAME.

      *    the consolidated one-line-per-session summary first
           MOVE SPACES TO REC-ARCHIVE.
           STRING "Daily session archive " DELIMITED BY SIZE
           WRITE REC-ARCHIVE.
           MOVE "Stamp            Player                Moves  Score"
              TO REC-ARCHIVE.
           MOVE "Release" TO REC-ARCHIVE(54:7).
           MOVE "Outcome" TO REC-ARCHIVE(65:7).
           MOVE "Hints" TO REC-ARCHIVE(74:5).
           MOVE "Lvls" TO REC-ARCHIVE(80:4).
           WRITE REC-ARCHIVE.

      *    pass two - one summary line per index entry

           CLOSE FILE-ARCHIVE.

      *    every indexed session is in the archive now - the
      *    holding file can go
      *    Modified 15/10/2026 By Roger Williams - deletes the holding
      *    file instead of resetting the index; a holding file left
      *    behind ends the run with return code 8, so the end-of-day
      *    run control stops on it and the operator clears it
           CALL "CBL_DELETE_FILE" USING STR-SWEEPINGNAME.
           IF RETURN-CODE NOT EQUAL TO ZERO THEN
              DISPLAY "WARNING: could not delete "
                      FUNCTION TRIM(STR-SWEEPINGNAME)
                      " - the archive is complete, delete it by hand"
              MOVE 8 TO RETURN-CODE
           END-IF.

           DISPLAY INT-NUMSESSIONS " sessions ("
       0200-SUMMARISEONESESSION.
      *    Created 02/09/2026 By Roger Williams
      *
      *    Modified 15/10/2026 By Roger Williams - shows how the
      *    session ended (WON, DIED or QUIT)
      *    Modified 15/10/2026 By Roger Williams - shows how many
      *    hints the player paid for
      *    Modified 15/10/2026 By Roger Williams - shows how many
      *    levels the player completed
      *
      *    repeatedly called by MAIN-PROCEDURE - writes one
      *    consolidated summary line for the index entry already
      *    read, then reads ahead for the next one
                 IF INT-SESSLOGSCORE IS NUMERIC THEN
                    MOVE INT-SESSLOGSCORE TO REC-ARCHIVE(47:5)
                 END-IF
      *          the pack release the session was played on - an
      *          index line from before releases were stamped has
      *          none
                 MOVE STR-SESSLOGRELEASE TO REC-ARCHIVE(54:10)
      *          likewise an index line from before outcomes were
      *          recorded has none
                 MOVE STR-SESSLOGOUTCOME TO REC-ARCHIVE(65:4)
      *          and one from before hints existed has no count
                 IF INT-SESSLOGHINTS IS NUMERIC THEN
                    MOVE INT-SESSLOGHINTS TO REC-ARCHIVE(74:3)
                 END-IF
                 IF INT-SESSLOGLEVELS IS NUMERIC THEN
                    MOVE INT-SESSLOGLEVELS TO REC-ARCHIVE(80:3)
                 END-IF
                 WRITE REC-ARCHIVE
              END-IF
              READ FILE-SESSIONLOG

       0310-SWEEPONEFILE.
      *    Created 02/09/2026 By Roger Williams
      *    Modified 15/10/2026 By Roger Williams - a file that could
      *    not be deleted is only a warning, it does not change the
      *    return code; its copy is already safe in the archive
      *
      *    repeatedly called by 0300-SWEEPONESESSION - copies the
      *    per-session file named in STR-BAREFILENAME into the
