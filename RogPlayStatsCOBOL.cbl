      *    descriptions)
      *  - the most common unrecognised phrasings (candidate words
      *    for VOCAB_COBOL.TXT)
      *  - where players type "exit" mid-level (quit points), and
      *    alongside them where players pay for a "hint"
      *  - average accepted commands per completed level (moves to
      *    complete, approximated by level transitions seen in the
      *    transcripts)
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

      *define one transcript line being digested
       FD FILE-TRANSCRIPT.
                 07 INT-STATCMDS PIC 9(5) VALUE ZEROS.
                 07 INT-STATREJECTED PIC 9(5) VALUE ZEROS.
                 07 INT-STATQUITS PIC 9(5) VALUE ZEROS.
                 07 INT-STATHINTS PIC 9(5) VALUE ZEROS.

      *    distinct unrecognised phrasings and how often each was
      *    typed - candidate words for VOCAB_COBOL.TXT
           IF STR-ANALYSISFILESTATUS EQUAL TO "00" THEN
              MOVE "Y" TO BLN-REPORTOPEN
           ELSE
              DISPLAY "CANNOT CREATE "
                      FUNCTION TRIM(STR-ANALYSISNAME)
                      " STATUS " STR-ANALYSISFILESTATUS
      *       Modified 15/10/2026 By Roger Williams - return code 8
      *       tells the end-of-day run control the analysis failed, so
      *       the transcripts are not swept before it is run again
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE "ROGs Text Adventure - Gameplay Analytics"

       0130-TALLYONECOMMAND.
      *    Created 02/09/2026 By Roger Williams
      *    Modified 15/10/2026 By Roger Williams - counts the hints
      *    asked for per room
      *
      *    repeatedly called by 0120-DIGESTONELINE - adds one parsed
      *    command line into the stats tables
                    PERFORM 0140-TALLYPHRASE
                 ELSE
                    ADD 1 TO INT-SESSLEVELMOVES
      *             a hint the game handed out - and charged for
                    IF FUNCTION TRIM(STR-LINECMD) EQUAL TO "hint" THEN
                       ADD 1 TO INT-STATHINTS(INT-LINELEVEL,
                                INT-LINEROOM)
                    END-IF
                 END-IF
              END-IF
           END-IF.

       0220-REPORTQUITPOINTS.
      *    Created 02/09/2026 By Roger Williams
      *    Modified 15/10/2026 By Roger Williams - shows the hints
      *    asked for next to the quits, a room players need help
      *    with is often the room they give up in
      *
      *    lists every level/room where a player typed "exit" mid
      *    game - where the fun ran out - or asked for a hint
           MOVE SPACES TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.
           MOVE "Quit points (player typed exit here) and hints used:"
              TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.

                   UNTIL INT-NUM1 GREATER THAN 9.

           IF INT-NUM3 EQUAL TO ZERO THEN
              MOVE "  (nobody quit mid-level or asked for a hint)"
                 TO STR-REPORTLINE
              PERFORM 0600-EMITLINE
           END-IF.


       0222-QUITSONEROOM.
      *    Created 02/09/2026 By Roger Williams
      *    Modified 15/10/2026 By Roger Williams - hints used
      *
      *    repeatedly called by 0221-QUITSONELEVEL
           IF INT-STATQUITS(INT-NUM1, INT-NUM2) GREATER THAN
              ZERO OR
              INT-STATHINTS(INT-NUM1, INT-NUM2) GREATER THAN
              ZERO THEN
              ADD 1 TO INT-NUM3
              MOVE SPACES TO STR-REPORTLINE
                     ": " DELIMITED BY SIZE
                     INT-STATQUITS(INT-NUM1, INT-NUM2)
                     DELIMITED BY SIZE
                     " quit(s), " DELIMITED BY SIZE
                     INT-STATHINTS(INT-NUM1, INT-NUM2)
                     DELIMITED BY SIZE
                     " hint(s)" DELIMITED BY SIZE
                     INTO STR-REPORTLINE
              END-STRING
              PERFORM 0600-EMITLINE
