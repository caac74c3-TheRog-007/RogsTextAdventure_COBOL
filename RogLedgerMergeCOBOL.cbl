      *    PLAYERS_COBOL.IDX next to it under a machine name first,
      *    e.g. PLAYERS_MACHINE1_COBOL.IDX); blank lines and lines
      *    starting with * are ignored
      *  - per player name the games, moves, levels, wins and deaths
      *    are SUMMED across machines and the lowest non-zero
      *    best-moves figure is kept
      *  - the combined ledger is written to
      *    PLAYERS_COMBINED_COBOL.IDX (rename it over a machine's
      *    PLAYERS_COBOL.IDX to adopt it) and the combined top five
      *    is shown on the console
      *  - the keyed achievement files are merged the same way: list
      *    them in ACHIEVEMENTS_MERGE_LIST_COBOL.TXT (e.g.
      *    ACHIEVEMENTS_MACHINE1_COBOL.IDX) and every player's goals
      *    from every machine go into ACHIEVEMENTS_COMBINED_COBOL.IDX,
      *    a goal earned on two machines keeping the earlier date; no
      *    achievement list just means there is nothing to merge
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROGsLedgerMergeCOBOL.
             RECORD KEY IS STR-COMBINED-KEY
             FILE STATUS IS STR-COMBINEDFILESTATUS.

      *    the list of machine achievement files to merge
           SELECT FILE-ACHMERGELIST ASSIGN TO DYNAMIC
             STR-ACHMERGELISTNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-ACHMERGELISTFILESTATUS.

      *    the machine achievement file being merged in - one at a
      *    time, re-opened per achievement list entry
           SELECT FILE-ACHIEVEIDX ASSIGN TO DYNAMIC
             STR-ACHIEVEIDXNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS STR-ACHIDX-KEY
             FILE STATUS IS STR-ACHIEVEIDXFILESTATUS.

      *    the combined achievement file being written
           SELECT FILE-ACHCOMBINED ASSIGN TO DYNAMIC
             STR-ACHCOMBINEDNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS STR-ACHCOMB-KEY
             FILE STATUS IS STR-ACHCOMBINEDFILESTATUS.

       DATA DIVISION.
       FILE SECTION.
      *define one merge list line - a bare ledger file name
              05 INT-PLAYERMOVES-IDX PIC 9(7).
              05 INT-PLAYERBEST-IDX PIC 9(5).
              05 INT-PLAYERLEVELS-IDX PIC 9(5).
              05 INT-PLAYERWINS-IDX PIC 9(5).
              05 INT-PLAYERDEATHS-IDX PIC 9(5).

      *define the combined ledger record - same layout again
       FD FILE-COMBINED.
              05 INT-COMBINEDMOVES PIC 9(7).
              05 INT-COMBINEDBEST PIC 9(5).
              05 INT-COMBINEDLEVELS PIC 9(5).
              05 INT-COMBINEDWINS PIC 9(5).
              05 INT-COMBINEDDEATHS PIC 9(5).

      *define one achievement merge list line - a bare file name
       FD FILE-ACHMERGELIST.
           01 REC-ACHMERGELIST PIC X(60).

      *define the keyed achievement record - this layout MUST stay
      *identical to FD FILE-ACHIEVEIDX in ROGsTextAdventureCOBOL
       FD FILE-ACHIEVEIDX.
           01 REC-ACHIEVEIDX.
              05 STR-ACHIDX-KEY.
                 07 STR-ACHIDX-PLAYER PIC X(20).
                 07 STR-ACHIDX-ID PIC X(10).
              05 STR-ACHIDX-DATE PIC X(8).
              05 STR-ACHIDX-TEXT PIC X(60).

      *define the combined achievement record - same layout again
       FD FILE-ACHCOMBINED.
           01 REC-ACHCOMBINED.
              05 STR-ACHCOMB-KEY.
                 07 STR-ACHCOMB-PLAYER PIC X(20).
                 07 STR-ACHCOMB-ID PIC X(10).
              05 STR-ACHCOMB-DATE PIC X(8).
              05 STR-ACHCOMB-TEXT PIC X(60).

       WORKING-STORAGE SECTION.
      *    define file location vars - same convention as the game
           77 STR-COMBINEDNAME PIC X(200)
             VALUE "PLAYERS_COMBINED_COBOL.IDX".
           77 STR-COMBINEDFILESTATUS PIC XX VALUE SPACES.
           77 STR-ACHMERGELISTNAME PIC X(200)
             VALUE "ACHIEVEMENTS_MERGE_LIST_COBOL.TXT".
           77 STR-ACHMERGELISTFILESTATUS PIC XX VALUE SPACES.
           77 STR-ACHIEVEIDXNAME PIC X(200) VALUE SPACES.
           77 STR-ACHIEVEIDXFILESTATUS PIC XX VALUE SPACES.
           77 STR-ACHCOMBINEDNAME PIC X(200)
             VALUE "ACHIEVEMENTS_COMBINED_COBOL.IDX".
           77 STR-ACHCOMBINEDFILESTATUS PIC XX VALUE SPACES.
      *    scratch vars used by 0503-BUILDFULLPATH
           77 STR-BAREFILENAME PIC X(60) VALUE SPACES.
           77 STR-FULLFILENAME PIC X(200) VALUE SPACES.
              05 INT-MERGEDMOVES PIC 9(7) VALUE ZEROS.
              05 INT-MERGEDBEST PIC 9(5) VALUE ZEROS.
              05 INT-MERGEDLEVELS PIC 9(5) VALUE ZEROS.
              05 INT-MERGEDWINS PIC 9(5) VALUE ZEROS.
              05 INT-MERGEDDEATHS PIC 9(5) VALUE ZEROS.
      *'set to "Y" once the top-five pick has shown this player
              05 BLN-MERGEDSHOWN PIC X VALUE "N".

           77 INT-RECORDSREAD PIC 9(5) VALUE ZEROS.
      *    "Y" once the too-many-players warning has been shown
           77 BLN-OVERFLOWWARNED PIC X VALUE "N".
      *    achievement merge figures - files merged, records read,
      *    distinct player/goal records written
           77 INT-ACHFILESMERGED PIC 999 VALUE ZEROS.
           77 INT-ACHRECORDSREAD PIC 9(5) VALUE ZEROS.
           77 INT-ACHCOMBINED PIC 9(5) VALUE ZEROS.
      *    the date on the record being merged in, kept while the
      *    combined record already holding that key is read
           77 STR-ACHINDATE PIC X(8) VALUE SPACES.

      *    top-five pick vars - same pattern as the game's hall of
      *    fame
      *    handle EOF for each input file
           77 ENDOFLISTFILE PIC 9(01) VALUE 0.
           77 ENDOFLEDGERFILE PIC 9(01) VALUE 0.
           77 ENDOFACHLISTFILE PIC 9(01) VALUE 0.
           77 ENDOFACHFILE PIC 9(01) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
              DISPLAY "CANNOT CREATE "
                      FUNCTION TRIM(STR-COMBINEDNAME)
                      " STATUS " STR-COMBINEDFILESTATUS
      *       Modified 15/10/2026 By Roger Williams - return code 8
      *       tells the end-of-day run control the merge failed
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 1 TO INT-NUM1.
      *    levels completed first, then lowest winning move count
           DISPLAY SPACES.
           DISPLAY "-------- COMBINED HALL OF FAME --------".
           DISPLAY "    Player                Lvls  Best  Games Wins  "
                   "Died".
           MOVE ZERO TO INT-FAMERANK.
           PERFORM 0210-PICKFAMELINE TEST AFTER
                   UNTIL INT-FAMERANK GREATER THAN OR EQUAL TO 5
                         INT-NUMMERGED.
           DISPLAY "---------------------------------------".

      *    the achievement files ride along with the ledgers
           PERFORM 0400-MERGEACHIEVEMENTS.

           STOP RUN.

      *    ***other paragraphs**************
       0120-MERGEONERECORD.
      *    Created 02/09/2026 By Roger Williams
      *
      *    Modified 15/10/2026 By Roger Williams - wins and deaths
      *    are summed as well
      *
      *    repeatedly called by 0110-MERGEONELEDGER - reads one
      *    ledger record and folds it in: games, moves and levels
      *    are summed, the lowest non-zero best-moves figure wins
                       TO INT-MERGEDMOVES(INT-MERGEDSLOT)
                    ADD INT-PLAYERLEVELS-IDX
                       TO INT-MERGEDLEVELS(INT-MERGEDSLOT)
      *             a ledger from before wins and deaths were kept
      *             has nothing sensible in them
                    IF INT-PLAYERWINS-IDX IS NUMERIC THEN
                       ADD INT-PLAYERWINS-IDX
                          TO INT-MERGEDWINS(INT-MERGEDSLOT)
                    END-IF
                    IF INT-PLAYERDEATHS-IDX IS NUMERIC THEN
                       ADD INT-PLAYERDEATHS-IDX
                          TO INT-MERGEDDEATHS(INT-MERGEDSLOT)
                    END-IF
                    IF INT-PLAYERBEST-IDX NOT EQUAL TO ZERO THEN
                       IF INT-MERGEDBEST(INT-MERGEDSLOT) EQUAL TO
                          ZERO OR
           MOVE INT-MERGEDMOVES(INT-NUM1) TO INT-COMBINEDMOVES.
           MOVE INT-MERGEDBEST(INT-NUM1) TO INT-COMBINEDBEST.
           MOVE INT-MERGEDLEVELS(INT-NUM1) TO INT-COMBINEDLEVELS.
           MOVE INT-MERGEDWINS(INT-NUM1) TO INT-COMBINEDWINS.
           MOVE INT-MERGEDDEATHS(INT-NUM1) TO INT-COMBINEDDEATHS.
           WRITE REC-COMBINED.
           IF STR-COMBINEDFILESTATUS NOT EQUAL TO "00" THEN
              DISPLAY "WRITE FAILED FOR "
                      STR-MERGEDNAME(INT-FAMEBEST) "  "
                      INT-MERGEDLEVELS(INT-FAMEBEST)(3:3) "  "
                      INT-MERGEDBEST(INT-FAMEBEST)(2:4) "  "
                      INT-MERGEDGAMES(INT-FAMEBEST)(2:4) "  "
                      INT-MERGEDWINS(INT-FAMEBEST)(2:4) "  "
                      INT-MERGEDDEATHS(INT-FAMEBEST)(2:4)
           END-IF.

       0211-CHECKFAMECANDIDATE.
           END-IF.
           ADD 1 TO INT-NUM2.

       0400-MERGEACHIEVEMENTS.
      *    Created 15/10/2026 By Roger Williams
      *
      *    called once by MAIN-PROCEDURE - merges every achievement
      *    file named in the achievement merge list into the combined
      *    achievement file; the combined file is created empty and
      *    re-opened I-O so a player/goal pair already merged from
      *    one machine can be read back and kept at its earliest date
           MOVE "ACHIEVEMENTS_MERGE_LIST_COBOL.TXT" TO STR-BAREFILENAME.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-ACHMERGELISTNAME.

           MOVE "ACHIEVEMENTS_COMBINED_COBOL.IDX" TO STR-BAREFILENAME.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-ACHCOMBINEDNAME.

           DISPLAY SPACES.
           OPEN INPUT FILE-ACHMERGELIST.
           IF STR-ACHMERGELISTFILESTATUS NOT EQUAL TO "00" THEN
              DISPLAY "No " FUNCTION TRIM(STR-ACHMERGELISTNAME)
                      " found - achievements not merged."
           ELSE
              OPEN OUTPUT FILE-ACHCOMBINED
              IF STR-ACHCOMBINEDFILESTATUS EQUAL TO "00" THEN
                 CLOSE FILE-ACHCOMBINED
                 OPEN I-O FILE-ACHCOMBINED
              END-IF
              IF STR-ACHCOMBINEDFILESTATUS NOT EQUAL TO "00" THEN
                 DISPLAY "CANNOT CREATE "
                         FUNCTION TRIM(STR-ACHCOMBINEDNAME)
                         " STATUS " STR-ACHCOMBINEDFILESTATUS
                 MOVE 8 TO RETURN-CODE
              ELSE
                 MOVE 0 TO ENDOFACHLISTFILE
                 READ FILE-ACHMERGELIST
                       AT END MOVE 1 TO ENDOFACHLISTFILE
                 END-READ
                 PERFORM 0410-MERGEONEACHLISTLINE TEST AFTER
                         UNTIL ENDOFACHLISTFILE EQUAL TO 1
                 CLOSE FILE-ACHCOMBINED
                 DISPLAY INT-ACHFILESMERGED " achievement file(s), "
                         INT-ACHRECORDSREAD " record(s) merged into "
                         INT-ACHCOMBINED " player achievement(s)."
                 DISPLAY "Combined achievements written to "
                         FUNCTION TRIM(STR-ACHCOMBINEDNAME)
              END-IF
              CLOSE FILE-ACHMERGELIST
           END-IF.

       0410-MERGEONEACHLISTLINE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0400-MERGEACHIEVEMENTS - merges the
      *    achievement file the list line already read names, then
      *    reads ahead for the next line; blank lines and lines
      *    starting with * are ignored
           IF ENDOFACHLISTFILE NOT EQUAL TO 1 THEN
              IF REC-ACHMERGELIST NOT EQUAL TO SPACES AND
                 REC-ACHMERGELIST(1:1) NOT EQUAL TO "*" THEN
                 MOVE REC-ACHMERGELIST TO STR-BAREFILENAME
                 PERFORM 0503-BUILDFULLPATH
                 MOVE STR-FULLFILENAME TO STR-ACHIEVEIDXNAME
                 PERFORM 0420-MERGEONEACHFILE
              END-IF
              READ FILE-ACHMERGELIST
                    AT END MOVE 1 TO ENDOFACHLISTFILE
              END-READ
           END-IF.

       0420-MERGEONEACHFILE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    folds one machine's achievement file into the combined
      *    achievement file
           OPEN INPUT FILE-ACHIEVEIDX.
           IF STR-ACHIEVEIDXFILESTATUS NOT EQUAL TO "00" THEN
              DISPLAY "WARNING: cannot open "
                      FUNCTION TRIM(STR-ACHIEVEIDXNAME)
                      " STATUS " STR-ACHIEVEIDXFILESTATUS
                      " - skipped"
           ELSE
              ADD 1 TO INT-ACHFILESMERGED
              MOVE 0 TO ENDOFACHFILE
              PERFORM 0430-MERGEONEACHRECORD TEST AFTER
                      UNTIL ENDOFACHFILE EQUAL TO 1
              CLOSE FILE-ACHIEVEIDX
           END-IF.

       0430-MERGEONEACHRECORD.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0420-MERGEONEACHFILE - reads one
      *    achievement record and writes it to the combined file; a
      *    duplicate key means another machine already supplied the
      *    same player and goal, and the earlier date is kept
           READ FILE-ACHIEVEIDX NEXT RECORD
              AT END MOVE 1 TO ENDOFACHFILE
           END-READ.

           IF ENDOFACHFILE NOT EQUAL TO 1 THEN
              IF STR-ACHIDX-PLAYER NOT EQUAL TO SPACES THEN
                 ADD 1 TO INT-ACHRECORDSREAD
                 MOVE REC-ACHIEVEIDX TO REC-ACHCOMBINED
                 WRITE REC-ACHCOMBINED
                 IF STR-ACHCOMBINEDFILESTATUS EQUAL TO "00" THEN
                    ADD 1 TO INT-ACHCOMBINED
                 ELSE
                  IF STR-ACHCOMBINEDFILESTATUS EQUAL TO "22" THEN
                    MOVE STR-ACHIDX-DATE TO STR-ACHINDATE
                    READ FILE-ACHCOMBINED
                    IF STR-ACHCOMBINEDFILESTATUS EQUAL TO "00" AND
                       STR-ACHINDATE LESS THAN STR-ACHCOMB-DATE THEN
                       MOVE STR-ACHINDATE TO STR-ACHCOMB-DATE
                       REWRITE REC-ACHCOMBINED
                    END-IF
                  ELSE
                    DISPLAY "WRITE FAILED FOR "
                            FUNCTION TRIM(STR-ACHIDX-PLAYER) " "
                            FUNCTION TRIM(STR-ACHIDX-ID)
                            " STATUS " STR-ACHCOMBINEDFILESTATUS
                  END-IF
                 END-IF
              END-IF
           END-IF.

      *    custom functions

       0012-SETFILEPATHS.
