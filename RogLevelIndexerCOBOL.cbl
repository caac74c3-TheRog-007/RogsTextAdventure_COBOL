      *      unlisted exits are 0, unlisted items are spaces; lines
      *      starting with * and blank lines are ignored; multi
      *      floor levels use UP:/DOWN: exits with REQU:/REQD:
      *      item gates, same shapes as the four compass keywords;
      *      a hazardous room gives its per-turn damage with HAZARD:
      *      (0-99) and the item that protects against it with
      *      PROTECT:
      *
      *  LEVELn_COBOL.TXT - the classic fixed-format file, converted
      *      record for record (migration path for existing packs)
             RECORD KEY IS INT-ROOMIDX-KEY
             FILE STATUS IS STR-LEVELIDXFILESTATUS.

      *    optional pack manifest - the same file the game reads for
      *    the level count and the files each level uses
           SELECT FILE-MANIFEST ASSIGN TO DYNAMIC
             STR-MANIFESTNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-MANIFESTFILESTATUS.

       DATA DIVISION.
       FILE SECTION.
      *define one line of the variable author-friendly source format
              05 STR-ITEMREQDOWN-READ PIC X(20) VALUE SPACES.
      *"Y" = dark room needing a lit light source
              05 BLN-ROOMDARK-READ PIC X VALUE "N".
      *per-turn hazard damage and the item that protects against it
              05 INT-ROOMHAZARD-READ PIC 99 VALUE ZEROS.
              05 STR-HAZARDITEM-READ PIC X(20) VALUE SPACES.

      *define the indexed room record the game reads by key - same
      *fields as the fixed record, keyed on the room id
              05 STR-ITEMREQUP-IDX PIC X(20).
              05 STR-ITEMREQDOWN-IDX PIC X(20).
              05 BLN-ROOMDARK-IDX PIC X.
              05 INT-ROOMHAZARD-IDX PIC 99.
              05 STR-HAZARDITEM-IDX PIC X(20).

      *define one pack manifest line - "KEYWORD:value", the same
      *lines FD FILE-MANIFEST in ROGsTextAdventureCOBOL reads
       FD FILE-MANIFEST.
           01 REC-MANIFEST PIC X(80).

       WORKING-STORAGE SECTION.
      *    define file location vars - same convention as the game
           77 STR-BAREFILENAME PIC X(60) VALUE SPACES.
           77 STR-FULLFILENAME PIC X(200) VALUE SPACES.

      *    pack manifest vars - read by 0020-LOADMANIFEST from the
      *    optional PACK_MANIFEST_COBOL.TXT; without one every level
      *    number 1-9 is tried under its conventional file names
           77 STR-MANIFESTNAME PIC X(200)
             VALUE "PACK_MANIFEST_COBOL.TXT".
           77 STR-MANIFESTFILESTATUS PIC XX VALUE SPACES.
           77 BLN-MOREMANIFESTDATA PIC X VALUE "N".
      *    "Y" once a manifest was found and read
           77 BLN-HAVEMANIFEST PIC X VALUE "N".
           77 STR-PACKNAME PIC X(40) VALUE SPACES.
           77 STR-PACKRELEASE PIC X(10) VALUE SPACES.
      *    how many levels the pack has - 9 means "try them all"
           77 INT-PACKLEVELS PIC 9 VALUE 9.
      *    keyword/value split of the manifest line being handled
           77 STR-MANIFESTKEY PIC X(20) VALUE SPACES.
           77 STR-MANIFESTVALUE PIC X(60) VALUE SPACES.
           77 INT-MANIFESTPOS PIC 99 VALUE ZEROS.
      *    the level the file lines currently belong to, the highest
      *    level listed, and whether a LEVELS: line gave the count
           77 INT-MANIFESTLEVEL PIC 9 VALUE ZERO.
           77 INT-MANIFESTTOP PIC 9 VALUE ZERO.
           77 BLN-MANIFESTCOUNTED PIC X VALUE "N".

      *    per-level file names from the manifest - spaces means
      *    the conventional name built from the level number
           01 REC-PACKLEVEL-INTERNAL.
            03 REC-PACKLEVEL OCCURS 9 TIMES.
              05 STR-PACKSOURCE PIC X(60) VALUE SPACES.
              05 STR-PACKROOMS PIC X(60) VALUE SPACES.
              05 STR-PACKINDEX PIC X(60) VALUE SPACES.
              05 STR-PACKCREATURES PIC X(60) VALUE SPACES.
              05 STR-PACKEVENTS PIC X(60) VALUE SPACES.
              05 STR-PACKCONTAINERS PIC X(60) VALUE SPACES.

      *    the room being assembled from the variable source format
           01 REC-ROOMWORK.
              05 INT-ROOMID-WORK PIC 99 VALUE ZEROS.
              05 STR-ITEMREQUP-WORK PIC X(20) VALUE SPACES.
              05 STR-ITEMREQDOWN-WORK PIC X(20) VALUE SPACES.
              05 BLN-ROOMDARK-WORK PIC X VALUE "N".
              05 INT-ROOMHAZARD-WORK PIC 99 VALUE ZEROS.
              05 STR-HAZARDITEM-WORK PIC X(20) VALUE SPACES.

      *    which level file set is being converted
           77 INT-LEVELNUM PIC 9 VALUE 1.
           DISPLAY "ROGs Text Adventure - Level Indexer".
           DISPLAY "===================================".

      *    the pack manifest, when there is one, says how many
      *    levels there are and what their files are called
           PERFORM 0020-LOADMANIFEST.
           IF BLN-HAVEMANIFEST EQUAL TO "Y" THEN
              DISPLAY "Pack: " FUNCTION TRIM(STR-PACKNAME)
                      "  release " FUNCTION TRIM(STR-PACKRELEASE)
           END-IF.

      *    which level number is being built?
           DISPLAY "Level number to index (1-" INT-PACKLEVELS ")?".
           MOVE SPACES TO STR-ANSWER.
           ACCEPT STR-ANSWER.
           MOVE FUNCTION TRIM(STR-ANSWER) TO STR-ANSWER.
           IF STR-ANSWER(1:1) IS NUMERIC AND
              STR-ANSWER(1:1) NOT EQUAL TO "0" AND
              STR-ANSWER(1:1) NOT GREATER THAN INT-PACKLEVELS AND
              STR-ANSWER(2:1) EQUAL TO SPACE THEN
              MOVE STR-ANSWER(1:1) TO INT-LEVELNUM(1:1)
           ELSE
              DISPLAY "Please run again and enter a level 1-"
                      INT-PACKLEVELS
              STOP RUN
           END-IF.

      *    build the three file names - the manifest's names win,
      *    otherwise the conventional ones for the level number
           IF STR-PACKSOURCE(INT-LEVELNUM) NOT EQUAL TO SPACES THEN
              MOVE STR-PACKSOURCE(INT-LEVELNUM) TO STR-BAREFILENAME
           ELSE
              MOVE SPACES TO STR-BAREFILENAME
              STRING "LEVEL" DELIMITED BY SIZE
                     INT-LEVELNUM DELIMITED BY SIZE
                     "_SRC_COBOL.TXT" DELIMITED BY SIZE
                     INTO STR-BAREFILENAME
              END-STRING
           END-IF.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-LEVELSRCNAME.

           IF STR-PACKROOMS(INT-LEVELNUM) NOT EQUAL TO SPACES THEN
              MOVE STR-PACKROOMS(INT-LEVELNUM) TO STR-BAREFILENAME
           ELSE
              MOVE SPACES TO STR-BAREFILENAME
              STRING "LEVEL" DELIMITED BY SIZE
                     INT-LEVELNUM DELIMITED BY SIZE
                     "_COBOL.TXT" DELIMITED BY SIZE
                     INTO STR-BAREFILENAME
              END-STRING
           END-IF.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-LEVEL1NAME.

           IF STR-PACKINDEX(INT-LEVELNUM) NOT EQUAL TO SPACES THEN
              MOVE STR-PACKINDEX(INT-LEVELNUM) TO STR-BAREFILENAME
           ELSE
              MOVE SPACES TO STR-BAREFILENAME
              STRING "LEVEL" DELIMITED BY SIZE
                     INT-LEVELNUM DELIMITED BY SIZE
                     "_COBOL.IDX" DELIMITED BY SIZE
                     INTO STR-BAREFILENAME
              END-STRING
           END-IF.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-LEVELIDXNAME.


      *    ***other paragraphs**************

       0020-LOADMANIFEST.
      *    Created 15/10/2026 By Roger Williams
      *
      *    reads the optional pack manifest exactly as the game's
      *    0086-LOADMANIFEST does - PACK:, RELEASE:, LEVELS: and a
      *    LEVEL:n line opening each level's file list (SOURCE:,
      *    ROOMS:, INDEX:, CREATURES:, EVENTS:, CONTAINERS:)
           MOVE "PACK_MANIFEST_COBOL.TXT" TO STR-BAREFILENAME.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-MANIFESTNAME.

           MOVE ZERO TO INT-MANIFESTLEVEL.
           MOVE ZERO TO INT-MANIFESTTOP.
           MOVE "N" TO BLN-MANIFESTCOUNTED.

           OPEN INPUT FILE-MANIFEST.
           IF STR-MANIFESTFILESTATUS EQUAL TO "00" THEN
              MOVE "Y" TO BLN-HAVEMANIFEST
              READ FILE-MANIFEST
                 AT END MOVE "N" TO BLN-MOREMANIFESTDATA
                 NOT AT END MOVE "Y" TO BLN-MOREMANIFESTDATA
              END-READ
              PERFORM 0021-LOADMANIFESTLINE TEST AFTER
                      UNTIL BLN-MOREMANIFESTDATA EQUAL TO "N"
              CLOSE FILE-MANIFEST
      *       a manifest that lists its levels but has no LEVELS:
      *       line still says how far the pack goes
              IF BLN-MANIFESTCOUNTED EQUAL TO "N" AND
                 INT-MANIFESTTOP NOT EQUAL TO ZERO THEN
                 MOVE INT-MANIFESTTOP TO INT-PACKLEVELS
              END-IF
           END-IF.

       0021-LOADMANIFESTLINE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0020-LOADMANIFEST - handles the
      *    manifest line already in REC-MANIFEST, then reads ahead
      *    for the next one; blank lines and lines starting with *
      *    are ignored
           IF BLN-MOREMANIFESTDATA EQUAL TO "Y" AND
              REC-MANIFEST NOT EQUAL TO SPACES AND
              REC-MANIFEST(1:1) NOT EQUAL TO "*" THEN
              MOVE SPACES TO STR-MANIFESTKEY
              MOVE SPACES TO STR-MANIFESTVALUE
              MOVE 1 TO INT-MANIFESTPOS
              UNSTRING REC-MANIFEST DELIMITED BY ":"
                 INTO STR-MANIFESTKEY
                 POINTER INT-MANIFESTPOS
              END-UNSTRING
              IF INT-MANIFESTPOS LESS THAN 81 THEN
                 MOVE REC-MANIFEST(INT-MANIFESTPOS:)
                    TO STR-MANIFESTVALUE
              END-IF
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(STR-MANIFESTKEY))
                 TO STR-MANIFESTKEY
              MOVE FUNCTION TRIM(STR-MANIFESTVALUE)
                 TO STR-MANIFESTVALUE

              EVALUATE STR-MANIFESTKEY
                 WHEN "PACK"
                    MOVE STR-MANIFESTVALUE TO STR-PACKNAME
                 WHEN "RELEASE"
                    MOVE STR-MANIFESTVALUE TO STR-PACKRELEASE
                 WHEN "LEVELS"
                    IF STR-MANIFESTVALUE(1:1) IS NUMERIC AND
                       STR-MANIFESTVALUE(1:1) NOT EQUAL TO "0" AND
                       STR-MANIFESTVALUE(2:1) EQUAL TO SPACE THEN
                       MOVE STR-MANIFESTVALUE(1:1) TO INT-PACKLEVELS
                       MOVE "Y" TO BLN-MANIFESTCOUNTED
                    END-IF
                 WHEN "LEVEL"
                    MOVE ZERO TO INT-MANIFESTLEVEL
                    IF STR-MANIFESTVALUE(1:1) IS NUMERIC AND
                       STR-MANIFESTVALUE(1:1) NOT EQUAL TO "0" AND
                       STR-MANIFESTVALUE(2:1) EQUAL TO SPACE THEN
                       MOVE STR-MANIFESTVALUE(1:1) TO INT-MANIFESTLEVEL
                       IF INT-MANIFESTLEVEL GREATER THAN
                          INT-MANIFESTTOP THEN
                          MOVE INT-MANIFESTLEVEL TO INT-MANIFESTTOP
                       END-IF
                    END-IF
                 WHEN OTHER
                    IF INT-MANIFESTLEVEL NOT EQUAL TO ZERO THEN
                       PERFORM 0022-STOREMANIFESTFILE
                    END-IF
              END-EVALUATE
           END-IF.

           READ FILE-MANIFEST
              AT END MOVE "N" TO BLN-MOREMANIFESTDATA
              NOT AT END MOVE "Y" TO BLN-MOREMANIFESTDATA
           END-READ.

       0022-STOREMANIFESTFILE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    called by 0021-LOADMANIFESTLINE - files the name on a
      *    manifest file line against INT-MANIFESTLEVEL
           EVALUATE STR-MANIFESTKEY
              WHEN "SOURCE"
                 MOVE STR-MANIFESTVALUE
                    TO STR-PACKSOURCE(INT-MANIFESTLEVEL)
              WHEN "ROOMS"
                 MOVE STR-MANIFESTVALUE
                    TO STR-PACKROOMS(INT-MANIFESTLEVEL)
              WHEN "INDEX"
                 MOVE STR-MANIFESTVALUE
                    TO STR-PACKINDEX(INT-MANIFESTLEVEL)
              WHEN "CREATURES"
                 MOVE STR-MANIFESTVALUE
                    TO STR-PACKCREATURES(INT-MANIFESTLEVEL)
              WHEN "EVENTS"
                 MOVE STR-MANIFESTVALUE
                    TO STR-PACKEVENTS(INT-MANIFESTLEVEL)
              WHEN "CONTAINERS"
                 MOVE STR-MANIFESTVALUE
                    TO STR-PACKCONTAINERS(INT-MANIFESTLEVEL)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       0100-BUILDFROMSOURCE.
      *    Created 22/08/2026 By Roger Williams
      *

       0120-PARSESRCLINE.
      *    Created 22/08/2026 By Roger Williams
      *    Modified 15/10/2026 By Roger Williams - HAZARD: and
      *    PROTECT: keywords for rooms that hurt the player
      *
      *    one "KEYWORD:value" line of the variable source format -
      *    keywords are matched on their fixed prefixes so a DESC
                 ELSE
                    MOVE "N" TO BLN-ROOMDARK-WORK
                 END-IF
              WHEN REC-SRCLINE(1:7) EQUAL TO "HAZARD:"
                 MOVE REC-SRCLINE(8:83) TO STR-SRCVALUE
                 PERFORM 0140-PARSENUMBER
                 MOVE INT-PARSEDNUM TO INT-ROOMHAZARD-WORK
              WHEN REC-SRCLINE(1:8) EQUAL TO "PROTECT:"
                 MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(
                      REC-SRCLINE(9:82))) TO STR-HAZARDITEM-WORK
              WHEN REC-SRCLINE(1:5) EQUAL TO "DESC:"
                 IF INT-DESCLINE LESS THAN 25 THEN
                    ADD 1 TO INT-DESCLINE
           MOVE STR-ITEMREQUP-WORK TO STR-ITEMREQUP-IDX.
           MOVE STR-ITEMREQDOWN-WORK TO STR-ITEMREQDOWN-IDX.
           MOVE BLN-ROOMDARK-WORK TO BLN-ROOMDARK-IDX.
           MOVE INT-ROOMHAZARD-WORK TO INT-ROOMHAZARD-IDX.
           MOVE STR-HAZARDITEM-WORK TO STR-HAZARDITEM-IDX.
           MOVE 1 TO INT-DESCLINE.
           PERFORM 0131-COPYONEDESC TEST AFTER
                   UNTIL INT-DESCLINE GREATER THAN 25.
              IF INT-NEXTROOMDOWN-WORK IS NOT NUMERIC
                 MOVE ZEROS TO INT-NEXTROOMDOWN-WORK
              END-IF
              IF INT-ROOMHAZARD-WORK IS NOT NUMERIC
                 MOVE ZEROS TO INT-ROOMHAZARD-WORK
              END-IF
              PERFORM 0130-WRITEWORKROOM
              INITIALIZE REC-ROOM-READ
              READ FILE-LEVEL1 INTO REC-ROOM-READ
