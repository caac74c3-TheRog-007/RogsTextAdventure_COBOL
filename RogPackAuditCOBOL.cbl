      *    plus VOCAB_COBOL.TXT) or "take <item>" is rejected by
      *    0202-CONTAINSVALIDWORDS and the level is unwinnable even
      *    though the analyzer passes it
      *  - the item that protects against a hazardous room must lie
      *    in some room or container of the same level
      *  - every hint in HINTSn_COBOL.TXT must be for a room the
      *    level defines, or the player can never be given it
      *  - every item a recipe in RECIPES_COBOL.TXT names must have
      *    an item master record and the item it makes must be
      *    typeable; an item a recipe can make in a level counts as
      *    provided there for the checks above, and a recipe that
      *    no level can make is flagged
      *
      *writes its report to the console AND PACK_AUDIT_COBOL.TXT
      ******************************************************************
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-CONTAINERSFILESTATUS.

           SELECT FILE-HINTS ASSIGN TO DYNAMIC
             STR-HINTSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-HINTSFILESTATUS.

           SELECT FILE-ITEMS ASSIGN TO DYNAMIC
             STR-ITEMSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-ITEMSFILESTATUS.

      *    optional recipe file - the same pack-wide file the game
      *    reads for which two items combine into a third
           SELECT FILE-RECIPES ASSIGN TO DYNAMIC
             STR-RECIPESNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-RECIPESFILESTATUS.

           SELECT FILE-VOCAB ASSIGN TO DYNAMIC
             STR-VOCABNAME
             ORGANIZATION IS LINE SEQUENTIAL
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-AUDITFILESTATUS.

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

      *define one creature record - this layout MUST stay identical
      *to FD FILE-CREATURES in ROGsTextAdventureCOBOL
              05 STR-CREATUREITEM-READ PIC X(20) VALUE SPACES.
              05 STR-CREATUREKILLTEXT-READ PIC X(80) VALUE SPACES.
              05 STR-CREATURETALKTEXT-READ PIC X(80) VALUE SPACES.
              05 INT-CREATUREDAMAGE-READ PIC 99 VALUE ZEROS.

      *define one scripted event record - this layout MUST stay
      *identical to FD FILE-EVENTS in ROGsTextAdventureCOBOL
              05 STR-CONTAINERITEM-READ PIC X(20) OCCURS 5 TIMES
                 VALUE SPACES.

      *define one hint record - this layout MUST stay identical to
      *FD FILE-HINTS in ROGsTextAdventureCOBOL
       FD FILE-HINTS.
           01 REC-HINT-READ.
              05 INT-HINTROOM-READ PIC 99 VALUE ZEROS.
              05 INT-HINTGRADE-READ PIC 9 VALUE ZERO.
              05 STR-HINTTEXT-READ PIC X(80) VALUE SPACES.

      *define one item master record - this layout MUST stay
      *identical to FD FILE-ITEMS in ROGsTextAdventureCOBOL
       FD FILE-ITEMS.
              05 INT-ITEMPOINTS-READ PIC 999 VALUE ZEROS.
              05 INT-ITEMWEIGHT-READ PIC 999 VALUE ZEROS.
              05 BLN-ITEMCONSUMABLE-READ PIC X VALUE "N".
              05 INT-ITEMHEAL-READ PIC 999 VALUE ZEROS.

      *define one recipe record - this layout MUST stay identical
      *to FD FILE-RECIPES in ROGsTextAdventureCOBOL
       FD FILE-RECIPES.
           01 REC-RECIPE-READ.
              05 STR-RECIPEINPUT1-READ PIC X(20) VALUE SPACES.
              05 STR-RECIPEINPUT2-READ PIC X(20) VALUE SPACES.
              05 INT-RECIPEROOM-READ PIC 99 VALUE ZEROS.
              05 STR-RECIPERESULT-READ PIC X(20) VALUE SPACES.
              05 BLN-RECIPECONSUME-READ PIC X VALUE "Y".
              05 STR-RECIPETEXT-READ PIC X(80) VALUE SPACES.

      *define one vocabulary line - "TYPE:word", e.g. "NOUN:lantern"
       FD FILE-VOCAB.
       FD FILE-AUDIT.
           01 REC-AUDIT PIC X(80).

      *define one pack manifest line - "KEYWORD:value", the same
      *lines FD FILE-MANIFEST in ROGsTextAdventureCOBOL reads
       FD FILE-MANIFEST.
           01 REC-MANIFEST PIC X(80).

       WORKING-STORAGE SECTION.
      *    define file location vars - same convention as the game
           01 STR-PROJECTPATH PIC X(200) VALUE SPACES.
           77 STR-CONTAINERSNAME PIC X(200)
             VALUE "CONTAINERS1_COBOL.TXT".
           77 STR-CONTAINERSFILESTATUS PIC XX VALUE SPACES.
           77 STR-HINTSNAME PIC X(200) VALUE "HINTS1_COBOL.TXT".
           77 STR-HINTSFILESTATUS PIC XX VALUE SPACES.
           77 STR-ITEMSNAME PIC X(200) VALUE "ITEMS_COBOL.TXT".
           77 STR-ITEMSFILESTATUS PIC XX VALUE SPACES.
           77 STR-RECIPESNAME PIC X(200)
             VALUE "RECIPES_COBOL.TXT".
           77 STR-RECIPESFILESTATUS PIC XX VALUE SPACES.
           77 STR-VOCABNAME PIC X(200) VALUE "VOCAB_COBOL.TXT".
           77 STR-VOCABFILESTATUS PIC XX VALUE SPACES.
           77 STR-AUDITNAME PIC X(200)
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
              05 STR-PACKHINTS PIC X(60) VALUE SPACES.

      *    room class vars allow maximum of 99 rooms per level -
      *    same table shape the analyzer loads a level into
           01 REC-ROOM-INTERNAL.
              05 INT-NEXTROOMDOWN PIC 99 VALUE ZEROES.
              05 STR-ITEMREQUP PIC X(20) VALUE SPACES.
              05 STR-ITEMREQDOWN PIC X(20) VALUE SPACES.
              05 STR-HAZARDITEM PIC X(20) VALUE SPACES.

      *    creature class vars allow maximum of 10 creatures a level
           01 REC-CREATURE-INTERNAL.
           01 REC-ITEM-INTERNAL.
            03 STR-ITEMNAME OCCURS 30 TIMES PIC X(20) VALUE SPACES.

      *    recipe class vars allow maximum of 20 recipes, the game's
      *    limit - only the fields the reconciliation needs are kept,
      *    plus whether the recipe can be made in the level being
      *    audited and whether any level at all can make it
           01 REC-RECIPE-INTERNAL.
            03 REC-RECIPE OCCURS 20 TIMES.
              05 STR-RECIPEINPUT1 PIC X(20) VALUE SPACES.
              05 STR-RECIPEINPUT2 PIC X(20) VALUE SPACES.
              05 INT-RECIPEROOM PIC 99 VALUE ZEROS.
              05 STR-RECIPERESULT PIC X(20) VALUE SPACES.
              05 BLN-RECIPEMADE PIC X VALUE "N".
              05 BLN-RECIPEEVERMADE PIC X VALUE "N".

      *********************************************************
      *    the parser word lists the game was built with - the
      *    vocabulary check below must accept exactly the words
       77 ENDOFCREATUREFILE PIC 9(01) VALUE 0.
       77 ENDOFEVENTFILE PIC 9(01) VALUE 0.
       77 ENDOFCONTAINERFILE PIC 9(01) VALUE 0.
       77 ENDOFHINTFILE PIC 9(01) VALUE 0.

      *    hint records read from the level's hint file - the
      *    record number is how a problem line points at the hint
       77 INT-NUMHINTS PIC 999 VALUE ZEROS.
       77 ENDOFITEMFILE PIC 9(01) VALUE 0.

      *    recipe vars - how many recipes were loaded, how many
      *    records the game would skip for lacking an input or a
      *    result, the recipe scan counter (the checks it runs use
      *    the general counters) and how many recipes a pass of
      *    0250-FINDCRAFTABLE found newly makeable
       77 INT-NUMRECIPES PIC 99 VALUE ZEROS.
       77 INT-RECIPESKIPPED PIC 999 VALUE ZEROS.
       77 INT-RECIPESCAN PIC 99 VALUE ZEROS.
       77 INT-RECIPEGAINED PIC 99 VALUE ZEROS.
       77 INT-RECIPECOUNT PIC 99 VALUE ZEROS.
       77 ENDOFRECIPEFILE PIC 9(01) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    work out where the data files live before opening any of
              TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.

      *    the item master, the vocabulary and the recipes are
      *    pack-wide, load them once before the per-level passes
           PERFORM 0040-LOADITEMS.
           PERFORM 0050-LOADVOCABULARY.
           PERFORM 0060-LOADRECIPES.

      *    the manifest says how many levels the pack has and which
      *    files they live in
           PERFORM 0020-LOADMANIFEST.
           IF BLN-HAVEMANIFEST EQUAL TO "Y" THEN
              MOVE SPACES TO STR-REPORTLINE
              STRING "Pack: " DELIMITED BY SIZE
                     FUNCTION TRIM(STR-PACKNAME) DELIMITED BY SIZE
                     "  release " DELIMITED BY SIZE
                     FUNCTION TRIM(STR-PACKRELEASE) DELIMITED BY SIZE
                     "  levels " DELIMITED BY SIZE
                     INT-PACKLEVELS DELIMITED BY SIZE
                     INTO STR-REPORTLINE
              END-STRING
              PERFORM 0600-EMITLINE
           END-IF.

      *    the recipes name items from the pack-wide item master,
      *    so they get their own section ahead of the levels
           IF INT-NUMRECIPES GREATER THAN ZERO OR
              INT-RECIPESKIPPED GREATER THAN ZERO THEN
              PERFORM 0070-AUDITRECIPES
           END-IF.

      *    audit every level number the pack defines - all nine
      *    possible numbers when there is no manifest to say
           MOVE 1 TO INT-CURLEVEL.
           PERFORM 0100-AUDITONELEVEL TEST AFTER
                   UNTIL INT-CURLEVEL GREATER THAN INT-PACKLEVELS.

           IF BLN-FOUNDALEVEL EQUAL TO "N" THEN
              MOVE "No level files found to audit!" TO STR-REPORTLINE
              PERFORM 0600-EMITLINE
           ELSE
              IF INT-NUMRECIPES GREATER THAN ZERO THEN
                 PERFORM 0080-CHECKRECIPESMADE
              END-IF
              MOVE SPACES TO STR-REPORTLINE
              PERFORM 0600-EMITLINE
              MOVE SPACES TO STR-REPORTLINE

      *    ***other paragraphs**************

       0020-LOADMANIFEST.
      *    Created 15/10/2026 By Roger Williams
      *
      *    reads the optional pack manifest exactly as the game's
      *    0086-LOADMANIFEST does - PACK:, RELEASE:, LEVELS: and a
      *    LEVEL:n line opening each level's file list (SOURCE:,
      *    ROOMS:, INDEX:, CREATURES:, EVENTS:, CONTAINERS:, HINTS:)
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
      *    Modified 15/10/2026 By Roger Williams - HINTS:
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
              WHEN "HINTS"
                 MOVE STR-MANIFESTVALUE
                    TO STR-PACKHINTS(INT-MANIFESTLEVEL)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       0040-LOADITEMS.
      *    Created 02/09/2026 By Roger Williams
      *
              NOT AT END MOVE "Y" TO BLN-MOREVOCABDATA
           END-READ.

       0060-LOADRECIPES.
      *    Created 15/10/2026 By Roger Williams
      *
      *    reads RECIPES_COBOL.TXT the way the game's
      *    0118-LOADRECIPES does - a missing file is not an error,
      *    the pack simply has nothing to combine
           MOVE "RECIPES_COBOL.TXT" TO STR-BAREFILENAME.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-RECIPESNAME.

           MOVE 0 TO ENDOFRECIPEFILE.

           OPEN INPUT FILE-RECIPES.
           IF STR-RECIPESFILESTATUS EQUAL TO "00" THEN
              READ FILE-RECIPES
                    AT END MOVE 1 TO ENDOFRECIPEFILE
              END-READ
              PERFORM 0061-STORERECIPE TEST AFTER
                      UNTIL ENDOFRECIPEFILE EQUAL TO 1
              CLOSE FILE-RECIPES
           END-IF.

       0061-STORERECIPE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0060-LOADRECIPES - stores the recipe
      *    record already read, then reads ahead for the next one;
      *    a record lacking an input or its result is counted, not
      *    stored, because the game skips it (a blank line is just
      *    passed over)
           IF ENDOFRECIPEFILE NOT EQUAL TO 1 THEN
              IF REC-RECIPE-READ NOT EQUAL TO SPACES THEN
                 IF STR-RECIPEINPUT1-READ EQUAL TO SPACES OR
                    STR-RECIPEINPUT2-READ EQUAL TO SPACES OR
                    STR-RECIPERESULT-READ EQUAL TO SPACES THEN
                    ADD 1 TO INT-RECIPESKIPPED
                 ELSE
                    PERFORM 0062-KEEPRECIPE
                 END-IF
              END-IF
              INITIALIZE REC-RECIPE-READ
              READ FILE-RECIPES INTO REC-RECIPE-READ
                    AT END MOVE 1 TO ENDOFRECIPEFILE
              END-READ
           END-IF.

       0062-KEEPRECIPE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    called by 0061-STORERECIPE - copies the complete recipe
      *    record into the table; records past the OCCURS 20 limit
      *    are dropped, as the game drops them
           IF INT-NUMRECIPES LESS THAN 20 THEN
              ADD 1 TO INT-NUMRECIPES
              MOVE STR-RECIPEINPUT1-READ
                 TO STR-RECIPEINPUT1(INT-NUMRECIPES)
              MOVE STR-RECIPEINPUT2-READ
                 TO STR-RECIPEINPUT2(INT-NUMRECIPES)
              IF INT-RECIPEROOM-READ IS NOT NUMERIC THEN
                 MOVE ZEROS TO INT-RECIPEROOM-READ
              END-IF
              MOVE INT-RECIPEROOM-READ
                 TO INT-RECIPEROOM(INT-NUMRECIPES)
              MOVE STR-RECIPERESULT-READ
                 TO STR-RECIPERESULT(INT-NUMRECIPES)
           END-IF.

       0070-AUDITRECIPES.
      *    Created 15/10/2026 By Roger Williams
      *
      *    the pack-wide recipe section of the report - every item a
      *    recipe names must have an item master record (the game
      *    looks the made item up for its weight and points) and
      *    the made item must be typeable, or the player can never
      *    give, drop or examine it
           MOVE SPACES TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.
           MOVE ALL "=" TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.
           MOVE SPACES TO STR-REPORTLINE.
           STRING "RECIPES - " DELIMITED BY SIZE
                  INT-NUMRECIPES DELIMITED BY SIZE
                  " recipes" DELIMITED BY SIZE
                  INTO STR-REPORTLINE
           END-STRING.
           PERFORM 0600-EMITLINE.
           MOVE ALL "=" TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.

           MOVE ZERO TO INT-LEVELPROBLEMS.

           IF INT-RECIPESKIPPED GREATER THAN ZERO THEN
              ADD 1 TO INT-LEVELPROBLEMS
              ADD 1 TO INT-PROBLEMCOUNT
              MOVE SPACES TO STR-REPORTLINE
              STRING "  PROBLEM: " DELIMITED BY SIZE
                     INT-RECIPESKIPPED DELIMITED BY SIZE
                     " recipe records lack an input or a result"
                     DELIMITED BY SIZE
                     " - ignored" DELIMITED BY SIZE
                     INTO STR-REPORTLINE
              END-STRING
              PERFORM 0600-EMITLINE
           END-IF.

           MOVE 1 TO INT-RECIPESCAN.
           PERFORM 0071-CHECKONERECIPE TEST AFTER
                   UNTIL INT-RECIPESCAN GREATER THAN INT-NUMRECIPES.

           IF INT-LEVELPROBLEMS EQUAL TO ZERO THEN
              MOVE "  (no dangling references in the recipes)"
                 TO STR-REPORTLINE
              PERFORM 0600-EMITLINE
           END-IF.

       0071-CHECKONERECIPE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0070-AUDITRECIPES - both inputs and
      *    the made item need a master record; only the made item
      *    gets the vocabulary check here, an input lying in a room
      *    or container is checked where it lies
           IF INT-NUMRECIPES GREATER THAN ZERO THEN
              MOVE "input" TO STR-PHRASEOWNER
              MOVE STR-RECIPEINPUT1(INT-RECIPESCAN) TO STR-ITEMWANTED
              PERFORM 0072-CHECKRECIPEMASTER
              MOVE STR-RECIPEINPUT2(INT-RECIPESCAN) TO STR-ITEMWANTED
              PERFORM 0072-CHECKRECIPEMASTER
              MOVE "result" TO STR-PHRASEOWNER
              MOVE STR-RECIPERESULT(INT-RECIPESCAN) TO STR-ITEMWANTED
              PERFORM 0072-CHECKRECIPEMASTER

              MOVE STR-RECIPERESULT(INT-RECIPESCAN) TO STR-PHRASE
              MOVE SPACES TO STR-PHRASEOWNER
              STRING "result of recipe " DELIMITED BY SIZE
                     INT-RECIPESCAN DELIMITED BY SIZE
                     INTO STR-PHRASEOWNER
              END-STRING
              PERFORM 0320-CHECKPHRASEKNOWN
           END-IF.
           ADD 1 TO INT-RECIPESCAN.

       0072-CHECKRECIPEMASTER.
      *    Created 15/10/2026 By Roger Williams
      *
      *    called by 0071-CHECKONERECIPE - one line of verdict when
      *    the item in STR-ITEMWANTED has no item master record;
      *    STR-PHRASEOWNER says which part of the recipe it is
           PERFORM 0330-FINDITEMMASTER.
           IF BLN-ITEMFOUND EQUAL TO "N" THEN
              ADD 1 TO INT-LEVELPROBLEMS
              ADD 1 TO INT-PROBLEMCOUNT
              MOVE SPACES TO STR-REPORTLINE
              STRING "  PROBLEM: recipe " DELIMITED BY SIZE
                     INT-RECIPESCAN DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(STR-PHRASEOWNER) DELIMITED BY SIZE
                     " '" DELIMITED BY SIZE
                     FUNCTION TRIM(STR-ITEMWANTED) DELIMITED BY SIZE
                     "' has no ITEMS_COBOL.TXT record"
                     DELIMITED BY SIZE
                     INTO STR-REPORTLINE
              END-STRING
              PERFORM 0600-EMITLINE
           END-IF.

       0080-CHECKRECIPESMADE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    called once every level has been audited - a recipe no
      *    level can make (its room is in no level, or no level
      *    provides both inputs) is dead weight in the pack and
      *    usually a typing slip in one of its names
           MOVE SPACES TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.
           MOVE "Recipes across the levels:" TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.

           MOVE ZERO TO INT-LEVELPROBLEMS.
           MOVE 1 TO INT-RECIPESCAN.
           PERFORM 0081-CHECKONEMADE TEST AFTER
                   UNTIL INT-RECIPESCAN GREATER THAN INT-NUMRECIPES.

           IF INT-LEVELPROBLEMS EQUAL TO ZERO THEN
              MOVE "  (every recipe can be made in some level)"
                 TO STR-REPORTLINE
              PERFORM 0600-EMITLINE
           END-IF.

       0081-CHECKONEMADE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0080-CHECKRECIPESMADE
           IF BLN-RECIPEEVERMADE(INT-RECIPESCAN) EQUAL TO "N" THEN
              ADD 1 TO INT-LEVELPROBLEMS
              ADD 1 TO INT-PROBLEMCOUNT
              MOVE SPACES TO STR-REPORTLINE
              STRING "  PROBLEM: recipe " DELIMITED BY SIZE
                     INT-RECIPESCAN DELIMITED BY SIZE
                     " for '" DELIMITED BY SIZE
                     FUNCTION TRIM(STR-RECIPERESULT(INT-RECIPESCAN))
                     DELIMITED BY SIZE
                     "' cannot be made in any level"
                     DELIMITED BY SIZE
                     INTO STR-REPORTLINE
              END-STRING
              PERFORM 0600-EMITLINE
           END-IF.
           ADD 1 TO INT-RECIPESCAN.

       0100-AUDITONELEVEL.
      *    Created 02/09/2026 By Roger Williams
      *
      *    LEVELn_SRC_COBOL.TXT source is preferred, falling back to
      *    the classic fixed LEVELn_COBOL.TXT; a missing level
      *    number is simply skipped, packs need not define them all
      *    Modified 15/10/2026 By Roger Williams - file names come
      *    from the pack manifest when it names them, and a level
      *    the manifest promises but the pack lacks is a problem
           IF STR-PACKSOURCE(INT-CURLEVEL) NOT EQUAL TO SPACES THEN
              MOVE STR-PACKSOURCE(INT-CURLEVEL) TO STR-BAREFILENAME
           ELSE
              MOVE SPACES TO STR-BAREFILENAME
              STRING "LEVEL" DELIMITED BY SIZE
                     INT-CURLEVEL(2:1) DELIMITED BY SIZE
                     "_SRC_COBOL.TXT" DELIMITED BY SIZE
                     INTO STR-BAREFILENAME
              END-STRING
           END-IF.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-LEVELSRCNAME.

           IF STR-PACKROOMS(INT-CURLEVEL) NOT EQUAL TO SPACES THEN
              MOVE STR-PACKROOMS(INT-CURLEVEL) TO STR-BAREFILENAME
           ELSE
              MOVE SPACES TO STR-BAREFILENAME
              STRING "LEVEL" DELIMITED BY SIZE
                     INT-CURLEVEL(2:1) DELIMITED BY SIZE
                     "_COBOL.TXT" DELIMITED BY SIZE
                     INTO STR-BAREFILENAME
              END-STRING
           END-IF.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-LEVEL1NAME.

                 PERFORM 0110-LOADLEVEL
                 CLOSE FILE-LEVEL1
                 PERFORM 0200-AUDITLEVEL
              ELSE
                 IF BLN-MANIFESTCOUNTED EQUAL TO "Y" OR
                    INT-MANIFESTTOP NOT EQUAL TO ZERO THEN
                    PERFORM 0101-REPORTMISSINGLEVEL
                 END-IF
              END-IF
           END-IF.

           ADD 1 TO INT-CURLEVEL.

       0101-REPORTMISSINGLEVEL.
      *    Created 15/10/2026 By Roger Williams
      *
      *    called by 0100-AUDITONELEVEL when the pack manifest
      *    counts a level that has neither a source nor a fixed
      *    level file - the game would end the session early there
           MOVE "Y" TO BLN-FOUNDALEVEL.
           MOVE SPACES TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.
           MOVE SPACES TO STR-REPORTLINE.
           STRING "LEVEL " DELIMITED BY SIZE
                  INT-CURLEVEL(2:1) DELIMITED BY SIZE
                  " - PROBLEM: in the manifest but no level file "
                  DELIMITED BY SIZE
                  "found" DELIMITED BY SIZE
                  INTO STR-REPORTLINE
           END-STRING.
           PERFORM 0600-EMITLINE.
           ADD 1 TO INT-PROBLEMCOUNT.

       0110-LOADLEVEL.
      *    Created 02/09/2026 By Roger Williams
      *
                    TO STR-ITEMREQUP(INT-NUMROOMS)
                 MOVE STR-ITEMREQDOWN-READ
                    TO STR-ITEMREQDOWN(INT-NUMROOMS)
                 MOVE STR-HAZARDITEM-READ
                    TO STR-HAZARDITEM(INT-NUMROOMS)
              END-IF
              INITIALIZE REC-ROOM-READ
              READ FILE-LEVEL1 INTO REC-ROOM-READ
      *          darkness is gameplay, not connectivity - accepted
      *          here so the keyword does not read as an error
                 CONTINUE
              WHEN REC-SRCLINE(1:7) EQUAL TO "HAZARD:"
      *          the damage itself is gameplay too
                 CONTINUE
              WHEN REC-SRCLINE(1:8) EQUAL TO "PROTECT:"
                 MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(
                      REC-SRCLINE(9:82)))
                    TO STR-HAZARDITEM(INT-NUMROOMS)
              WHEN REC-SRCLINE(1:5) EQUAL TO "DESC:"
      *          the audit has no use for the description text
                 CONTINUE
      *
      *    reads CREATURESn_COBOL.TXT for the current level - a
      *    level without a creature file simply has no creatures
      *    Modified 15/10/2026 By Roger Williams - the manifest
      *    may name the file instead
           IF STR-PACKCREATURES(INT-CURLEVEL) NOT EQUAL TO SPACES THEN
              MOVE STR-PACKCREATURES(INT-CURLEVEL) TO STR-BAREFILENAME
           ELSE
              MOVE SPACES TO STR-BAREFILENAME
              STRING "CREATURES" DELIMITED BY SIZE
                     INT-CURLEVEL(2:1) DELIMITED BY SIZE
                     "_COBOL.TXT" DELIMITED BY SIZE
                     INTO STR-BAREFILENAME
              END-STRING
           END-IF.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-CREATURESNAME.

      *
      *    reads EVENTSn_COBOL.TXT for the current level - a level
      *    without an events file simply has no scripted events
      *    Modified 15/10/2026 By Roger Williams - the manifest
      *    may name the file instead
           IF STR-PACKEVENTS(INT-CURLEVEL) NOT EQUAL TO SPACES THEN
              MOVE STR-PACKEVENTS(INT-CURLEVEL) TO STR-BAREFILENAME
           ELSE
              MOVE SPACES TO STR-BAREFILENAME
              STRING "EVENTS" DELIMITED BY SIZE
                     INT-CURLEVEL(2:1) DELIMITED BY SIZE
                     "_COBOL.TXT" DELIMITED BY SIZE
                     INTO STR-BAREFILENAME
              END-STRING
           END-IF.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-EVENTSNAME.

      *
      *    reads CONTAINERSn_COBOL.TXT for the current level - a
      *    level without a container file simply has no containers
      *    Modified 15/10/2026 By Roger Williams - the manifest
      *    may name the file instead
           IF STR-PACKCONTAINERS(INT-CURLEVEL) NOT EQUAL TO SPACES THEN
              MOVE STR-PACKCONTAINERS(INT-CURLEVEL) TO STR-BAREFILENAME
           ELSE
              MOVE SPACES TO STR-BAREFILENAME
              STRING "CONTAINERS" DELIMITED BY SIZE
                     INT-CURLEVEL(2:1) DELIMITED BY SIZE
                     "_COBOL.TXT" DELIMITED BY SIZE
                     INTO STR-BAREFILENAME
              END-STRING
           END-IF.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-CONTAINERSNAME.

              TO STR-CONTAINERITEM(INT-NUMCONTAINERS, INT-NUM3).
           ADD 1 TO INT-NUM3.

       0170-AUDITHINTS.
      *    Created 15/10/2026 By Roger Williams
      *
      *    called by 0200-AUDITLEVEL - streams HINTSn_COBOL.TXT for
      *    the current level checking each record as it comes; the
      *    game files a hint under its room id, so a hint for a room
      *    the level does not define can never be shown. A level
      *    without a hint file simply has no hints
           IF STR-PACKHINTS(INT-CURLEVEL) NOT EQUAL TO SPACES THEN
              MOVE STR-PACKHINTS(INT-CURLEVEL) TO STR-BAREFILENAME
           ELSE
              MOVE SPACES TO STR-BAREFILENAME
              STRING "HINTS" DELIMITED BY SIZE
                     INT-CURLEVEL(2:1) DELIMITED BY SIZE
                     "_COBOL.TXT" DELIMITED BY SIZE
                     INTO STR-BAREFILENAME
              END-STRING
           END-IF.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-HINTSNAME.

           MOVE ZERO TO INT-NUMHINTS.
           MOVE 0 TO ENDOFHINTFILE.

           OPEN INPUT FILE-HINTS.
           IF STR-HINTSFILESTATUS EQUAL TO "00" THEN
              READ FILE-HINTS
                    AT END MOVE 1 TO ENDOFHINTFILE
              END-READ
              PERFORM 0171-CHECKONEHINT TEST AFTER
                      UNTIL ENDOFHINTFILE EQUAL TO 1
              CLOSE FILE-HINTS
           END-IF.

       0171-CHECKONEHINT.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0170-AUDITHINTS - checks the hint
      *    record already read, then reads ahead for the next one
           IF ENDOFHINTFILE NOT EQUAL TO 1 THEN
              ADD 1 TO INT-NUMHINTS
              MOVE ZERO TO INT-FOUNDSLOT
              IF INT-HINTROOM-READ IS NUMERIC THEN
                 MOVE INT-HINTROOM-READ TO INT-TARGETID
                 IF INT-TARGETID NOT EQUAL TO ZERO THEN
                    PERFORM 0300-FINDSLOTBYID
                 END-IF
              END-IF
              IF INT-FOUNDSLOT EQUAL TO ZERO THEN
                 ADD 1 TO INT-LEVELPROBLEMS
                 ADD 1 TO INT-PROBLEMCOUNT
                 MOVE SPACES TO STR-REPORTLINE
                 STRING "  PROBLEM: hint " DELIMITED BY SIZE
                        INT-NUMHINTS DELIMITED BY SIZE
                        " is for room " DELIMITED BY SIZE
                        INT-HINTROOM-READ DELIMITED BY SIZE
                        " which is not in the level" DELIMITED BY SIZE
                        INTO STR-REPORTLINE
                 END-STRING
                 PERFORM 0600-EMITLINE
              END-IF
              INITIALIZE REC-HINT-READ
              READ FILE-HINTS INTO REC-HINT-READ
                    AT END MOVE 1 TO ENDOFHINTFILE
              END-READ
           END-IF.

       0200-AUDITLEVEL.
      *    Created 02/09/2026 By Roger Williams
      *    Modified 15/10/2026 By Roger Williams - checks the
      *    level's hints are for rooms it has
      *    Modified 15/10/2026 By Roger Williams - works out which
      *    recipes the level can make first, so an item only a
      *    recipe makes counts as provided
      *
      *    runs every reconciliation check against the level just
      *    loaded and writes its section of the report

           MOVE ZERO TO INT-LEVELPROBLEMS.

           IF INT-NUMRECIPES GREATER THAN ZERO THEN
              PERFORM 0250-FINDCRAFTABLE
              MOVE SPACES TO STR-REPORTLINE
              STRING "  recipes that can be made in this level: "
                     DELIMITED BY SIZE
                     INT-RECIPECOUNT DELIMITED BY SIZE
                     " of " DELIMITED BY SIZE
                     INT-NUMRECIPES DELIMITED BY SIZE
                     INTO STR-REPORTLINE
              END-STRING
              PERFORM 0600-EMITLINE
           END-IF.

           MOVE 1 TO INT-NUM2.
           PERFORM 0210-CHECKONEEVENT TEST AFTER
                   UNTIL INT-NUM2 GREATER THAN INT-NUMEVENTS.
           PERFORM 0240-CHECKONECONTAINER TEST AFTER
                   UNTIL INT-NUM2 GREATER THAN INT-NUMCONTAINERS.

           MOVE 1 TO INT-NUM2.
           PERFORM 0231-CHECKHAZARDITEM TEST AFTER
                   UNTIL INT-NUM2 GREATER THAN INT-NUMROOMS.

           PERFORM 0170-AUDITHINTS.

           IF INT-LEVELPROBLEMS EQUAL TO ZERO THEN
              MOVE "  (no dangling references in this level)"
                 TO STR-REPORTLINE
           END-IF.
           ADD 1 TO INT-NUM2.

       0231-CHECKHAZARDITEM.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0200-AUDITLEVEL - the item that
      *    protects against a hazardous room must be provided by
      *    some room or container of this level, or the player can
      *    never get hold of it
           IF INT-NUMROOMS GREATER THAN ZERO AND
              STR-HAZARDITEM(INT-NUM2) NOT EQUAL TO SPACES THEN
              MOVE STR-HAZARDITEM(INT-NUM2) TO STR-ITEMWANTED
              PERFORM 0310-FINDROOMWITHITEM
              IF BLN-ITEMFOUND EQUAL TO "N" THEN
                 ADD 1 TO INT-LEVELPROBLEMS
                 ADD 1 TO INT-PROBLEMCOUNT
                 MOVE SPACES TO STR-REPORTLINE
                 STRING "  PROBLEM: room " DELIMITED BY SIZE
                        INT-ROOMID(INT-NUM2) DELIMITED BY SIZE
                        " is made safe by '" DELIMITED BY SIZE
                        FUNCTION TRIM(STR-HAZARDITEM(INT-NUM2))
                        DELIMITED BY SIZE
                        "' which no room provides"
                        DELIMITED BY SIZE
                        INTO STR-REPORTLINE
                 END-STRING
                 PERFORM 0600-EMITLINE
              END-IF
           END-IF.
           ADD 1 TO INT-NUM2.

       0240-CHECKONECONTAINER.
      *    Created 02/09/2026 By Roger Williams
      *
           END-IF.
           ADD 1 TO INT-NUM3.

       0250-FINDCRAFTABLE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    marks the recipes the level just loaded can make - the
      *    recipe's room must be in the level (0 = anywhere) and
      *    both inputs provided by a room, a container or another
      *    recipe already marked, so passes repeat until one adds
      *    nothing; leaves the number marked in INT-RECIPECOUNT
           MOVE 1 TO INT-RECIPESCAN.
           PERFORM 0251-CLEARONERECIPE TEST AFTER
                   UNTIL INT-RECIPESCAN GREATER THAN INT-NUMRECIPES.

           MOVE ZERO TO INT-RECIPECOUNT.
           PERFORM 0252-CRAFTPASS TEST AFTER
                   UNTIL INT-RECIPEGAINED EQUAL TO ZERO.

       0251-CLEARONERECIPE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0250-FINDCRAFTABLE
           MOVE "N" TO BLN-RECIPEMADE(INT-RECIPESCAN).
           ADD 1 TO INT-RECIPESCAN.

       0252-CRAFTPASS.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0250-FINDCRAFTABLE - one pass over
      *    the recipes not yet marked
           MOVE ZERO TO INT-RECIPEGAINED.
           MOVE 1 TO INT-RECIPESCAN.
           PERFORM 0253-TRYONERECIPE TEST AFTER
                   UNTIL INT-RECIPESCAN GREATER THAN INT-NUMRECIPES.

       0253-TRYONERECIPE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0252-CRAFTPASS
           IF BLN-RECIPEMADE(INT-RECIPESCAN) EQUAL TO "N" THEN
              MOVE ZERO TO INT-FOUNDSLOT
              IF INT-RECIPEROOM(INT-RECIPESCAN) NOT EQUAL TO ZERO
                 THEN
                 MOVE INT-RECIPEROOM(INT-RECIPESCAN) TO INT-TARGETID
                 PERFORM 0300-FINDSLOTBYID
              END-IF
              IF INT-RECIPEROOM(INT-RECIPESCAN) EQUAL TO ZERO OR
                 INT-FOUNDSLOT NOT EQUAL TO ZERO THEN
                 MOVE STR-RECIPEINPUT1(INT-RECIPESCAN)
                    TO STR-ITEMWANTED
                 PERFORM 0310-FINDROOMWITHITEM
                 IF BLN-ITEMFOUND EQUAL TO "Y" THEN
                    MOVE STR-RECIPEINPUT2(INT-RECIPESCAN)
                       TO STR-ITEMWANTED
                    PERFORM 0310-FINDROOMWITHITEM
                    IF BLN-ITEMFOUND EQUAL TO "Y" THEN
                       MOVE "Y" TO BLN-RECIPEMADE(INT-RECIPESCAN)
                       MOVE "Y" TO BLN-RECIPEEVERMADE(INT-RECIPESCAN)
                       ADD 1 TO INT-RECIPEGAINED
                       ADD 1 TO INT-RECIPECOUNT
                    END-IF
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO INT-RECIPESCAN.

       0320-CHECKPHRASEKNOWN.
      *    Created 02/09/2026 By Roger Williams
      *
      *    Created 02/09/2026 By Roger Williams
      *    Modified 02/09/2026 By Roger Williams - an item stashed
      *    inside a container counts as provided too
      *    Modified 15/10/2026 By Roger Williams - so does an item
      *    a recipe the level can make produces
      *
      *    custom function - sets BLN-ITEMFOUND to "Y" when some
      *    room, container or makeable recipe of this level
      *    provides the item in STR-ITEMWANTED
           MOVE "N" TO BLN-ITEMFOUND.
           MOVE 1 TO INT-NUM1.

           PERFORM 0312-CHECKCONTAINERPROVIDES TEST AFTER
                   UNTIL INT-NUM1 GREATER THAN INT-NUMCONTAINERS.

           MOVE 1 TO INT-NUM1.
           PERFORM 0314-CHECKONECRAFTED TEST AFTER
                   UNTIL INT-NUM1 GREATER THAN INT-NUMRECIPES.

       0311-CHECKONEROOMITEM.
      *    Created 02/09/2026 By Roger Williams
      *
           END-IF.
           ADD 1 TO INT-NUM3.

       0314-CHECKONECRAFTED.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0310-FINDROOMWITHITEM - a recipe
      *    0250-FINDCRAFTABLE marked for this level provides its
      *    made item
           IF INT-NUMRECIPES GREATER THAN ZERO THEN
              IF BLN-RECIPEMADE(INT-NUM1) EQUAL TO "Y" AND
                 STR-RECIPERESULT(INT-NUM1) EQUAL TO STR-ITEMWANTED
                 THEN
                 MOVE "Y" TO BLN-ITEMFOUND
              END-IF
           END-IF.
           ADD 1 TO INT-NUM1.

       0330-FINDITEMMASTER.
      *    Created 02/09/2026 By Roger Williams
      *
