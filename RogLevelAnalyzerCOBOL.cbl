      *  - an ASCII map of the level
      *  - rooms unreachable from the start room
      *  - item-gated exits whose required item cannot be collected
      *    before the player needs it - an item made by a recipe in
      *    RECIPES_COBOL.TXT counts as collectable once both of its
      *    inputs are
      *  - whether a dead-end "level complete" room is attainable
      *  - recipes naming an item that has no ITEMS_COBOL.TXT record
      *
      *the game's 0016-VALIDATELEVEL catches duplicate ids and exits
      *to missing rooms, but happily passes an unwinnable level -
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-LEVEL1FILESTATUS.

      *    the item master and the optional recipe file - both
      *    pack-wide, read once so an item only a recipe makes can
      *    still open the gate that needs it
           SELECT FILE-ITEMS ASSIGN TO DYNAMIC
             STR-ITEMSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-ITEMSFILESTATUS.

           SELECT FILE-RECIPES ASSIGN TO DYNAMIC
             STR-RECIPESNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-RECIPESFILESTATUS.

           SELECT FILE-ANALYSIS ASSIGN TO DYNAMIC
             STR-ANALYSISNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-ANALYSISFILESTATUS.

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

      *define one item master record - this layout MUST stay
      *identical to FD FILE-ITEMS in ROGsTextAdventureCOBOL
       FD FILE-ITEMS.
           01 REC-ITEM-READ.
              05 STR-ITEMNAME-READ PIC X(20) VALUE SPACES.
              05 STR-ITEMDESC-READ PIC X(80) VALUE SPACES.
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

      *define one report line written to LEVEL_ANALYSIS_COBOL.TXT
       FD FILE-ANALYSIS.
           01 REC-ANALYSIS PIC X(80).

      *define one pack manifest line - "KEYWORD:value", the same
      *lines FD FILE-MANIFEST in ROGsTextAdventureCOBOL reads
       FD FILE-MANIFEST.
           01 REC-MANIFEST PIC X(80).

       WORKING-STORAGE SECTION.
      *    define file location vars - same convention as the game
           01 STR-PROJECTPATH PIC X(200) VALUE SPACES.
           77 STR-LEVELSRCFILESTATUS PIC XX VALUE SPACES.
           77 STR-LEVEL1NAME PIC X(200) VALUE "LEVEL1_COBOL.TXT".
           77 STR-LEVEL1FILESTATUS PIC XX VALUE SPACES.
           77 STR-ITEMSNAME PIC X(200) VALUE "ITEMS_COBOL.TXT".
           77 STR-ITEMSFILESTATUS PIC XX VALUE SPACES.
           77 STR-RECIPESNAME PIC X(200)
             VALUE "RECIPES_COBOL.TXT".
           77 STR-RECIPESFILESTATUS PIC XX VALUE SPACES.
           77 STR-ANALYSISNAME PIC X(200)
             VALUE "LEVEL_ANALYSIS_COBOL.TXT".
           77 STR-ANALYSISFILESTATUS PIC XX VALUE SPACES.
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

      *    room class vars allow maximum of 99 rooms per level -
      *    same table shape the game loads a level into, minus the
      *    description text this tool has no use for
           77 INT-COLLECTEDCOUNT PIC 999 VALUE ZEROS.
           77 INT-PREVCOLLECTED PIC 999 VALUE ZEROS.

      *    item master class vars allow maximum of 30 item kinds -
      *    only the names, for checking the recipes against
           01 REC-ITEM-INTERNAL.
            03 STR-ITEMNAME OCCURS 30 TIMES PIC X(20) VALUE SPACES.
           77 INT-NUMITEMS PIC 99 VALUE ZEROS.

      *    recipe class vars allow maximum of 20 recipes, the game's
      *    limit - a recipe whose inputs are both collectable (in
      *    its room, when it names one) makes its result collectable
      *    too, see 0322-RECIPEPASS
           01 REC-RECIPE-INTERNAL.
            03 REC-RECIPE OCCURS 20 TIMES.
              05 STR-RECIPEINPUT1 PIC X(20) VALUE SPACES.
              05 STR-RECIPEINPUT2 PIC X(20) VALUE SPACES.
              05 INT-RECIPEROOM PIC 99 VALUE ZEROS.
              05 STR-RECIPERESULT PIC X(20) VALUE SPACES.
           77 INT-NUMRECIPES PIC 99 VALUE ZEROS.
      *    recipe scan counter (the checks it runs use the general
      *    counters) and how many items a recipe pass added
           77 INT-RECIPESCAN PIC 99 VALUE ZEROS.
           77 INT-RECIPEGAINED PIC 99 VALUE ZEROS.
      *    "Y" when the recipe being tried can be made in a room
      *    the player can reach
           77 BLN-RECIPEROOMOK PIC X VALUE "N".

      *    the ASCII map grid - each cell holds a table slot, 0 =
      *    empty; 11 rows of 13 cells keeps a rendered row within
      *    the 80 column console
      *    handle EOF for each input file
           77 ENDOFLEVELFILE PIC 9(01) VALUE 0.
           77 ENDOFSRCFILE PIC 9(01) VALUE 0.
           77 ENDOFITEMFILE PIC 9(01) VALUE 0.
           77 ENDOFRECIPEFILE PIC 9(01) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
              TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.

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

      *    the item master and the recipes are pack-wide, load them
      *    once and check the recipes before the per-level passes
           PERFORM 0040-LOADITEMS.
           PERFORM 0045-LOADRECIPES.
           IF INT-NUMRECIPES GREATER THAN ZERO THEN
              PERFORM 0050-REPORTRECIPES
           END-IF.

      *    check every level number the pack defines - all nine
      *    possible numbers when there is no manifest to say
           MOVE 1 TO INT-CURLEVEL.
           PERFORM 0100-CHECKONELEVEL TEST AFTER
                   UNTIL INT-CURLEVEL GREATER THAN INT-PACKLEVELS.

           IF BLN-FOUNDALEVEL EQUAL TO "N" THEN
              MOVE "No LEVELn_COBOL.TXT files found to analyze!"

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

       0040-LOADITEMS.
      *    Created 15/10/2026 By Roger Williams
      *
      *    reads ITEMS_COBOL.TXT keeping only the item names the
      *    recipe checks need - a missing file is not an error here,
      *    every recipe item is then reported as masterless
           MOVE "ITEMS_COBOL.TXT" TO STR-BAREFILENAME.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-ITEMSNAME.

           MOVE 0 TO ENDOFITEMFILE.

           OPEN INPUT FILE-ITEMS.
           IF STR-ITEMSFILESTATUS EQUAL TO "00" THEN
              READ FILE-ITEMS
                    AT END MOVE 1 TO ENDOFITEMFILE
              END-READ
              PERFORM 0041-STOREITEMNAME TEST AFTER
                      UNTIL ENDOFITEMFILE EQUAL TO 1
              CLOSE FILE-ITEMS
           END-IF.

       0041-STOREITEMNAME.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0040-LOADITEMS - stores the item
      *    name already read, then reads ahead for the next one
           IF ENDOFITEMFILE NOT EQUAL TO 1 THEN
              IF INT-NUMITEMS LESS THAN 30 THEN
                 ADD 1 TO INT-NUMITEMS
                 MOVE STR-ITEMNAME-READ TO STR-ITEMNAME(INT-NUMITEMS)
              END-IF
              INITIALIZE REC-ITEM-READ
              READ FILE-ITEMS INTO REC-ITEM-READ
                    AT END MOVE 1 TO ENDOFITEMFILE
              END-READ
           END-IF.

       0045-LOADRECIPES.
      *    Created 15/10/2026 By Roger Williams
      *
      *    reads RECIPES_COBOL.TXT the way the game's
      *    0118-LOADRECIPES does - a missing file just means no
      *    item in the pack is made by combining others
           MOVE "RECIPES_COBOL.TXT" TO STR-BAREFILENAME.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-RECIPESNAME.

           MOVE 0 TO ENDOFRECIPEFILE.

           OPEN INPUT FILE-RECIPES.
           IF STR-RECIPESFILESTATUS EQUAL TO "00" THEN
              READ FILE-RECIPES
                    AT END MOVE 1 TO ENDOFRECIPEFILE
              END-READ
              PERFORM 0046-STORERECIPE TEST AFTER
                      UNTIL ENDOFRECIPEFILE EQUAL TO 1
              CLOSE FILE-RECIPES
           END-IF.

       0046-STORERECIPE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0045-LOADRECIPES - stores the recipe
      *    record already read, then reads ahead for the next one;
      *    like the game it skips a record missing an input or its
      *    result and drops records past the OCCURS 20 limit
           IF ENDOFRECIPEFILE NOT EQUAL TO 1 THEN
              IF INT-NUMRECIPES LESS THAN 20 AND
                 STR-RECIPEINPUT1-READ NOT EQUAL TO SPACES AND
                 STR-RECIPEINPUT2-READ NOT EQUAL TO SPACES AND
                 STR-RECIPERESULT-READ NOT EQUAL TO SPACES THEN
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
              END-IF
              INITIALIZE REC-RECIPE-READ
              READ FILE-RECIPES INTO REC-RECIPE-READ
                    AT END MOVE 1 TO ENDOFRECIPEFILE
              END-READ
           END-IF.

       0050-REPORTRECIPES.
      *    Created 15/10/2026 By Roger Williams
      *
      *    lists every recipe item that has no item master record -
      *    usually a misspelt name, and a misspelt input is an item
      *    no room holds, so the recipe can never be made and a gate
      *    waiting on its result is reported below as uncollectable
           MOVE SPACES TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.
           MOVE SPACES TO STR-REPORTLINE.
           STRING "Recipes: " DELIMITED BY SIZE
                  INT-NUMRECIPES DELIMITED BY SIZE
                  INTO STR-REPORTLINE
           END-STRING.
           PERFORM 0600-EMITLINE.
           MOVE ZERO TO INT-NUM3.

           MOVE 1 TO INT-RECIPESCAN.
           PERFORM 0051-CHECKONERECIPE TEST AFTER
                   UNTIL INT-RECIPESCAN GREATER THAN INT-NUMRECIPES.

           IF INT-NUM3 EQUAL TO ZERO THEN
              MOVE "  (every recipe item has an item master record)"
                 TO STR-REPORTLINE
              PERFORM 0600-EMITLINE
           END-IF.

       0051-CHECKONERECIPE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0050-REPORTRECIPES - both inputs and
      *    the result of one recipe
           IF INT-NUMRECIPES GREATER THAN ZERO THEN
              MOVE STR-RECIPEINPUT1(INT-RECIPESCAN) TO STR-TRYREQ
              PERFORM 0052-CHECKRECIPEITEM
              MOVE STR-RECIPEINPUT2(INT-RECIPESCAN) TO STR-TRYREQ
              PERFORM 0052-CHECKRECIPEITEM
              MOVE STR-RECIPERESULT(INT-RECIPESCAN) TO STR-TRYREQ
              PERFORM 0052-CHECKRECIPEITEM
           END-IF.
           ADD 1 TO INT-RECIPESCAN.

       0052-CHECKRECIPEITEM.
      *    Created 15/10/2026 By Roger Williams
      *
      *    called by 0051-CHECKONERECIPE - one line of verdict when
      *    the item in STR-TRYREQ has no item master record
           PERFORM 0340-FINDITEMMASTER.
           IF BLN-ITEMFOUND EQUAL TO "N" THEN
              ADD 1 TO INT-NUM3
              ADD 1 TO INT-PROBLEMCOUNT
              MOVE SPACES TO STR-REPORTLINE
              STRING "  Recipe " DELIMITED BY SIZE
                     INT-RECIPESCAN DELIMITED BY SIZE
                     " names '" DELIMITED BY SIZE
                     FUNCTION TRIM(STR-TRYREQ) DELIMITED BY SIZE
                     "' - PROBLEM: no ITEMS_COBOL.TXT record"
                     DELIMITED BY SIZE
                     INTO STR-REPORTLINE
              END-STRING
              PERFORM 0600-EMITLINE
           END-IF.

       0100-CHECKONELEVEL.
      *    Created 22/08/2026 By Roger Williams
      *
      *    big keyed levels are authored in), falling back to the
      *    classic fixed LEVELn_COBOL.TXT; a missing level number is
      *    simply skipped, packs need not define them all
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
                 PERFORM 0200-ANALYZELEVEL
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
      *    called by 0100-CHECKONELEVEL when the pack manifest
      *    counts a level that has neither a source nor a fixed
      *    level file - the game would end the session early there
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
      *    Created 22/08/2026 By Roger Williams
      *

       0122-PARSESRCLINE.
      *    Created 22/08/2026 By Roger Williams
      *    Modified 15/10/2026 By Roger Williams - HAZARD:/PROTECT:
      *
      *    one "KEYWORD:value" line of the variable source format -
      *    keywords are matched on their fixed prefixes, exactly as
      *          darkness is gameplay, not connectivity - accepted
      *          here so the keyword does not read as an error
                 CONTINUE
              WHEN REC-SRCLINE(1:7) EQUAL TO "HAZARD:"
              WHEN REC-SRCLINE(1:8) EQUAL TO "PROTECT:"
      *          hazards hurt the player but block no route - the
      *          pack audit checks the protective item is provided
                 CONTINUE
              WHEN REC-SRCLINE(1:5) EQUAL TO "DESC:"
      *          the analysis has no use for the description text
                 CONTINUE
       0320-GATEDPASS.
      *    Created 22/08/2026 By Roger Williams
      *
      *    Modified 15/10/2026 By Roger Williams - adds the items
      *    recipes can make from what has been collected
      *
      *    one pass of the gated fixpoint loop - sweeps with the
      *    current collected list, then rebuilds the list from the
      *    rooms just proven reachable; 0200-ANALYZELEVEL repeats
           PERFORM 0321-COLLECTONEITEM TEST AFTER
                   UNTIL INT-NUM2 GREATER THAN INT-NUMROOMS.

      *    one made item can be the input of the next recipe, so
      *    recipe passes repeat until one adds nothing
           IF INT-NUMRECIPES GREATER THAN ZERO THEN
              PERFORM 0322-RECIPEPASS TEST AFTER
                      UNTIL INT-RECIPEGAINED EQUAL TO ZERO
           END-IF.

       0321-COLLECTONEITEM.
      *    Created 22/08/2026 By Roger Williams
      *
           END-IF.
           ADD 1 TO INT-NUM2.

       0322-RECIPEPASS.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0320-GATEDPASS - one pass over the
      *    recipes
           MOVE ZERO TO INT-RECIPEGAINED.
           MOVE 1 TO INT-RECIPESCAN.
           PERFORM 0323-TRYONERECIPE TEST AFTER
                   UNTIL INT-RECIPESCAN GREATER THAN INT-NUMRECIPES.

       0323-TRYONERECIPE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0322-RECIPEPASS - the result becomes
      *    collectable when it is not already, both inputs are
      *    collectable, and the room the recipe names (0 = any
      *    room) is in this level and reachable
           MOVE STR-RECIPERESULT(INT-RECIPESCAN) TO STR-TRYREQ.
           PERFORM 0330-CHECKCOLLECTED.
           IF BLN-ITEMFOUND EQUAL TO "N" AND
              INT-COLLECTEDCOUNT LESS THAN 99 THEN
              MOVE "Y" TO BLN-RECIPEROOMOK
              IF INT-RECIPEROOM(INT-RECIPESCAN) NOT EQUAL TO ZERO
                 THEN
                 MOVE INT-RECIPEROOM(INT-RECIPESCAN) TO INT-TARGETID
                 PERFORM 0300-FINDSLOTBYID
                 IF INT-FOUNDSLOT EQUAL TO ZERO THEN
                    MOVE "N" TO BLN-RECIPEROOMOK
                 ELSE
                    IF BLN-SEEN(INT-FOUNDSLOT) EQUAL TO "N" THEN
                       MOVE "N" TO BLN-RECIPEROOMOK
                    END-IF
                 END-IF
              END-IF
              IF BLN-RECIPEROOMOK EQUAL TO "Y" THEN
                 MOVE STR-RECIPEINPUT1(INT-RECIPESCAN) TO STR-TRYREQ
                 PERFORM 0330-CHECKCOLLECTED
                 IF BLN-ITEMFOUND EQUAL TO "Y" THEN
                    MOVE STR-RECIPEINPUT2(INT-RECIPESCAN)
                       TO STR-TRYREQ
                    PERFORM 0330-CHECKCOLLECTED
                    IF BLN-ITEMFOUND EQUAL TO "Y" THEN
                       ADD 1 TO INT-COLLECTEDCOUNT
                       MOVE STR-RECIPERESULT(INT-RECIPESCAN)
                          TO STR-COLLECTED(INT-COLLECTEDCOUNT)
                       ADD 1 TO INT-RECIPEGAINED
                    END-IF
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO INT-RECIPESCAN.

       0330-CHECKCOLLECTED.
      *    Created 22/08/2026 By Roger Williams
      *
           END-IF.
           ADD 1 TO INT-NUM1.

       0340-FINDITEMMASTER.
      *    Created 15/10/2026 By Roger Williams
      *
      *    custom function - sets BLN-ITEMFOUND to "Y" when the item
      *    in STR-TRYREQ has an item master record
           MOVE "N" TO BLN-ITEMFOUND.
           MOVE 1 TO INT-NUM1.

           PERFORM 0341-CHECKONEITEMMASTER TEST AFTER
                   UNTIL INT-NUM1 GREATER THAN INT-NUMITEMS.

       0341-CHECKONEITEMMASTER.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0340-FINDITEMMASTER
           IF INT-NUMITEMS GREATER THAN ZERO THEN
              IF STR-ITEMNAME(INT-NUM1) EQUAL TO STR-TRYREQ THEN
                 MOVE "Y" TO BLN-ITEMFOUND
              END-IF
           END-IF.
           ADD 1 TO INT-NUM1.

       0400-BUILDMAP.
      *    Created 22/08/2026 By Roger Williams
      *
