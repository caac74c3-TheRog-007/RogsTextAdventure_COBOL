      ******************************************************************
      * Author: Roger Williams
      * Date:   15/10/2026
      * Purpose:Pack change-impact report for ROGsTextAdventureCOBOL
      *
      *ROGsLevelAnalyzerCOBOL and ROGsPackAuditCOBOL each look at ONE
      *pack - nothing told us what a new release actually changes
      *from the pack in service, so testers retested everything and
      *players found out their checkpoint was broken by restoring it.
      *this report reads an old and a new pack directory and lists,
      *level by level:
      *
      *  - rooms added or removed, exits rerouted and item gates
      *    changed on the rooms both releases have
      *  - room items moved to another room, gone, or new
      *  - creatures, scripted events and containers added, changed
      *    or dropped (events are matched by slot, the way the game
      *    records them; creatures and containers by name)
      *  - item master records added, changed or dropped
      *
      *then it checks the checkpoint SAVEGAME_COBOL.TXT against the
      *new pack - the saved room, every REC-SAVEROOMSTATE entry, and
      *the creature, event, container and item flags the checkpoint
      *keeps by table slot - and warns where they would no longer
      *line up, so players can be told before their save breaks
      *
      *the pack in service (and the checkpoint) live where
      *ROGADVENTUREPATH says, as for every other job;
      *ROGADVENTUREOLDPACK overrides the old pack's directory and
      *ROGADVENTURENEWPACK MUST name the new one. directory names
      *are joined to file names as they stand, so end them with /
      *
      *writes its report to the console AND PACK_IMPACT_COBOL.TXT in
      *the ROGADVENTUREPATH directory
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROGsPackImpactCOBOL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      *define data files and access - ASSIGN TO DYNAMIC for the same
      *reason as the game, the names are built at runtime
       FILE-CONTROL.
           SELECT FILE-LEVELSRC ASSIGN TO DYNAMIC
             STR-LEVELSRCNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-LEVELSRCFILESTATUS.

           SELECT FILE-LEVEL1 ASSIGN TO DYNAMIC
             STR-LEVEL1NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-LEVEL1FILESTATUS.

           SELECT FILE-CREATURES ASSIGN TO DYNAMIC
             STR-CREATURESNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-CREATURESFILESTATUS.

           SELECT FILE-EVENTS ASSIGN TO DYNAMIC
             STR-EVENTSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-EVENTSFILESTATUS.

           SELECT FILE-CONTAINERS ASSIGN TO DYNAMIC
             STR-CONTAINERSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-CONTAINERSFILESTATUS.

           SELECT FILE-ITEMS ASSIGN TO DYNAMIC
             STR-ITEMSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-ITEMSFILESTATUS.

      *    optional pack manifest - the same file the game reads for
      *    the level count and the files each level uses
           SELECT FILE-MANIFEST ASSIGN TO DYNAMIC
             STR-MANIFESTNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-MANIFESTFILESTATUS.

      *    the player's checkpoint, read only
           SELECT FILE-SAVEGAME ASSIGN TO DYNAMIC
             STR-SAVEGAMENAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-SAVEFILESTATUS.

           SELECT FILE-IMPACT ASSIGN TO DYNAMIC
             STR-IMPACTNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-IMPACTFILESTATUS.

       DATA DIVISION.
       FILE SECTION.
      *define one line of the variable author-friendly source format
      *built for the indexer - same "KEYWORD:value" lines
       FD FILE-LEVELSRC.
           01 REC-SRCLINE PIC X(90).

      *define table for reading room data - this layout MUST stay
      *identical to FD FILE-LEVEL1 in ROGsTextAdventureCOBOL
       FD FILE-LEVEL1.
           01 REC-ROOM-READ.
              05 INT-ROOMID-READ PIC 99 VALUE ZEROS.
              05 INT-NEXTROOMNORTH-READ PIC 99 VALUE ZEROS.
              05 INT-NEXTROOMSOUTH-READ PIC 99 VALUE ZEROS.
              05 INT-NEXTROOMEAST-READ PIC 99 VALUE ZEROS.
              05 INT-NEXTROOMWEST-READ PIC 99 VALUE ZEROS.
              05 STR-DESC-READ-GROUP.
                 07 STR-DESC-READ PIC X(80) OCCURS 25 TIMES
                    VALUE SPACES.
              05 STR-ROOMITEM-READ PIC X(20) VALUE SPACES.
              05 STR-ITEMREQNORTH-READ PIC X(20) VALUE SPACES.
              05 STR-ITEMREQSOUTH-READ PIC X(20) VALUE SPACES.
              05 STR-ITEMREQEAST-READ PIC X(20) VALUE SPACES.
              05 STR-ITEMREQWEST-READ PIC X(20) VALUE SPACES.
      *up/down exits for multi-floor levels sit at the END of the
      *record so a level file from before they existed still reads
              05 INT-NEXTROOMUP-READ PIC 99 VALUE ZEROS.
              05 INT-NEXTROOMDOWN-READ PIC 99 VALUE ZEROS.
              05 STR-ITEMREQUP-READ PIC X(20) VALUE SPACES.
              05 STR-ITEMREQDOWN-READ PIC X(20) VALUE SPACES.
      *"Y" = dark room needing a lit light source
              05 BLN-ROOMDARK-READ PIC X VALUE "N".
      *per-turn hazard damage and the item that protects against it
              05 INT-ROOMHAZARD-READ PIC 99 VALUE ZEROS.
              05 STR-HAZARDITEM-READ PIC X(20) VALUE SPACES.

      *define one creature record - this layout MUST stay identical
      *to FD FILE-CREATURES in ROGsTextAdventureCOBOL
       FD FILE-CREATURES.
           01 REC-CREATURE-READ.
              05 INT-CREATUREROOM-READ PIC 99 VALUE ZEROS.
              05 STR-CREATURENAME-READ PIC X(20) VALUE SPACES.
              05 STR-CREATUREBLOCKDIR-READ PIC X(5) VALUE SPACES.
              05 STR-CREATUREITEM-READ PIC X(20) VALUE SPACES.
              05 STR-CREATUREKILLTEXT-READ PIC X(80) VALUE SPACES.
              05 STR-CREATURETALKTEXT-READ PIC X(80) VALUE SPACES.
              05 INT-CREATUREDAMAGE-READ PIC 99 VALUE ZEROS.

      *define one scripted event record - this layout MUST stay
      *identical to FD FILE-EVENTS in ROGsTextAdventureCOBOL
       FD FILE-EVENTS.
           01 REC-EVENT-READ.
              05 STR-EVENTTRIGGER-READ PIC X(10) VALUE SPACES.
              05 INT-EVENTROOM-READ PIC 99 VALUE ZEROS.
              05 STR-EVENTITEM-READ PIC X(20) VALUE SPACES.
              05 STR-EVENTEFFECT-READ PIC X(10) VALUE SPACES.
              05 INT-EVENTTARGET-READ PIC 99 VALUE ZEROS.
              05 STR-EVENTDIR-READ PIC X(5) VALUE SPACES.
              05 INT-EVENTNEWROOM-READ PIC 99 VALUE ZEROS.
              05 BLN-EVENTONCE-READ PIC X VALUE "N".
              05 STR-EVENTTEXT-READ PIC X(80) VALUE SPACES.

      *define one container record - this layout MUST stay
      *identical to FD FILE-CONTAINERS in ROGsTextAdventureCOBOL
       FD FILE-CONTAINERS.
           01 REC-CONTAINER-READ.
              05 INT-CONTAINERROOM-READ PIC 99 VALUE ZEROS.
              05 STR-CONTAINERNAME-READ PIC X(20) VALUE SPACES.
              05 STR-CONTAINERKEY-READ PIC X(20) VALUE SPACES.
              05 STR-CONTAINERITEM-READ PIC X(20) OCCURS 5 TIMES
                 VALUE SPACES.

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

      *define one pack manifest line - "KEYWORD:value", the same
      *lines FD FILE-MANIFEST in ROGsTextAdventureCOBOL reads
       FD FILE-MANIFEST.
           01 REC-MANIFEST PIC X(80).

      *define the checkpoint record - this layout MUST stay identical
      *to FD FILE-SAVEGAME in ROGsTextAdventureCOBOL; the six exits
      *of a saved room state are grouped so they can be stepped
      *through, the bytes are the same
       FD FILE-SAVEGAME.
           01 REC-SAVEGAME.
              05 INT-SAVELEVEL PIC 9 VALUE 1.
              05 INT-SAVEROOM PIC 99 VALUE 1.
              05 INT-SAVEINVENTORYCOUNT PIC 99 VALUE ZEROS.
              05 REC-SAVEINVENTORY OCCURS 20 TIMES PIC X(20)
                 VALUE SPACES.
              05 INT-SAVESCORE PIC 9(5) VALUE ZEROS.
              05 INT-SAVEMOVECOUNT PIC 999 VALUE ZEROS.
              05 INT-SAVEUNRECOGCOUNT PIC 999 VALUE ZEROS.
              05 INT-SAVELEVELSDONE PIC 999 VALUE ZEROS.
              05 BLN-SAVECREATUREDEAD OCCURS 10 TIMES PIC X
                 VALUE "N".
              05 BLN-SAVEEVENTFIRED OCCURS 20 TIMES PIC X
                 VALUE "N".
              05 BLN-SAVEITEMSCORED OCCURS 30 TIMES PIC X
                 VALUE "N".
              05 INT-SAVEROOMSTATES PIC 999 VALUE ZEROS.
              05 REC-SAVEROOMSTATE OCCURS 99 TIMES.
                 07 INT-SAVESTATEID PIC 99.
                 07 BLN-SAVESTATEVISITED PIC X.
                 07 STR-SAVESTATEITEM PIC X(20).
                 07 REC-SAVESTATEEXITS.
                    09 INT-SAVESTATENORTH PIC 99.
                    09 INT-SAVESTATESOUTH PIC 99.
                    09 INT-SAVESTATEEAST PIC 99.
                    09 INT-SAVESTATEWEST PIC 99.
                    09 INT-SAVESTATEUP PIC 99.
                    09 INT-SAVESTATEDOWN PIC 99.
                 07 INT-SAVESTATEEXIT REDEFINES REC-SAVESTATEEXITS
                    PIC 99 OCCURS 6 TIMES.
              05 STR-SAVELITITEM PIC X(20) VALUE SPACES.
              05 INT-SAVELIGHTMOVES PIC 999 VALUE ZEROS.
              05 INT-SAVECONTAINERS PIC 99 VALUE ZEROS.
              05 REC-SAVECONTAINER OCCURS 5 TIMES.
                 07 BLN-SAVECONTOPEN PIC X.
                 07 STR-SAVECONTITEM PIC X(20) OCCURS 5 TIMES.
              05 STR-SAVERELEASE PIC X(10) VALUE SPACES.
              05 INT-SAVELEVELSTART PIC 999 VALUE ZEROS.
              05 BLN-SAVEACHSPOILED OCCURS 20 TIMES PIC X
                 VALUE "N".
              05 INT-SAVEHEALTH PIC 999 VALUE ZEROS.
              05 INT-SAVEHINTCOUNT PIC 999 VALUE ZEROS.
              05 INT-SAVEHINTSSHOWN OCCURS 99 TIMES PIC 9
                 VALUE ZERO.

      *define one report line written to PACK_IMPACT_COBOL.TXT
       FD FILE-IMPACT.
           01 REC-IMPACT PIC X(80).

       WORKING-STORAGE SECTION.
      *    define file location vars - same convention as the game;
      *    STR-PROJECTPATH is pointed at whichever pack is being
      *    read before each name is built
           01 STR-PROJECTPATH PIC X(200) VALUE SPACES.
      *    the ROGADVENTUREPATH directory - the pack in service, the
      *    checkpoint and the report
           77 STR-LIVEPATH PIC X(200) VALUE SPACES.
           77 STR-LEVELSRCNAME PIC X(200) VALUE SPACES.
           77 STR-LEVELSRCFILESTATUS PIC XX VALUE SPACES.
           77 STR-LEVEL1NAME PIC X(200) VALUE "LEVEL1_COBOL.TXT".
           77 STR-LEVEL1FILESTATUS PIC XX VALUE SPACES.
           77 STR-CREATURESNAME PIC X(200)
             VALUE "CREATURES1_COBOL.TXT".
           77 STR-CREATURESFILESTATUS PIC XX VALUE SPACES.
           77 STR-EVENTSNAME PIC X(200) VALUE "EVENTS1_COBOL.TXT".
           77 STR-EVENTSFILESTATUS PIC XX VALUE SPACES.
           77 STR-CONTAINERSNAME PIC X(200)
             VALUE "CONTAINERS1_COBOL.TXT".
           77 STR-CONTAINERSFILESTATUS PIC XX VALUE SPACES.
           77 STR-ITEMSNAME PIC X(200) VALUE "ITEMS_COBOL.TXT".
           77 STR-ITEMSFILESTATUS PIC XX VALUE SPACES.
           77 STR-MANIFESTNAME PIC X(200)
             VALUE "PACK_MANIFEST_COBOL.TXT".
           77 STR-MANIFESTFILESTATUS PIC XX VALUE SPACES.
           77 STR-SAVEGAMENAME PIC X(200) VALUE "SAVEGAME_COBOL.TXT".
           77 STR-SAVEFILESTATUS PIC XX VALUE SPACES.
           77 STR-IMPACTNAME PIC X(200)
             VALUE "PACK_IMPACT_COBOL.TXT".
           77 STR-IMPACTFILESTATUS PIC XX VALUE SPACES.
      *    scratch vars used by 0503-BUILDFULLPATH
           77 STR-BAREFILENAME PIC X(60) VALUE SPACES.
           77 STR-FULLFILENAME PIC X(200) VALUE SPACES.

      *    manifest line work vars - see 0020-LOADMANIFEST
           77 BLN-MOREMANIFESTDATA PIC X VALUE "N".
           77 STR-MANIFESTKEY PIC X(20) VALUE SPACES.
           77 STR-MANIFESTVALUE PIC X(60) VALUE SPACES.
           77 INT-MANIFESTPOS PIC 99 VALUE ZEROS.
           77 INT-MANIFESTLEVEL PIC 9 VALUE ZERO.

      *********************************************************
      *    everything read from one pack - side 1 is the old pack,
      *    side 2 the new one, and every table below is subscripted
      *    by INT-SIDE first. the room, creature, event, container
      *    and item shapes are the ones the game loads them into
           01 REC-SIDE-INTERNAL.
            03 REC-SIDE OCCURS 2 TIMES.
              05 STR-SIDEPATH PIC X(200) VALUE SPACES.
      *       "Y" once a manifest was found and read
              05 BLN-HAVEMANIFEST PIC X VALUE "N".
              05 STR-PACKNAME PIC X(40) VALUE SPACES.
              05 STR-PACKRELEASE PIC X(10) VALUE SPACES.
      *       how many levels the pack has - 9 means "try them all"
              05 INT-PACKLEVELS PIC 9 VALUE 9.
              05 INT-MANIFESTTOP PIC 9 VALUE ZERO.
              05 BLN-MANIFESTCOUNTED PIC X VALUE "N".
      *       per-level file names from the manifest - spaces means
      *       the conventional name built from the level number
              05 REC-PACKLEVEL OCCURS 9 TIMES.
                 07 STR-PACKSOURCE PIC X(60) VALUE SPACES.
                 07 STR-PACKROOMS PIC X(60) VALUE SPACES.
                 07 STR-PACKCREATURES PIC X(60) VALUE SPACES.
                 07 STR-PACKEVENTS PIC X(60) VALUE SPACES.
                 07 STR-PACKCONTAINERS PIC X(60) VALUE SPACES.
      *       "Y" when the pack had an item master file
              05 BLN-HAVEITEMS PIC X VALUE "N".
              05 INT-NUMITEMS PIC 99 VALUE ZEROS.
              05 REC-ITEM OCCURS 30 TIMES.
                 07 STR-ITEMNAME PIC X(20) VALUE SPACES.
                 07 STR-ITEMDESC PIC X(80) VALUE SPACES.
                 07 INT-ITEMPOINTS PIC 999 VALUE ZEROS.
                 07 INT-ITEMWEIGHT PIC 999 VALUE ZEROS.
                 07 BLN-ITEMCONSUMABLE PIC X VALUE "N".
                 07 INT-ITEMHEAL PIC 999 VALUE ZEROS.
      *       "Y" when the level being compared exists in this pack
              05 BLN-HAVELEVEL PIC X VALUE "N".
      *       the level being compared - cleared for each level
              05 REC-SIDELEVEL.
                 07 INT-NUMROOMS PIC 999 VALUE ZEROS.
      *          room exits and gates are kept by direction, in the
      *          order of LST-DIRNAMES
                 07 REC-ROOM OCCURS 99 TIMES.
                    09 INT-ROOMID PIC 99 VALUE ZEROES.
                    09 INT-ROOMEXIT PIC 99 OCCURS 6 TIMES
                       VALUE ZEROES.
                    09 STR-ROOMITEM PIC X(20) VALUE SPACES.
                    09 STR-ROOMGATE PIC X(20) OCCURS 6 TIMES
                       VALUE SPACES.
                 07 INT-NUMCREATURES PIC 99 VALUE ZEROS.
                 07 REC-CREATURE OCCURS 10 TIMES.
                    09 INT-CREATUREROOM PIC 99 VALUE ZEROS.
                    09 STR-CREATURENAME PIC X(20) VALUE SPACES.
                    09 STR-CREATUREBLOCKDIR PIC X(5) VALUE SPACES.
                    09 STR-CREATUREITEM PIC X(20) VALUE SPACES.
                    09 STR-CREATUREKILLTEXT PIC X(80) VALUE SPACES.
                    09 STR-CREATURETALKTEXT PIC X(80) VALUE SPACES.
                    09 INT-CREATUREDAMAGE PIC 99 VALUE ZEROS.
                 07 INT-NUMEVENTS PIC 99 VALUE ZEROS.
      *          the rule part of an event is what a checkpoint's
      *          fired flag depends on - the text is only narration
                 07 REC-EVENT OCCURS 20 TIMES.
                    09 REC-EVENTRULE.
                       11 STR-EVENTTRIGGER PIC X(10) VALUE SPACES.
                       11 INT-EVENTROOM PIC 99 VALUE ZEROS.
                       11 STR-EVENTITEM PIC X(20) VALUE SPACES.
                       11 STR-EVENTEFFECT PIC X(10) VALUE SPACES.
                       11 INT-EVENTTARGET PIC 99 VALUE ZEROS.
                       11 STR-EVENTDIR PIC X(5) VALUE SPACES.
                       11 INT-EVENTNEWROOM PIC 99 VALUE ZEROS.
                       11 BLN-EVENTONCE PIC X VALUE "N".
                    09 STR-EVENTTEXT PIC X(80) VALUE SPACES.
                 07 INT-NUMCONTAINERS PIC 99 VALUE ZEROS.
                 07 REC-CONTAINER OCCURS 5 TIMES.
                    09 INT-CONTAINERROOM PIC 99 VALUE ZEROS.
                    09 STR-CONTAINERNAME PIC X(20) VALUE SPACES.
                    09 STR-CONTAINERKEY PIC X(20) VALUE SPACES.
                    09 REC-CONTAINERCONTENTS.
                       11 STR-CONTAINERITEM PIC X(20) OCCURS 5 TIMES
                          VALUE SPACES.

      *    the direction words, in the order exits and gates are
      *    kept - the same words the game's exits are known by
       01 LST-DIRNAMES-INTERNAL.
         05 FILLER PIC X(5) VALUE "north".
         05 FILLER PIC X(5) VALUE "south".
         05 FILLER PIC X(5) VALUE "east".
         05 FILLER PIC X(5) VALUE "west".
         05 FILLER PIC X(5) VALUE "up".
         05 FILLER PIC X(5) VALUE "down".
      *    this bit allows programmatic acces to the table values
       01 LST-DIRNAMES-REDEF REDEFINES LST-DIRNAMES-INTERNAL.
         05 LST-DIRNAMES OCCURS 6 TIMES PIC X(5).

      *    which pack is being loaded or searched - 1 old, 2 new
       77 INT-SIDE PIC 9 VALUE 1.
       77 INT-FINDSIDE PIC 9 VALUE 1.
      *    which level file set is being compared, and the highest
      *    level number either pack can have
       77 INT-CURLEVEL PIC 99 VALUE 1.
       77 INT-TOPLEVEL PIC 99 VALUE 9.
      *    "Y" once any level file at all has been found
       77 BLN-FOUNDALEVEL PIC X VALUE "N".
      *    changes found across the whole pack and in this level
       77 INT-CHANGECOUNT PIC 9(4) VALUE ZEROS.
       77 INT-LEVELCHANGES PIC 999 VALUE ZEROS.
      *    checkpoint problems found against the new pack
       77 INT-SAVEPROBLEMS PIC 999 VALUE ZEROS.
      *    "Y" when a checkpoint was found and read
       77 BLN-HAVESAVE PIC X VALUE "N".

      *    scan work vars - 0300-0340 search the INT-FINDSIDE tables
      *    and leave the slot found (zero for none) in INT-FOUNDSLOT
       77 INT-TARGETID PIC 99 VALUE ZEROS.
       77 INT-FOUNDSLOT PIC 99 VALUE ZEROS.
       77 STR-ITEMWANTED PIC X(20) VALUE SPACES.
      *    the slot of the room being checked in each pack
       77 INT-OLDSLOT PIC 99 VALUE ZEROS.
       77 INT-NEWSLOT PIC 99 VALUE ZEROS.
      *    the larger of the two packs' event counts
       77 INT-TOPEVENT PIC 99 VALUE ZEROS.
      *    what a change line calls the thing changed and its old and
      *    new values, with "(none)" standing in for blank
       77 STR-WASVALUE PIC X(20) VALUE SPACES.
       77 STR-NOWVALUE PIC X(20) VALUE SPACES.
      *    one event described for the report
       77 STR-EVENTDESC PIC X(72) VALUE SPACES.
       77 INT-DESCPOS PIC 99 VALUE ZEROS.

      *    report line being built
       77 STR-REPORTLINE PIC X(80) VALUE SPACES.
      *    "Y" while the report file opened ok and can be written
       77 BLN-REPORTOPEN PIC X VALUE "N".

      *    general purpose loop counters, wide enough to step one
      *    past a 99-room loop bound
       77 INT-NUM1 PIC 999 VALUE ZEROS.
       77 INT-NUM2 PIC 999 VALUE ZEROS.
       77 INT-NUM3 PIC 999 VALUE ZEROS.
       77 INT-NUM4 PIC 999 VALUE ZEROS.
      *    scratch vars for parsing the variable source format
       77 STR-SRCVALUE PIC X(84) VALUE SPACES.
       77 INT-PARSEDNUM PIC 99 VALUE ZEROS.
       77 BLN-NUMOK PIC X VALUE "N".
       77 INT-SRCDIR PIC 9 VALUE ZERO.
      *    the table slot of the ROOM: block being read
       77 INT-SRCSLOT PIC 99 VALUE ZEROS.
      *    "Y" once the too-many-rooms warning has been shown
       77 BLN-OVERFLOWWARNED PIC X VALUE "N".
      *    "Y" while a ROOM: block of the source format is open
       77 BLN-SRCROOMOPEN PIC X VALUE "N".

      *    handle EOF for each input file
       77 ENDOFLEVELFILE PIC 9(01) VALUE 0.
       77 ENDOFSRCFILE PIC 9(01) VALUE 0.
       77 ENDOFCREATUREFILE PIC 9(01) VALUE 0.
       77 ENDOFEVENTFILE PIC 9(01) VALUE 0.
       77 ENDOFCONTAINERFILE PIC 9(01) VALUE 0.
       77 ENDOFITEMFILE PIC 9(01) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    work out where the two packs live before opening anything
           PERFORM 0012-SETFILEPATHS.

           MOVE STR-LIVEPATH TO STR-PROJECTPATH.
           MOVE "PACK_IMPACT_COBOL.TXT" TO STR-BAREFILENAME.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-IMPACTNAME.

           OPEN OUTPUT FILE-IMPACT.
           IF STR-IMPACTFILESTATUS EQUAL TO "00" THEN
              MOVE "Y" TO BLN-REPORTOPEN
           ELSE
              DISPLAY "WARNING: could not open the impact report "
                      "file, output goes to the console only"
           END-IF.

           MOVE "ROGs Text Adventure - Pack Change Impact"
              TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.
           MOVE "========================================"
              TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.

           IF STR-SIDEPATH(2) EQUAL TO SPACES THEN
              MOVE "ERROR: set ROGADVENTURENEWPACK to the directory of"
                 TO STR-REPORTLINE
              PERFORM 0600-EMITLINE
              MOVE "       the new pack - nothing compared"
                 TO STR-REPORTLINE
              PERFORM 0600-EMITLINE
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 0010-COMPAREPACKS
           END-IF.

           IF BLN-REPORTOPEN EQUAL TO "Y" THEN
              CLOSE FILE-IMPACT
              DISPLAY "Report written to "
                      FUNCTION TRIM(STR-IMPACTNAME)
           END-IF.

           STOP RUN.

      *    ***other paragraphs**************

       0010-COMPAREPACKS.
      *    Created 15/10/2026 By Roger Williams
      *
      *    called by MAIN-PROCEDURE once both directories are known -
      *    loads what is pack-wide from each side, compares the item
      *    masters, then every level either pack has, and finally
      *    the checkpoint against the new pack
           MOVE 1 TO INT-SIDE.
           PERFORM 0020-LOADMANIFEST.
           PERFORM 0040-LOADITEMS.
           PERFORM 0030-SHOWSIDE.
           MOVE 2 TO INT-SIDE.
           PERFORM 0020-LOADMANIFEST.
           PERFORM 0040-LOADITEMS.
           PERFORM 0030-SHOWSIDE.

           IF STR-SIDEPATH(1) EQUAL TO STR-SIDEPATH(2) THEN
              MOVE "WARNING: the old and new pack are the same "
                 TO STR-REPORTLINE
              MOVE "directory" TO STR-REPORTLINE(44:9)
              PERFORM 0600-EMITLINE
           END-IF.

           PERFORM 0400-COMPAREITEMS.

      *    every level number either pack defines - all nine
      *    possible numbers when neither has a manifest to say
           MOVE INT-PACKLEVELS(1) TO INT-TOPLEVEL.
           IF INT-PACKLEVELS(2) GREATER THAN INT-TOPLEVEL THEN
              MOVE INT-PACKLEVELS(2) TO INT-TOPLEVEL
           END-IF.
           MOVE 1 TO INT-CURLEVEL.
           PERFORM 0100-COMPAREONELEVEL TEST AFTER
                   UNTIL INT-CURLEVEL GREATER THAN INT-TOPLEVEL.

           PERFORM 0050-LOADSAVE.
           PERFORM 0700-CHECKSAVE.

           MOVE SPACES TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.
           IF BLN-FOUNDALEVEL EQUAL TO "N" THEN
              MOVE "No level files found in either pack!"
                 TO STR-REPORTLINE
              PERFORM 0600-EMITLINE
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE SPACES TO STR-REPORTLINE
              STRING "Changes between the releases: " DELIMITED BY SIZE
                     INT-CHANGECOUNT DELIMITED BY SIZE
                     INTO STR-REPORTLINE
              END-STRING
              PERFORM 0600-EMITLINE
              MOVE SPACES TO STR-REPORTLINE
              STRING "Checkpoint problems:          " DELIMITED BY SIZE
                     INT-SAVEPROBLEMS DELIMITED BY SIZE
                     INTO STR-REPORTLINE
              END-STRING
              PERFORM 0600-EMITLINE
              EVALUATE TRUE
                 WHEN INT-SAVEPROBLEMS GREATER THAN ZERO
                    MOVE "Verdict: the checkpoint will NOT survive the"
                       TO STR-REPORTLINE
                    MOVE "new pack - warn players" TO
                       STR-REPORTLINE(46:23)
                 WHEN INT-CHANGECOUNT EQUAL TO ZERO
                    MOVE "Verdict: no differences - nothing to retest"
                       TO STR-REPORTLINE
                 WHEN OTHER
                    MOVE "Verdict: retest the changes listed above"
                       TO STR-REPORTLINE
              END-EVALUATE
              PERFORM 0600-EMITLINE
           END-IF.

       0020-LOADMANIFEST.
      *    Created 15/10/2026 By Roger Williams
      *
      *    reads the INT-SIDE pack's optional manifest exactly as
      *    the game's 0086-LOADMANIFEST does - PACK:, RELEASE:,
      *    LEVELS: and a LEVEL:n line opening each level's file list
           MOVE STR-SIDEPATH(INT-SIDE) TO STR-PROJECTPATH.
           MOVE "PACK_MANIFEST_COBOL.TXT" TO STR-BAREFILENAME.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-MANIFESTNAME.

           MOVE ZERO TO INT-MANIFESTLEVEL.

           OPEN INPUT FILE-MANIFEST.
           IF STR-MANIFESTFILESTATUS EQUAL TO "00" THEN
              MOVE "Y" TO BLN-HAVEMANIFEST(INT-SIDE)
              READ FILE-MANIFEST
                 AT END MOVE "N" TO BLN-MOREMANIFESTDATA
                 NOT AT END MOVE "Y" TO BLN-MOREMANIFESTDATA
              END-READ
              PERFORM 0021-LOADMANIFESTLINE TEST AFTER
                      UNTIL BLN-MOREMANIFESTDATA EQUAL TO "N"
              CLOSE FILE-MANIFEST
      *       a manifest that lists its levels but has no LEVELS:
      *       line still says how far the pack goes
              IF BLN-MANIFESTCOUNTED(INT-SIDE) EQUAL TO "N" AND
                 INT-MANIFESTTOP(INT-SIDE) NOT EQUAL TO ZERO THEN
                 MOVE INT-MANIFESTTOP(INT-SIDE)
                    TO INT-PACKLEVELS(INT-SIDE)
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
                    MOVE STR-MANIFESTVALUE TO STR-PACKNAME(INT-SIDE)
                 WHEN "RELEASE"
                    MOVE STR-MANIFESTVALUE TO STR-PACKRELEASE(INT-SIDE)
                 WHEN "LEVELS"
                    IF STR-MANIFESTVALUE(1:1) IS NUMERIC AND
                       STR-MANIFESTVALUE(1:1) NOT EQUAL TO "0" AND
                       STR-MANIFESTVALUE(2:1) EQUAL TO SPACE THEN
                       MOVE STR-MANIFESTVALUE(1:1)
                          TO INT-PACKLEVELS(INT-SIDE)
                       MOVE "Y" TO BLN-MANIFESTCOUNTED(INT-SIDE)
                    END-IF
                 WHEN "LEVEL"
                    MOVE ZERO TO INT-MANIFESTLEVEL
                    IF STR-MANIFESTVALUE(1:1) IS NUMERIC AND
                       STR-MANIFESTVALUE(1:1) NOT EQUAL TO "0" AND
                       STR-MANIFESTVALUE(2:1) EQUAL TO SPACE THEN
                       MOVE STR-MANIFESTVALUE(1:1) TO INT-MANIFESTLEVEL
                       IF INT-MANIFESTLEVEL GREATER THAN
                          INT-MANIFESTTOP(INT-SIDE) THEN
                          MOVE INT-MANIFESTLEVEL
                             TO INT-MANIFESTTOP(INT-SIDE)
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
      *    manifest file line against INT-MANIFESTLEVEL; the index
      *    and hint files play no part in the comparison
           EVALUATE STR-MANIFESTKEY
              WHEN "SOURCE"
                 MOVE STR-MANIFESTVALUE
                    TO STR-PACKSOURCE(INT-SIDE, INT-MANIFESTLEVEL)
              WHEN "ROOMS"
                 MOVE STR-MANIFESTVALUE
                    TO STR-PACKROOMS(INT-SIDE, INT-MANIFESTLEVEL)
              WHEN "CREATURES"
                 MOVE STR-MANIFESTVALUE
                    TO STR-PACKCREATURES(INT-SIDE, INT-MANIFESTLEVEL)
              WHEN "EVENTS"
                 MOVE STR-MANIFESTVALUE
                    TO STR-PACKEVENTS(INT-SIDE, INT-MANIFESTLEVEL)
              WHEN "CONTAINERS"
                 MOVE STR-MANIFESTVALUE
                    TO STR-PACKCONTAINERS(INT-SIDE, INT-MANIFESTLEVEL)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       0030-SHOWSIDE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    called by 0010-COMPAREPACKS - says which directory the
      *    INT-SIDE pack was read from and what its manifest calls it
           MOVE SPACES TO STR-REPORTLINE.
           IF INT-SIDE EQUAL TO 1 THEN
              MOVE "Old pack: " TO STR-REPORTLINE
           ELSE
              MOVE "New pack: " TO STR-REPORTLINE
           END-IF.
           IF STR-SIDEPATH(INT-SIDE) EQUAL TO SPACES THEN
              MOVE "(current directory)" TO STR-REPORTLINE(11:19)
           ELSE
              MOVE STR-SIDEPATH(INT-SIDE) TO STR-REPORTLINE(11:70)
           END-IF.
           PERFORM 0600-EMITLINE.

           MOVE SPACES TO STR-REPORTLINE.
           IF BLN-HAVEMANIFEST(INT-SIDE) EQUAL TO "Y" THEN
              STRING "          " DELIMITED BY SIZE
                     FUNCTION TRIM(STR-PACKNAME(INT-SIDE))
                     DELIMITED BY SIZE
                     "  release " DELIMITED BY SIZE
                     FUNCTION TRIM(STR-PACKRELEASE(INT-SIDE))
                     DELIMITED BY SIZE
                     "  levels " DELIMITED BY SIZE
                     INT-PACKLEVELS(INT-SIDE) DELIMITED BY SIZE
                     INTO STR-REPORTLINE
              END-STRING
           ELSE
              MOVE "(no manifest - levels 1-9 tried)"
                 TO STR-REPORTLINE(11:32)
           END-IF.
           PERFORM 0600-EMITLINE.

       0040-LOADITEMS.
      *    Created 15/10/2026 By Roger Williams
      *
      *    reads the INT-SIDE pack's ITEMS_COBOL.TXT into its item
      *    table - a missing file just means no item masters
           MOVE STR-SIDEPATH(INT-SIDE) TO STR-PROJECTPATH.
           MOVE "ITEMS_COBOL.TXT" TO STR-BAREFILENAME.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-ITEMSNAME.

           MOVE 0 TO ENDOFITEMFILE.

           OPEN INPUT FILE-ITEMS.
           IF STR-ITEMSFILESTATUS EQUAL TO "00" THEN
              MOVE "Y" TO BLN-HAVEITEMS(INT-SIDE)
              READ FILE-ITEMS
                    AT END MOVE 1 TO ENDOFITEMFILE
              END-READ
              PERFORM 0041-STOREITEM TEST AFTER
                      UNTIL ENDOFITEMFILE EQUAL TO 1
              CLOSE FILE-ITEMS
           END-IF.

       0041-STOREITEM.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0040-LOADITEMS - stores the item
      *    master record already read, then reads ahead; the slot
      *    order matters, a checkpoint's scored flags follow it
           IF ENDOFITEMFILE NOT EQUAL TO 1 THEN
              IF INT-NUMITEMS(INT-SIDE) LESS THAN 30 THEN
                 ADD 1 TO INT-NUMITEMS(INT-SIDE)
                 MOVE INT-NUMITEMS(INT-SIDE) TO INT-NUM1
                 MOVE STR-ITEMNAME-READ
                    TO STR-ITEMNAME(INT-SIDE, INT-NUM1)
                 MOVE STR-ITEMDESC-READ
                    TO STR-ITEMDESC(INT-SIDE, INT-NUM1)
                 IF INT-ITEMPOINTS-READ IS NUMERIC THEN
                    MOVE INT-ITEMPOINTS-READ
                       TO INT-ITEMPOINTS(INT-SIDE, INT-NUM1)
                 END-IF
                 IF INT-ITEMWEIGHT-READ IS NUMERIC THEN
                    MOVE INT-ITEMWEIGHT-READ
                       TO INT-ITEMWEIGHT(INT-SIDE, INT-NUM1)
                 END-IF
                 MOVE BLN-ITEMCONSUMABLE-READ
                    TO BLN-ITEMCONSUMABLE(INT-SIDE, INT-NUM1)
                 IF INT-ITEMHEAL-READ IS NUMERIC THEN
                    MOVE INT-ITEMHEAL-READ
                       TO INT-ITEMHEAL(INT-SIDE, INT-NUM1)
                 END-IF
              END-IF
              INITIALIZE REC-ITEM-READ
              READ FILE-ITEMS INTO REC-ITEM-READ
                    AT END MOVE 1 TO ENDOFITEMFILE
              END-READ
           END-IF.

       0050-LOADSAVE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    reads the checkpoint from the ROGADVENTUREPATH directory,
      *    the one the game will restore from - no checkpoint is
      *    not an error, there is simply nothing to check
           MOVE STR-LIVEPATH TO STR-PROJECTPATH.
           MOVE "SAVEGAME_COBOL.TXT" TO STR-BAREFILENAME.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-SAVEGAMENAME.

           OPEN INPUT FILE-SAVEGAME.
           IF STR-SAVEFILESTATUS EQUAL TO "00" THEN
              READ FILE-SAVEGAME
                 AT END CONTINUE
                 NOT AT END MOVE "Y" TO BLN-HAVESAVE
              END-READ
              CLOSE FILE-SAVEGAME
           END-IF.

       0100-COMPAREONELEVEL.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0010-COMPAREPACKS - loads level
      *    INT-CURLEVEL from both packs and reports what changed; a
      *    level number neither pack has is simply skipped
           MOVE 1 TO INT-SIDE.
           PERFORM 0101-LOADSIDELEVEL.
           MOVE 2 TO INT-SIDE.
           PERFORM 0101-LOADSIDELEVEL.

           IF BLN-HAVELEVEL(1) EQUAL TO "Y" OR
              BLN-HAVELEVEL(2) EQUAL TO "Y" THEN
              MOVE "Y" TO BLN-FOUNDALEVEL
              PERFORM 0200-COMPARELEVEL
           END-IF.

           ADD 1 TO INT-CURLEVEL.

       0101-LOADSIDELEVEL.
      *    Created 15/10/2026 By Roger Williams
      *
      *    loads level INT-CURLEVEL of the INT-SIDE pack - the
      *    variable LEVELn_SRC_COBOL.TXT source is preferred, falling
      *    back to the classic fixed LEVELn_COBOL.TXT, exactly as
      *    ROGsPackAuditCOBOL chooses; a level beyond the count the
      *    manifest gives is not part of that pack
           MOVE STR-SIDEPATH(INT-SIDE) TO STR-PROJECTPATH.
           INITIALIZE REC-SIDELEVEL(INT-SIDE).
           MOVE "N" TO BLN-HAVELEVEL(INT-SIDE).

           IF INT-CURLEVEL NOT GREATER THAN INT-PACKLEVELS(INT-SIDE)
              THEN
              IF STR-PACKSOURCE(INT-SIDE, INT-CURLEVEL) NOT EQUAL TO
                 SPACES THEN
                 MOVE STR-PACKSOURCE(INT-SIDE, INT-CURLEVEL)
                    TO STR-BAREFILENAME
              ELSE
                 MOVE SPACES TO STR-BAREFILENAME
                 STRING "LEVEL" DELIMITED BY SIZE
                        INT-CURLEVEL(2:1) DELIMITED BY SIZE
                        "_SRC_COBOL.TXT" DELIMITED BY SIZE
                        INTO STR-BAREFILENAME
                 END-STRING
              END-IF
              PERFORM 0503-BUILDFULLPATH
              MOVE STR-FULLFILENAME TO STR-LEVELSRCNAME

              IF STR-PACKROOMS(INT-SIDE, INT-CURLEVEL) NOT EQUAL TO
                 SPACES THEN
                 MOVE STR-PACKROOMS(INT-SIDE, INT-CURLEVEL)
                    TO STR-BAREFILENAME
              ELSE
                 MOVE SPACES TO STR-BAREFILENAME
                 STRING "LEVEL" DELIMITED BY SIZE
                        INT-CURLEVEL(2:1) DELIMITED BY SIZE
                        "_COBOL.TXT" DELIMITED BY SIZE
                        INTO STR-BAREFILENAME
                 END-STRING
              END-IF
              PERFORM 0503-BUILDFULLPATH
              MOVE STR-FULLFILENAME TO STR-LEVEL1NAME

              OPEN INPUT FILE-LEVELSRC
              IF STR-LEVELSRCFILESTATUS EQUAL TO "00" THEN
                 MOVE "Y" TO BLN-HAVELEVEL(INT-SIDE)
                 PERFORM 0120-LOADSRCLEVEL
                 CLOSE FILE-LEVELSRC
              ELSE
                 MOVE 0 TO ENDOFLEVELFILE
                 OPEN INPUT FILE-LEVEL1
                 IF STR-LEVEL1FILESTATUS EQUAL TO "00" THEN
                    MOVE "Y" TO BLN-HAVELEVEL(INT-SIDE)
                    PERFORM 0110-LOADLEVEL
                    CLOSE FILE-LEVEL1
                 END-IF
              END-IF

              IF BLN-HAVELEVEL(INT-SIDE) EQUAL TO "Y" THEN
                 PERFORM 0140-LOADCREATURES
                 PERFORM 0150-LOADEVENTS
                 PERFORM 0160-LOADCONTAINERS
              END-IF
           END-IF.

       0110-LOADLEVEL.
      *    Created 15/10/2026 By Roger Williams
      *
      *    reads the already-opened fixed level file into the
      *    INT-SIDE room table, keeping only the fields compared
           MOVE "N" TO BLN-OVERFLOWWARNED.

           READ FILE-LEVEL1
                 AT END MOVE 1 TO ENDOFLEVELFILE
           END-READ.

           PERFORM 0111-STOREROOMLINE TEST AFTER
                   UNTIL ENDOFLEVELFILE EQUAL TO 1.

       0111-STOREROOMLINE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0110-LOADLEVEL - stores the room
      *    record already read, then reads ahead for the next one
           IF ENDOFLEVELFILE NOT EQUAL TO 1 THEN
              IF INT-NUMROOMS(INT-SIDE) GREATER THAN OR EQUAL TO 99
                 THEN
                 IF BLN-OVERFLOWWARNED EQUAL TO "N" THEN
                    DISPLAY "WARNING: more than 99 rooms - extra "
                            "rooms NOT compared"
                    MOVE "Y" TO BLN-OVERFLOWWARNED
                 END-IF
              ELSE
                 ADD 1 TO INT-NUMROOMS(INT-SIDE)
                 MOVE INT-NUMROOMS(INT-SIDE) TO INT-SRCSLOT
                 MOVE INT-ROOMID-READ
                    TO INT-ROOMID(INT-SIDE, INT-SRCSLOT)
                 MOVE INT-NEXTROOMNORTH-READ
                    TO INT-ROOMEXIT(INT-SIDE, INT-SRCSLOT, 1)
                 MOVE INT-NEXTROOMSOUTH-READ
                    TO INT-ROOMEXIT(INT-SIDE, INT-SRCSLOT, 2)
                 MOVE INT-NEXTROOMEAST-READ
                    TO INT-ROOMEXIT(INT-SIDE, INT-SRCSLOT, 3)
                 MOVE INT-NEXTROOMWEST-READ
                    TO INT-ROOMEXIT(INT-SIDE, INT-SRCSLOT, 4)
                 MOVE STR-ROOMITEM-READ
                    TO STR-ROOMITEM(INT-SIDE, INT-SRCSLOT)
                 MOVE STR-ITEMREQNORTH-READ
                    TO STR-ROOMGATE(INT-SIDE, INT-SRCSLOT, 1)
                 MOVE STR-ITEMREQSOUTH-READ
                    TO STR-ROOMGATE(INT-SIDE, INT-SRCSLOT, 2)
                 MOVE STR-ITEMREQEAST-READ
                    TO STR-ROOMGATE(INT-SIDE, INT-SRCSLOT, 3)
                 MOVE STR-ITEMREQWEST-READ
                    TO STR-ROOMGATE(INT-SIDE, INT-SRCSLOT, 4)
      *          a level file from before the up/down exits existed
      *          is short - the missing tail reads back as spaces
                 IF INT-NEXTROOMUP-READ IS NOT NUMERIC
                    MOVE ZEROS TO INT-NEXTROOMUP-READ
                 END-IF
                 IF INT-NEXTROOMDOWN-READ IS NOT NUMERIC
                    MOVE ZEROS TO INT-NEXTROOMDOWN-READ
                 END-IF
                 MOVE INT-NEXTROOMUP-READ
                    TO INT-ROOMEXIT(INT-SIDE, INT-SRCSLOT, 5)
                 MOVE INT-NEXTROOMDOWN-READ
                    TO INT-ROOMEXIT(INT-SIDE, INT-SRCSLOT, 6)
                 MOVE STR-ITEMREQUP-READ
                    TO STR-ROOMGATE(INT-SIDE, INT-SRCSLOT, 5)
                 MOVE STR-ITEMREQDOWN-READ
                    TO STR-ROOMGATE(INT-SIDE, INT-SRCSLOT, 6)
              END-IF
              INITIALIZE REC-ROOM-READ
              READ FILE-LEVEL1 INTO REC-ROOM-READ
                    AT END MOVE 1 TO ENDOFLEVELFILE
              END-READ
           END-IF.

       0120-LOADSRCLEVEL.
      *    Created 15/10/2026 By Roger Williams
      *
      *    reads the already-opened variable source file into the
      *    INT-SIDE room table - same "KEYWORD:value" lines the
      *    indexer accepts, with the DESC lines simply skipped
           MOVE "N" TO BLN-OVERFLOWWARNED.
           MOVE "N" TO BLN-SRCROOMOPEN.
           MOVE 0 TO ENDOFSRCFILE.

           READ FILE-LEVELSRC
                 AT END MOVE 1 TO ENDOFSRCFILE
           END-READ.

           PERFORM 0121-HANDLESRCLINE TEST AFTER
                   UNTIL ENDOFSRCFILE EQUAL TO 1.

       0121-HANDLESRCLINE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0120-LOADSRCLEVEL - handles the line
      *    already read, then reads ahead for the next one; blank
      *    lines and lines starting with * are ignored
           IF ENDOFSRCFILE NOT EQUAL TO 1 AND
              REC-SRCLINE NOT EQUAL TO SPACES AND
              REC-SRCLINE(1:1) NOT EQUAL TO "*" THEN
              PERFORM 0122-PARSESRCLINE
           END-IF.

           READ FILE-LEVELSRC
                 AT END MOVE 1 TO ENDOFSRCFILE
           END-READ.

       0122-PARSESRCLINE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    one "KEYWORD:value" line of the variable source format -
      *    keywords are matched on their fixed prefixes, exactly as
      *    the indexer parses them; only what is compared is kept
           MOVE ZERO TO INT-SRCDIR.
           EVALUATE TRUE
              WHEN REC-SRCLINE(1:5) EQUAL TO "ROOM:"
                 MOVE "N" TO BLN-SRCROOMOPEN
                 MOVE REC-SRCLINE(6:84) TO STR-SRCVALUE
                 PERFORM 0130-PARSENUMBER
                 IF BLN-NUMOK EQUAL TO "Y" AND
                    INT-PARSEDNUM NOT EQUAL TO ZERO THEN
                    IF INT-NUMROOMS(INT-SIDE) GREATER THAN OR EQUAL
                       TO 99 THEN
                       IF BLN-OVERFLOWWARNED EQUAL TO "N" THEN
                          DISPLAY "WARNING: more than 99 rooms - "
                                  "extra rooms NOT compared"
                          MOVE "Y" TO BLN-OVERFLOWWARNED
                       END-IF
                    ELSE
                       ADD 1 TO INT-NUMROOMS(INT-SIDE)
                       MOVE INT-NUMROOMS(INT-SIDE) TO INT-SRCSLOT
                       MOVE INT-PARSEDNUM
                          TO INT-ROOMID(INT-SIDE, INT-SRCSLOT)
                       MOVE "Y" TO BLN-SRCROOMOPEN
                    END-IF
                 END-IF
              WHEN BLN-SRCROOMOPEN EQUAL TO "N"
      *          field lines before a valid ROOM: have nowhere to go
                 CONTINUE
              WHEN REC-SRCLINE(1:6) EQUAL TO "NORTH:"
                 MOVE REC-SRCLINE(7:84) TO STR-SRCVALUE
                 MOVE 1 TO INT-SRCDIR
              WHEN REC-SRCLINE(1:6) EQUAL TO "SOUTH:"
                 MOVE REC-SRCLINE(7:84) TO STR-SRCVALUE
                 MOVE 2 TO INT-SRCDIR
              WHEN REC-SRCLINE(1:5) EQUAL TO "EAST:"
                 MOVE REC-SRCLINE(6:84) TO STR-SRCVALUE
                 MOVE 3 TO INT-SRCDIR
              WHEN REC-SRCLINE(1:5) EQUAL TO "WEST:"
                 MOVE REC-SRCLINE(6:84) TO STR-SRCVALUE
                 MOVE 4 TO INT-SRCDIR
              WHEN REC-SRCLINE(1:3) EQUAL TO "UP:"
                 MOVE REC-SRCLINE(4:84) TO STR-SRCVALUE
                 MOVE 5 TO INT-SRCDIR
              WHEN REC-SRCLINE(1:5) EQUAL TO "DOWN:"
                 MOVE REC-SRCLINE(6:84) TO STR-SRCVALUE
                 MOVE 6 TO INT-SRCDIR
              WHEN REC-SRCLINE(1:5) EQUAL TO "ITEM:"
                 MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(
                      REC-SRCLINE(6:84)))
                    TO STR-ROOMITEM(INT-SIDE, INT-SRCSLOT)
              WHEN REC-SRCLINE(1:5) EQUAL TO "REQN:"
                 MOVE 1 TO INT-SRCDIR
                 PERFORM 0124-STORESRCGATE
              WHEN REC-SRCLINE(1:5) EQUAL TO "REQS:"
                 MOVE 2 TO INT-SRCDIR
                 PERFORM 0124-STORESRCGATE
              WHEN REC-SRCLINE(1:5) EQUAL TO "REQE:"
                 MOVE 3 TO INT-SRCDIR
                 PERFORM 0124-STORESRCGATE
              WHEN REC-SRCLINE(1:5) EQUAL TO "REQW:"
                 MOVE 4 TO INT-SRCDIR
                 PERFORM 0124-STORESRCGATE
              WHEN REC-SRCLINE(1:5) EQUAL TO "REQU:"
                 MOVE 5 TO INT-SRCDIR
                 PERFORM 0124-STORESRCGATE
              WHEN REC-SRCLINE(1:5) EQUAL TO "REQD:"
                 MOVE 6 TO INT-SRCDIR
                 PERFORM 0124-STORESRCGATE
              WHEN REC-SRCLINE(1:7) EQUAL TO "ENDROOM"
                 MOVE "N" TO BLN-SRCROOMOPEN
              WHEN OTHER
      *          descriptions, darkness and hazards are not compared
                 CONTINUE
           END-EVALUATE.

      *    the exit keywords all land here once their value is cut
           IF INT-SRCDIR NOT EQUAL TO ZERO AND
              REC-SRCLINE(1:3) NOT EQUAL TO "REQ" THEN
              PERFORM 0123-STORESRCEXIT
           END-IF.

       0123-STORESRCEXIT.
      *    Created 15/10/2026 By Roger Williams
      *
      *    called by 0122-PARSESRCLINE - the exit in direction
      *    INT-SRCDIR of the open room leads to the room number in
      *    STR-SRCVALUE
           PERFORM 0130-PARSENUMBER.
           MOVE INT-PARSEDNUM
              TO INT-ROOMEXIT(INT-SIDE, INT-SRCSLOT, INT-SRCDIR).

       0124-STORESRCGATE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    called by 0122-PARSESRCLINE - the exit in direction
      *    INT-SRCDIR of the open room needs the item named after
      *    the REQx: keyword
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(REC-SRCLINE(6:84)))
              TO STR-ROOMGATE(INT-SIDE, INT-SRCSLOT, INT-SRCDIR).

       0130-PARSENUMBER.
      *    Created 15/10/2026 By Roger Williams
      *
      *    custom function - turns the trimmed text in STR-SRCVALUE
      *    into INT-PARSEDNUM (0-99), BLN-NUMOK says whether it was
      *    a usable number; blank parses as 0 (no exit), exactly as
      *    the indexer's parser behaves
           MOVE FUNCTION TRIM(STR-SRCVALUE) TO STR-SRCVALUE.
           MOVE "N" TO BLN-NUMOK.
           MOVE ZERO TO INT-PARSEDNUM.

           IF STR-SRCVALUE EQUAL TO SPACES THEN
              MOVE "Y" TO BLN-NUMOK
           ELSE
              IF STR-SRCVALUE(1:1) IS NUMERIC AND
                 STR-SRCVALUE(2:1) EQUAL TO SPACE THEN
                 MOVE STR-SRCVALUE(1:1) TO INT-PARSEDNUM(2:1)
                 MOVE "Y" TO BLN-NUMOK
              ELSE
                 IF STR-SRCVALUE(1:2) IS NUMERIC AND
                    STR-SRCVALUE(3:1) EQUAL TO SPACE THEN
                    MOVE STR-SRCVALUE(1:2) TO INT-PARSEDNUM
                    MOVE "Y" TO BLN-NUMOK
                 END-IF
              END-IF
           END-IF.

       0140-LOADCREATURES.
      *    Created 15/10/2026 By Roger Williams
      *
      *    reads CREATURESn_COBOL.TXT (or the file the manifest
      *    names) for the INT-SIDE pack - a level without a creature
      *    file simply has no creatures
           IF STR-PACKCREATURES(INT-SIDE, INT-CURLEVEL) NOT EQUAL TO
              SPACES THEN
              MOVE STR-PACKCREATURES(INT-SIDE, INT-CURLEVEL)
                 TO STR-BAREFILENAME
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

           MOVE 0 TO ENDOFCREATUREFILE.

           OPEN INPUT FILE-CREATURES.
           IF STR-CREATURESFILESTATUS EQUAL TO "00" THEN
              READ FILE-CREATURES
                    AT END MOVE 1 TO ENDOFCREATUREFILE
              END-READ
              PERFORM 0141-STORECREATURE TEST AFTER
                      UNTIL ENDOFCREATUREFILE EQUAL TO 1
              CLOSE FILE-CREATURES
           END-IF.

       0141-STORECREATURE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0140-LOADCREATURES - stores the
      *    creature record already read, then reads ahead
           IF ENDOFCREATUREFILE NOT EQUAL TO 1 THEN
              IF INT-NUMCREATURES(INT-SIDE) LESS THAN 10 THEN
                 ADD 1 TO INT-NUMCREATURES(INT-SIDE)
                 MOVE INT-NUMCREATURES(INT-SIDE) TO INT-NUM1
                 MOVE INT-CREATUREROOM-READ
                    TO INT-CREATUREROOM(INT-SIDE, INT-NUM1)
                 MOVE STR-CREATURENAME-READ
                    TO STR-CREATURENAME(INT-SIDE, INT-NUM1)
                 MOVE STR-CREATUREBLOCKDIR-READ
                    TO STR-CREATUREBLOCKDIR(INT-SIDE, INT-NUM1)
                 MOVE STR-CREATUREITEM-READ
                    TO STR-CREATUREITEM(INT-SIDE, INT-NUM1)
                 MOVE STR-CREATUREKILLTEXT-READ
                    TO STR-CREATUREKILLTEXT(INT-SIDE, INT-NUM1)
                 MOVE STR-CREATURETALKTEXT-READ
                    TO STR-CREATURETALKTEXT(INT-SIDE, INT-NUM1)
      *          a creature file from before creatures did damage
      *          is short - the missing tail reads back as spaces
                 IF INT-CREATUREDAMAGE-READ IS NUMERIC THEN
                    MOVE INT-CREATUREDAMAGE-READ
                       TO INT-CREATUREDAMAGE(INT-SIDE, INT-NUM1)
                 END-IF
              END-IF
              INITIALIZE REC-CREATURE-READ
              READ FILE-CREATURES INTO REC-CREATURE-READ
                    AT END MOVE 1 TO ENDOFCREATUREFILE
              END-READ
           END-IF.

       0150-LOADEVENTS.
      *    Created 15/10/2026 By Roger Williams
      *
      *    reads EVENTSn_COBOL.TXT (or the file the manifest names)
      *    for the INT-SIDE pack - a level without an events file
      *    simply has no scripted events
           IF STR-PACKEVENTS(INT-SIDE, INT-CURLEVEL) NOT EQUAL TO
              SPACES THEN
              MOVE STR-PACKEVENTS(INT-SIDE, INT-CURLEVEL)
                 TO STR-BAREFILENAME
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

           MOVE 0 TO ENDOFEVENTFILE.

           OPEN INPUT FILE-EVENTS.
           IF STR-EVENTSFILESTATUS EQUAL TO "00" THEN
              READ FILE-EVENTS
                    AT END MOVE 1 TO ENDOFEVENTFILE
              END-READ
              PERFORM 0151-STOREEVENT TEST AFTER
                      UNTIL ENDOFEVENTFILE EQUAL TO 1
              CLOSE FILE-EVENTS
           END-IF.

       0151-STOREEVENT.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0150-LOADEVENTS - stores the event
      *    record already read, then reads ahead; the slot order is
      *    the order a checkpoint's fired flags follow
           IF ENDOFEVENTFILE NOT EQUAL TO 1 THEN
              IF INT-NUMEVENTS(INT-SIDE) LESS THAN 20 THEN
                 ADD 1 TO INT-NUMEVENTS(INT-SIDE)
                 MOVE INT-NUMEVENTS(INT-SIDE) TO INT-NUM1
                 MOVE STR-EVENTTRIGGER-READ
                    TO STR-EVENTTRIGGER(INT-SIDE, INT-NUM1)
                 MOVE INT-EVENTROOM-READ
                    TO INT-EVENTROOM(INT-SIDE, INT-NUM1)
                 MOVE STR-EVENTITEM-READ
                    TO STR-EVENTITEM(INT-SIDE, INT-NUM1)
                 MOVE STR-EVENTEFFECT-READ
                    TO STR-EVENTEFFECT(INT-SIDE, INT-NUM1)
                 MOVE INT-EVENTTARGET-READ
                    TO INT-EVENTTARGET(INT-SIDE, INT-NUM1)
                 MOVE STR-EVENTDIR-READ
                    TO STR-EVENTDIR(INT-SIDE, INT-NUM1)
                 MOVE INT-EVENTNEWROOM-READ
                    TO INT-EVENTNEWROOM(INT-SIDE, INT-NUM1)
                 MOVE BLN-EVENTONCE-READ
                    TO BLN-EVENTONCE(INT-SIDE, INT-NUM1)
                 MOVE STR-EVENTTEXT-READ
                    TO STR-EVENTTEXT(INT-SIDE, INT-NUM1)
              END-IF
              INITIALIZE REC-EVENT-READ
              READ FILE-EVENTS INTO REC-EVENT-READ
                    AT END MOVE 1 TO ENDOFEVENTFILE
              END-READ
           END-IF.

       0160-LOADCONTAINERS.
      *    Created 15/10/2026 By Roger Williams
      *
      *    reads CONTAINERSn_COBOL.TXT (or the file the manifest
      *    names) for the INT-SIDE pack - a level without a
      *    container file simply has no containers
           IF STR-PACKCONTAINERS(INT-SIDE, INT-CURLEVEL) NOT EQUAL TO
              SPACES THEN
              MOVE STR-PACKCONTAINERS(INT-SIDE, INT-CURLEVEL)
                 TO STR-BAREFILENAME
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

           MOVE 0 TO ENDOFCONTAINERFILE.

           OPEN INPUT FILE-CONTAINERS.
           IF STR-CONTAINERSFILESTATUS EQUAL TO "00" THEN
              READ FILE-CONTAINERS
                    AT END MOVE 1 TO ENDOFCONTAINERFILE
              END-READ
              PERFORM 0161-STORECONTAINER TEST AFTER
                      UNTIL ENDOFCONTAINERFILE EQUAL TO 1
              CLOSE FILE-CONTAINERS
           END-IF.

       0161-STORECONTAINER.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0160-LOADCONTAINERS - stores the
      *    container record already read, then reads ahead
           IF ENDOFCONTAINERFILE NOT EQUAL TO 1 THEN
              IF INT-NUMCONTAINERS(INT-SIDE) LESS THAN 5 THEN
                 ADD 1 TO INT-NUMCONTAINERS(INT-SIDE)
                 MOVE INT-NUMCONTAINERS(INT-SIDE) TO INT-NUM1
                 MOVE INT-CONTAINERROOM-READ
                    TO INT-CONTAINERROOM(INT-SIDE, INT-NUM1)
                 MOVE STR-CONTAINERNAME-READ
                    TO STR-CONTAINERNAME(INT-SIDE, INT-NUM1)
                 MOVE STR-CONTAINERKEY-READ
                    TO STR-CONTAINERKEY(INT-SIDE, INT-NUM1)
                 MOVE 1 TO INT-NUM3
                 PERFORM 0162-STORECONTAINERITEM TEST AFTER
                         UNTIL INT-NUM3 GREATER THAN 5
              END-IF
              INITIALIZE REC-CONTAINER-READ
              READ FILE-CONTAINERS INTO REC-CONTAINER-READ
                    AT END MOVE 1 TO ENDOFCONTAINERFILE
              END-READ
           END-IF.

       0162-STORECONTAINERITEM.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0161-STORECONTAINER
           MOVE STR-CONTAINERITEM-READ(INT-NUM3)
              TO STR-CONTAINERITEM(INT-SIDE, INT-NUM1, INT-NUM3).
           ADD 1 TO INT-NUM3.

       0200-COMPARELEVEL.
      *    Created 15/10/2026 By Roger Williams
      *
      *    called by 0100-COMPAREONELEVEL - writes the level's
      *    section of the report; a level only one pack has is
      *    reported as added or removed as a whole
           MOVE SPACES TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.
           MOVE ALL "=" TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.
           MOVE SPACES TO STR-REPORTLINE.
           STRING "LEVEL " DELIMITED BY SIZE
                  INT-CURLEVEL(2:1) DELIMITED BY SIZE
                  INTO STR-REPORTLINE
           END-STRING.
           PERFORM 0600-EMITLINE.
           MOVE ALL "=" TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.

           MOVE 1 TO INT-SIDE.
           PERFORM 0201-SHOWLEVELSIZE.
           MOVE 2 TO INT-SIDE.
           PERFORM 0201-SHOWLEVELSIZE.

           MOVE ZERO TO INT-LEVELCHANGES.

           EVALUATE TRUE
              WHEN BLN-HAVELEVEL(1) EQUAL TO "N"
                 MOVE "  LEVEL ADDED - the old pack does not have it"
                    TO STR-REPORTLINE
                 PERFORM 0610-EMITCHANGE
              WHEN BLN-HAVELEVEL(2) EQUAL TO "N"
                 MOVE "  LEVEL REMOVED - the new pack does not have it"
                    TO STR-REPORTLINE
                 PERFORM 0610-EMITCHANGE
              WHEN OTHER
                 MOVE 1 TO INT-NUM1
                 PERFORM 0210-CHECKOLDROOM TEST AFTER
                         UNTIL INT-NUM1 GREATER THAN INT-NUMROOMS(1)
                 MOVE 1 TO INT-NUM1
                 PERFORM 0212-CHECKNEWROOM TEST AFTER
                         UNTIL INT-NUM1 GREATER THAN INT-NUMROOMS(2)

                 MOVE 1 TO INT-NUM1
                 PERFORM 0220-CHECKOLDROOMITEM TEST AFTER
                         UNTIL INT-NUM1 GREATER THAN INT-NUMROOMS(1)
                 MOVE 1 TO INT-NUM1
                 PERFORM 0221-CHECKNEWROOMITEM TEST AFTER
                         UNTIL INT-NUM1 GREATER THAN INT-NUMROOMS(2)

                 MOVE 1 TO INT-NUM1
                 PERFORM 0230-CHECKOLDCREATURE TEST AFTER
                         UNTIL INT-NUM1 GREATER THAN
                               INT-NUMCREATURES(1)
                 MOVE 1 TO INT-NUM1
                 PERFORM 0232-CHECKNEWCREATURE TEST AFTER
                         UNTIL INT-NUM1 GREATER THAN
                               INT-NUMCREATURES(2)

                 MOVE INT-NUMEVENTS(1) TO INT-TOPEVENT
                 IF INT-NUMEVENTS(2) GREATER THAN INT-TOPEVENT THEN
                    MOVE INT-NUMEVENTS(2) TO INT-TOPEVENT
                 END-IF
                 MOVE 1 TO INT-NUM1
                 PERFORM 0240-CHECKEVENTSLOT TEST AFTER
                         UNTIL INT-NUM1 GREATER THAN INT-TOPEVENT

                 MOVE 1 TO INT-NUM1
                 PERFORM 0250-CHECKOLDCONTAINER TEST AFTER
                         UNTIL INT-NUM1 GREATER THAN
                               INT-NUMCONTAINERS(1)
                 MOVE 1 TO INT-NUM1
                 PERFORM 0252-CHECKNEWCONTAINER TEST AFTER
                         UNTIL INT-NUM1 GREATER THAN
                               INT-NUMCONTAINERS(2)
           END-EVALUATE.

           IF INT-LEVELCHANGES EQUAL TO ZERO THEN
              MOVE "  (no changes in this level)" TO STR-REPORTLINE
              PERFORM 0600-EMITLINE
           END-IF.

       0201-SHOWLEVELSIZE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    called by 0200-COMPARELEVEL - one line giving the size of
      *    the level in the INT-SIDE pack
           MOVE SPACES TO STR-REPORTLINE.
           IF INT-SIDE EQUAL TO 1 THEN
              MOVE "  old: " TO STR-REPORTLINE
           ELSE
              MOVE "  new: " TO STR-REPORTLINE
           END-IF.
           IF BLN-HAVELEVEL(INT-SIDE) EQUAL TO "N" THEN
              MOVE "(no level file)" TO STR-REPORTLINE(8:15)
           ELSE
              STRING INT-NUMROOMS(INT-SIDE) DELIMITED BY SIZE
                     " rooms, " DELIMITED BY SIZE
                     INT-NUMCREATURES(INT-SIDE) DELIMITED BY SIZE
                     " creatures, " DELIMITED BY SIZE
                     INT-NUMEVENTS(INT-SIDE) DELIMITED BY SIZE
                     " events, " DELIMITED BY SIZE
                     INT-NUMCONTAINERS(INT-SIDE) DELIMITED BY SIZE
                     " containers" DELIMITED BY SIZE
                     INTO STR-REPORTLINE(8:73)
              END-STRING
           END-IF.
           PERFORM 0600-EMITLINE.

       0210-CHECKOLDROOM.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0200-COMPARELEVEL - an old room the
      *    new pack lacks is removed; one both packs have has each
      *    of its exits and item gates compared
           IF INT-NUMROOMS(1) GREATER THAN ZERO THEN
              MOVE 2 TO INT-FINDSIDE
              MOVE INT-ROOMID(1, INT-NUM1) TO INT-TARGETID
              PERFORM 0300-FINDROOMBYID
              IF INT-FOUNDSLOT EQUAL TO ZERO THEN
                 MOVE SPACES TO STR-REPORTLINE
                 STRING "  room " DELIMITED BY SIZE
                        INT-TARGETID DELIMITED BY SIZE
                        " removed" DELIMITED BY SIZE
                        INTO STR-REPORTLINE
                 END-STRING
                 PERFORM 0610-EMITCHANGE
              ELSE
                 MOVE INT-NUM1 TO INT-OLDSLOT
                 MOVE INT-FOUNDSLOT TO INT-NEWSLOT
                 MOVE 1 TO INT-NUM2
                 PERFORM 0211-COMPAREEXIT TEST AFTER
                         UNTIL INT-NUM2 GREATER THAN 6
              END-IF
           END-IF.
           ADD 1 TO INT-NUM1.

       0211-COMPAREEXIT.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0210-CHECKOLDROOM - compares the
      *    exit and the item gate in direction INT-NUM2 of a room
      *    both packs have; room 00 means no exit
           IF INT-ROOMEXIT(1, INT-OLDSLOT, INT-NUM2) NOT EQUAL TO
              INT-ROOMEXIT(2, INT-NEWSLOT, INT-NUM2) THEN
              MOVE SPACES TO STR-REPORTLINE
              STRING "  room " DELIMITED BY SIZE
                     INT-ROOMID(1, INT-OLDSLOT) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(LST-DIRNAMES(INT-NUM2))
                     DELIMITED BY SIZE
                     " exit rerouted " DELIMITED BY SIZE
                     INT-ROOMEXIT(1, INT-OLDSLOT, INT-NUM2)
                     DELIMITED BY SIZE
                     " -> " DELIMITED BY SIZE
                     INT-ROOMEXIT(2, INT-NEWSLOT, INT-NUM2)
                     DELIMITED BY SIZE
                     INTO STR-REPORTLINE
              END-STRING
              PERFORM 0610-EMITCHANGE
           END-IF.

           IF STR-ROOMGATE(1, INT-OLDSLOT, INT-NUM2) NOT EQUAL TO
              STR-ROOMGATE(2, INT-NEWSLOT, INT-NUM2) THEN
              MOVE STR-ROOMGATE(1, INT-OLDSLOT, INT-NUM2)
                 TO STR-WASVALUE
              MOVE STR-ROOMGATE(2, INT-NEWSLOT, INT-NUM2)
                 TO STR-NOWVALUE
              PERFORM 0620-FILLNONE
              MOVE SPACES TO STR-REPORTLINE
              STRING "  room " DELIMITED BY SIZE
                     INT-ROOMID(1, INT-OLDSLOT) DELIMITED BY SIZE
                     " " DELIMITED BY SIZE
                     FUNCTION TRIM(LST-DIRNAMES(INT-NUM2))
                     DELIMITED BY SIZE
                     " gate " DELIMITED BY SIZE
                     FUNCTION TRIM(STR-WASVALUE) DELIMITED BY SIZE
                     " -> " DELIMITED BY SIZE
                     FUNCTION TRIM(STR-NOWVALUE) DELIMITED BY SIZE
                     INTO STR-REPORTLINE
              END-STRING
              PERFORM 0610-EMITCHANGE
           END-IF.
           ADD 1 TO INT-NUM2.

       0212-CHECKNEWROOM.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0200-COMPARELEVEL - a new room the
      *    old pack lacks is added
           IF INT-NUMROOMS(2) GREATER THAN ZERO THEN
              MOVE 1 TO INT-FINDSIDE
              MOVE INT-ROOMID(2, INT-NUM1) TO INT-TARGETID
              PERFORM 0300-FINDROOMBYID
              IF INT-FOUNDSLOT EQUAL TO ZERO THEN
                 MOVE SPACES TO STR-REPORTLINE
                 STRING "  room " DELIMITED BY SIZE
                        INT-TARGETID DELIMITED BY SIZE
                        " added" DELIMITED BY SIZE
                        INTO STR-REPORTLINE
                 END-STRING
                 PERFORM 0610-EMITCHANGE
              END-IF
           END-IF.
           ADD 1 TO INT-NUM1.

       0220-CHECKOLDROOMITEM.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0200-COMPARELEVEL - an item lying in
      *    an old room is looked for in the new pack's rooms: lying
      *    in another room it has moved, lying nowhere it is gone
           IF INT-NUMROOMS(1) GREATER THAN ZERO AND
              STR-ROOMITEM(1, INT-NUM1) NOT EQUAL TO SPACES THEN
              MOVE 2 TO INT-FINDSIDE
              MOVE STR-ROOMITEM(1, INT-NUM1) TO STR-ITEMWANTED
              PERFORM 0310-FINDROOMWITHITEM
              IF INT-FOUNDSLOT EQUAL TO ZERO THEN
                 MOVE SPACES TO STR-REPORTLINE
                 STRING "  item '" DELIMITED BY SIZE
                        FUNCTION TRIM(STR-ITEMWANTED) DELIMITED BY SIZE
                        "' no longer lies in any room (was room "
                        DELIMITED BY SIZE
                        INT-ROOMID(1, INT-NUM1) DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO STR-REPORTLINE
                 END-STRING
                 PERFORM 0610-EMITCHANGE
              ELSE
                 IF INT-ROOMID(2, INT-FOUNDSLOT) NOT EQUAL TO
                    INT-ROOMID(1, INT-NUM1) THEN
                    MOVE SPACES TO STR-REPORTLINE
                    STRING "  item '" DELIMITED BY SIZE
                           FUNCTION TRIM(STR-ITEMWANTED)
                           DELIMITED BY SIZE
                           "' moved from room " DELIMITED BY SIZE
                           INT-ROOMID(1, INT-NUM1) DELIMITED BY SIZE
                           " to room " DELIMITED BY SIZE
                           INT-ROOMID(2, INT-FOUNDSLOT)
                           DELIMITED BY SIZE
                           INTO STR-REPORTLINE
                    END-STRING
                    PERFORM 0610-EMITCHANGE
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO INT-NUM1.

       0221-CHECKNEWROOMITEM.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0200-COMPARELEVEL - an item lying in
      *    a new room that no old room had is new to the level
           IF INT-NUMROOMS(2) GREATER THAN ZERO AND
              STR-ROOMITEM(2, INT-NUM1) NOT EQUAL TO SPACES THEN
              MOVE 1 TO INT-FINDSIDE
              MOVE STR-ROOMITEM(2, INT-NUM1) TO STR-ITEMWANTED
              PERFORM 0310-FINDROOMWITHITEM
              IF INT-FOUNDSLOT EQUAL TO ZERO THEN
                 MOVE SPACES TO STR-REPORTLINE
                 STRING "  item '" DELIMITED BY SIZE
                        FUNCTION TRIM(STR-ITEMWANTED) DELIMITED BY SIZE
                        "' now lies in room " DELIMITED BY SIZE
                        INT-ROOMID(2, INT-NUM1) DELIMITED BY SIZE
                        " (new to the level)" DELIMITED BY SIZE
                        INTO STR-REPORTLINE
                 END-STRING
                 PERFORM 0610-EMITCHANGE
              END-IF
           END-IF.
           ADD 1 TO INT-NUM1.

       0230-CHECKOLDCREATURE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0200-COMPARELEVEL - an old creature
      *    is matched by name in the new pack: missing it has been
      *    dropped, found it has its details compared
           IF INT-NUMCREATURES(1) GREATER THAN ZERO THEN
              MOVE 2 TO INT-FINDSIDE
              MOVE STR-CREATURENAME(1, INT-NUM1) TO STR-ITEMWANTED
              PERFORM 0320-FINDCREATURE
              IF INT-FOUNDSLOT EQUAL TO ZERO THEN
                 MOVE SPACES TO STR-REPORTLINE
                 STRING "  creature '" DELIMITED BY SIZE
                        FUNCTION TRIM(STR-ITEMWANTED) DELIMITED BY SIZE
                        "' dropped (was in room " DELIMITED BY SIZE
                        INT-CREATUREROOM(1, INT-NUM1) DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO STR-REPORTLINE
                 END-STRING
                 PERFORM 0610-EMITCHANGE
              ELSE
                 PERFORM 0231-COMPARECREATURE
              END-IF
           END-IF.
           ADD 1 TO INT-NUM1.

       0231-COMPARECREATURE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    called by 0230-CHECKOLDCREATURE - old creature INT-NUM1
      *    against new creature INT-FOUNDSLOT, one line per detail
      *    that differs
           IF INT-CREATUREROOM(1, INT-NUM1) NOT EQUAL TO
              INT-CREATUREROOM(2, INT-FOUNDSLOT) THEN
              MOVE SPACES TO STR-REPORTLINE
              STRING "  creature '" DELIMITED BY SIZE
                     FUNCTION TRIM(STR-ITEMWANTED) DELIMITED BY SIZE
                     "' moved from room " DELIMITED BY SIZE
                     INT-CREATUREROOM(1, INT-NUM1) DELIMITED BY SIZE
                     " to room " DELIMITED BY SIZE
                     INT-CREATUREROOM(2, INT-FOUNDSLOT)
                     DELIMITED BY SIZE
                     INTO STR-REPORTLINE
              END-STRING
              PERFORM 0610-EMITCHANGE
           END-IF.

           IF STR-CREATUREBLOCKDIR(1, INT-NUM1) NOT EQUAL TO
              STR-CREATUREBLOCKDIR(2, INT-FOUNDSLOT) THEN
              MOVE STR-CREATUREBLOCKDIR(1, INT-NUM1) TO STR-WASVALUE
              MOVE STR-CREATUREBLOCKDIR(2, INT-FOUNDSLOT)
                 TO STR-NOWVALUE
              PERFORM 0620-FILLNONE
              MOVE SPACES TO STR-REPORTLINE
              STRING "  creature '" DELIMITED BY SIZE
                     FUNCTION TRIM(STR-ITEMWANTED) DELIMITED BY SIZE
                     "' bars exit " DELIMITED BY SIZE
                     FUNCTION TRIM(STR-WASVALUE) DELIMITED BY SIZE
                     " -> " DELIMITED BY SIZE
                     FUNCTION TRIM(STR-NOWVALUE) DELIMITED BY SIZE
                     INTO STR-REPORTLINE
              END-STRING
              PERFORM 0610-EMITCHANGE
           END-IF.

           IF STR-CREATUREITEM(1, INT-NUM1) NOT EQUAL TO
              STR-CREATUREITEM(2, INT-FOUNDSLOT) THEN
              MOVE STR-CREATUREITEM(1, INT-NUM1) TO STR-WASVALUE
              MOVE STR-CREATUREITEM(2, INT-FOUNDSLOT) TO STR-NOWVALUE
              PERFORM 0620-FILLNONE
              MOVE SPACES TO STR-REPORTLINE
              STRING "  creature '" DELIMITED BY SIZE
                     FUNCTION TRIM(STR-ITEMWANTED) DELIMITED BY SIZE
                     "' needs " DELIMITED BY SIZE
                     FUNCTION TRIM(STR-WASVALUE) DELIMITED BY SIZE
                     " -> " DELIMITED BY SIZE
                     FUNCTION TRIM(STR-NOWVALUE) DELIMITED BY SIZE
                     INTO STR-REPORTLINE
              END-STRING
              PERFORM 0610-EMITCHANGE
           END-IF.

           IF INT-CREATUREDAMAGE(1, INT-NUM1) NOT EQUAL TO
              INT-CREATUREDAMAGE(2, INT-FOUNDSLOT) THEN
              MOVE SPACES TO STR-REPORTLINE
              STRING "  creature '" DELIMITED BY SIZE
                     FUNCTION TRIM(STR-ITEMWANTED) DELIMITED BY SIZE
                     "' damage " DELIMITED BY SIZE
                     INT-CREATUREDAMAGE(1, INT-NUM1) DELIMITED BY SIZE
                     " -> " DELIMITED BY SIZE
                     INT-CREATUREDAMAGE(2, INT-FOUNDSLOT)
                     DELIMITED BY SIZE
                     INTO STR-REPORTLINE
              END-STRING
              PERFORM 0610-EMITCHANGE
           END-IF.

           IF STR-CREATUREKILLTEXT(1, INT-NUM1) NOT EQUAL TO
              STR-CREATUREKILLTEXT(2, INT-FOUNDSLOT) OR
              STR-CREATURETALKTEXT(1, INT-NUM1) NOT EQUAL TO
              STR-CREATURETALKTEXT(2, INT-FOUNDSLOT) THEN
              MOVE SPACES TO STR-REPORTLINE
              STRING "  creature '" DELIMITED BY SIZE
                     FUNCTION TRIM(STR-ITEMWANTED) DELIMITED BY SIZE
                     "' text reworded" DELIMITED BY SIZE
                     INTO STR-REPORTLINE
              END-STRING
              PERFORM 0610-EMITCHANGE
           END-IF.

       0232-CHECKNEWCREATURE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0200-COMPARELEVEL - a new creature
      *    the old pack had no creature of that name for is added
           IF INT-NUMCREATURES(2) GREATER THAN ZERO THEN
              MOVE 1 TO INT-FINDSIDE
              MOVE STR-CREATURENAME(2, INT-NUM1) TO STR-ITEMWANTED
              PERFORM 0320-FINDCREATURE
              IF INT-FOUNDSLOT EQUAL TO ZERO THEN
                 MOVE SPACES TO STR-REPORTLINE
                 STRING "  creature '" DELIMITED BY SIZE
                        FUNCTION TRIM(STR-ITEMWANTED) DELIMITED BY SIZE
                        "' added in room " DELIMITED BY SIZE
                        INT-CREATUREROOM(2, INT-NUM1) DELIMITED BY SIZE
                        INTO STR-REPORTLINE
                 END-STRING
                 PERFORM 0610-EMITCHANGE
              END-IF
           END-IF.
           ADD 1 TO INT-NUM1.

       0240-CHECKEVENTSLOT.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0200-COMPARELEVEL - events have no
      *    name, and the game remembers which have fired by slot, so
      *    they are compared slot by slot; a change of narration only
      *    gets a line of its own
           EVALUATE TRUE
              WHEN INT-TOPEVENT EQUAL TO ZERO
                 CONTINUE
              WHEN INT-NUM1 GREATER THAN INT-NUMEVENTS(2)
                 MOVE 1 TO INT-SIDE
                 PERFORM 0241-DESCRIBEEVENT
                 MOVE SPACES TO STR-REPORTLINE
                 STRING "  event " DELIMITED BY SIZE
                        INT-NUM1(2:2) DELIMITED BY SIZE
                        " dropped: " DELIMITED BY SIZE
                        STR-EVENTDESC DELIMITED BY SIZE
                        INTO STR-REPORTLINE
                 END-STRING
                 PERFORM 0610-EMITCHANGE
              WHEN INT-NUM1 GREATER THAN INT-NUMEVENTS(1)
                 MOVE 2 TO INT-SIDE
                 PERFORM 0241-DESCRIBEEVENT
                 MOVE SPACES TO STR-REPORTLINE
                 STRING "  event " DELIMITED BY SIZE
                        INT-NUM1(2:2) DELIMITED BY SIZE
                        " added: " DELIMITED BY SIZE
                        STR-EVENTDESC DELIMITED BY SIZE
                        INTO STR-REPORTLINE
                 END-STRING
                 PERFORM 0610-EMITCHANGE
              WHEN REC-EVENTRULE(1, INT-NUM1) NOT EQUAL TO
                   REC-EVENTRULE(2, INT-NUM1)
                 MOVE SPACES TO STR-REPORTLINE
                 STRING "  event " DELIMITED BY SIZE
                        INT-NUM1(2:2) DELIMITED BY SIZE
                        " changed" DELIMITED BY SIZE
                        INTO STR-REPORTLINE
                 END-STRING
                 PERFORM 0610-EMITCHANGE
                 MOVE 1 TO INT-SIDE
                 PERFORM 0241-DESCRIBEEVENT
                 MOVE SPACES TO STR-REPORTLINE
                 STRING "    was: " DELIMITED BY SIZE
                        STR-EVENTDESC DELIMITED BY SIZE
                        INTO STR-REPORTLINE
                 END-STRING
                 PERFORM 0600-EMITLINE
                 MOVE 2 TO INT-SIDE
                 PERFORM 0241-DESCRIBEEVENT
                 MOVE SPACES TO STR-REPORTLINE
                 STRING "    now: " DELIMITED BY SIZE
                        STR-EVENTDESC DELIMITED BY SIZE
                        INTO STR-REPORTLINE
                 END-STRING
                 PERFORM 0600-EMITLINE
              WHEN STR-EVENTTEXT(1, INT-NUM1) NOT EQUAL TO
                   STR-EVENTTEXT(2, INT-NUM1)
                 MOVE SPACES TO STR-REPORTLINE
                 STRING "  event " DELIMITED BY SIZE
                        INT-NUM1(2:2) DELIMITED BY SIZE
                        " narration reworded" DELIMITED BY SIZE
                        INTO STR-REPORTLINE
                 END-STRING
                 PERFORM 0610-EMITCHANGE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           ADD 1 TO INT-NUM1.

       0241-DESCRIBEEVENT.
      *    Created 15/10/2026 By Roger Williams
      *
      *    custom function - describes event INT-NUM1 of the
      *    INT-SIDE pack in STR-EVENTDESC: its trigger, room and
      *    item, then its effect and whatever the effect acts on
           MOVE SPACES TO STR-EVENTDESC.
           MOVE 1 TO INT-DESCPOS.
           STRING FUNCTION TRIM(STR-EVENTTRIGGER(INT-SIDE, INT-NUM1))
                  DELIMITED BY SIZE
                  " room " DELIMITED BY SIZE
                  INT-EVENTROOM(INT-SIDE, INT-NUM1) DELIMITED BY SIZE
                  INTO STR-EVENTDESC WITH POINTER INT-DESCPOS
           END-STRING.
           IF STR-EVENTITEM(INT-SIDE, INT-NUM1) NOT EQUAL TO SPACES
              THEN
              STRING " " DELIMITED BY SIZE
                     FUNCTION TRIM(STR-EVENTITEM(INT-SIDE, INT-NUM1))
                     DELIMITED BY SIZE
                     INTO STR-EVENTDESC WITH POINTER INT-DESCPOS
              END-STRING
           END-IF.
           STRING " -> " DELIMITED BY SIZE
                  FUNCTION TRIM(STR-EVENTEFFECT(INT-SIDE, INT-NUM1))
                  DELIMITED BY SIZE
                  INTO STR-EVENTDESC WITH POINTER INT-DESCPOS
           END-STRING.
           IF INT-EVENTTARGET(INT-SIDE, INT-NUM1) NOT EQUAL TO ZERO
              THEN
              STRING " " DELIMITED BY SIZE
                     INT-EVENTTARGET(INT-SIDE, INT-NUM1)
                     DELIMITED BY SIZE
                     INTO STR-EVENTDESC WITH POINTER INT-DESCPOS
              END-STRING
           END-IF.
           IF STR-EVENTDIR(INT-SIDE, INT-NUM1) NOT EQUAL TO SPACES
              THEN
              STRING " " DELIMITED BY SIZE
                     FUNCTION TRIM(STR-EVENTDIR(INT-SIDE, INT-NUM1))
                     DELIMITED BY SIZE
                     INTO STR-EVENTDESC WITH POINTER INT-DESCPOS
              END-STRING
           END-IF.
           IF INT-EVENTNEWROOM(INT-SIDE, INT-NUM1) NOT EQUAL TO ZERO
              THEN
              STRING " to " DELIMITED BY SIZE
                     INT-EVENTNEWROOM(INT-SIDE, INT-NUM1)
                     DELIMITED BY SIZE
                     INTO STR-EVENTDESC WITH POINTER INT-DESCPOS
              END-STRING
           END-IF.
           IF BLN-EVENTONCE(INT-SIDE, INT-NUM1) EQUAL TO "Y" THEN
              STRING " (once)" DELIMITED BY SIZE
                     INTO STR-EVENTDESC WITH POINTER INT-DESCPOS
              END-STRING
           END-IF.

       0250-CHECKOLDCONTAINER.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0200-COMPARELEVEL - an old container
      *    is matched by name in the new pack: missing it has been
      *    dropped, found it has its room, key and contents compared
           IF INT-NUMCONTAINERS(1) GREATER THAN ZERO THEN
              MOVE 2 TO INT-FINDSIDE
              MOVE STR-CONTAINERNAME(1, INT-NUM1) TO STR-ITEMWANTED
              PERFORM 0330-FINDCONTAINER
              IF INT-FOUNDSLOT EQUAL TO ZERO THEN
                 MOVE SPACES TO STR-REPORTLINE
                 STRING "  container '" DELIMITED BY SIZE
                        FUNCTION TRIM(STR-ITEMWANTED) DELIMITED BY SIZE
                        "' dropped (was in room " DELIMITED BY SIZE
                        INT-CONTAINERROOM(1, INT-NUM1)
                        DELIMITED BY SIZE
                        ")" DELIMITED BY SIZE
                        INTO STR-REPORTLINE
                 END-STRING
                 PERFORM 0610-EMITCHANGE
              ELSE
                 PERFORM 0251-COMPARECONTAINER
              END-IF
           END-IF.
           ADD 1 TO INT-NUM1.

       0251-COMPARECONTAINER.
      *    Created 15/10/2026 By Roger Williams
      *
      *    called by 0250-CHECKOLDCONTAINER - old container INT-NUM1
      *    against new container INT-FOUNDSLOT
           IF INT-CONTAINERROOM(1, INT-NUM1) NOT EQUAL TO
              INT-CONTAINERROOM(2, INT-FOUNDSLOT) THEN
              MOVE SPACES TO STR-REPORTLINE
              STRING "  container '" DELIMITED BY SIZE
                     FUNCTION TRIM(STR-ITEMWANTED) DELIMITED BY SIZE
                     "' moved from room " DELIMITED BY SIZE
                     INT-CONTAINERROOM(1, INT-NUM1) DELIMITED BY SIZE
                     " to room " DELIMITED BY SIZE
                     INT-CONTAINERROOM(2, INT-FOUNDSLOT)
                     DELIMITED BY SIZE
                     INTO STR-REPORTLINE
              END-STRING
              PERFORM 0610-EMITCHANGE
           END-IF.

           IF STR-CONTAINERKEY(1, INT-NUM1) NOT EQUAL TO
              STR-CONTAINERKEY(2, INT-FOUNDSLOT) THEN
              MOVE STR-CONTAINERKEY(1, INT-NUM1) TO STR-WASVALUE
              MOVE STR-CONTAINERKEY(2, INT-FOUNDSLOT) TO STR-NOWVALUE
              PERFORM 0620-FILLNONE
              MOVE SPACES TO STR-REPORTLINE
              STRING "  container '" DELIMITED BY SIZE
                     FUNCTION TRIM(STR-ITEMWANTED) DELIMITED BY SIZE
                     "' key " DELIMITED BY SIZE
                     FUNCTION TRIM(STR-WASVALUE) DELIMITED BY SIZE
                     " -> " DELIMITED BY SIZE
                     FUNCTION TRIM(STR-NOWVALUE) DELIMITED BY SIZE
                     INTO STR-REPORTLINE
              END-STRING
              PERFORM 0610-EMITCHANGE
           END-IF.

           IF REC-CONTAINERCONTENTS(1, INT-NUM1) NOT EQUAL TO
              REC-CONTAINERCONTENTS(2, INT-FOUNDSLOT) THEN
              MOVE SPACES TO STR-REPORTLINE
              STRING "  container '" DELIMITED BY SIZE
                     FUNCTION TRIM(STR-ITEMWANTED) DELIMITED BY SIZE
                     "' contents changed" DELIMITED BY SIZE
                     INTO STR-REPORTLINE
              END-STRING
              PERFORM 0610-EMITCHANGE
           END-IF.

       0252-CHECKNEWCONTAINER.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0200-COMPARELEVEL - a new container
      *    the old pack had none of that name for is added
           IF INT-NUMCONTAINERS(2) GREATER THAN ZERO THEN
              MOVE 1 TO INT-FINDSIDE
              MOVE STR-CONTAINERNAME(2, INT-NUM1) TO STR-ITEMWANTED
              PERFORM 0330-FINDCONTAINER
              IF INT-FOUNDSLOT EQUAL TO ZERO THEN
                 MOVE SPACES TO STR-REPORTLINE
                 STRING "  container '" DELIMITED BY SIZE
                        FUNCTION TRIM(STR-ITEMWANTED) DELIMITED BY SIZE
                        "' added in room " DELIMITED BY SIZE
                        INT-CONTAINERROOM(2, INT-NUM1)
                        DELIMITED BY SIZE
                        INTO STR-REPORTLINE
                 END-STRING
                 PERFORM 0610-EMITCHANGE
              END-IF
           END-IF.
           ADD 1 TO INT-NUM1.

       0300-FINDROOMBYID.
      *    Created 15/10/2026 By Roger Williams
      *
      *    custom function - sets INT-FOUNDSLOT to the slot of the
      *    INT-FINDSIDE room table holding room INT-TARGETID, or zero
      *    when that pack's level has no such room
           MOVE ZERO TO INT-FOUNDSLOT.
           MOVE 1 TO INT-NUM3.
           PERFORM 0301-CHECKONEROOMID TEST AFTER
                   UNTIL INT-NUM3 GREATER THAN
                         INT-NUMROOMS(INT-FINDSIDE)
                         OR INT-FOUNDSLOT NOT EQUAL TO ZERO.

       0301-CHECKONEROOMID.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0300-FINDROOMBYID
           IF INT-NUMROOMS(INT-FINDSIDE) GREATER THAN ZERO THEN
              IF INT-ROOMID(INT-FINDSIDE, INT-NUM3) EQUAL TO
                 INT-TARGETID THEN
                 MOVE INT-NUM3 TO INT-FOUNDSLOT
              END-IF
           END-IF.
           ADD 1 TO INT-NUM3.

       0310-FINDROOMWITHITEM.
      *    Created 15/10/2026 By Roger Williams
      *
      *    custom function - sets INT-FOUNDSLOT to the slot of the
      *    first INT-FINDSIDE room STR-ITEMWANTED lies in, or zero
           MOVE ZERO TO INT-FOUNDSLOT.
           MOVE 1 TO INT-NUM3.
           PERFORM 0311-CHECKONEROOMITEM TEST AFTER
                   UNTIL INT-NUM3 GREATER THAN
                         INT-NUMROOMS(INT-FINDSIDE)
                         OR INT-FOUNDSLOT NOT EQUAL TO ZERO.

       0311-CHECKONEROOMITEM.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0310-FINDROOMWITHITEM
           IF INT-NUMROOMS(INT-FINDSIDE) GREATER THAN ZERO THEN
              IF STR-ROOMITEM(INT-FINDSIDE, INT-NUM3) EQUAL TO
                 STR-ITEMWANTED THEN
                 MOVE INT-NUM3 TO INT-FOUNDSLOT
              END-IF
           END-IF.
           ADD 1 TO INT-NUM3.

       0320-FINDCREATURE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    custom function - sets INT-FOUNDSLOT to the slot of the
      *    INT-FINDSIDE creature named STR-ITEMWANTED, or zero
           MOVE ZERO TO INT-FOUNDSLOT.
           MOVE 1 TO INT-NUM3.
           PERFORM 0321-CHECKONECREATURE TEST AFTER
                   UNTIL INT-NUM3 GREATER THAN
                         INT-NUMCREATURES(INT-FINDSIDE)
                         OR INT-FOUNDSLOT NOT EQUAL TO ZERO.

       0321-CHECKONECREATURE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0320-FINDCREATURE
           IF INT-NUMCREATURES(INT-FINDSIDE) GREATER THAN ZERO THEN
              IF STR-CREATURENAME(INT-FINDSIDE, INT-NUM3) EQUAL TO
                 STR-ITEMWANTED THEN
                 MOVE INT-NUM3 TO INT-FOUNDSLOT
              END-IF
           END-IF.
           ADD 1 TO INT-NUM3.

       0330-FINDCONTAINER.
      *    Created 15/10/2026 By Roger Williams
      *
      *    custom function - sets INT-FOUNDSLOT to the slot of the
      *    INT-FINDSIDE container named STR-ITEMWANTED, or zero
           MOVE ZERO TO INT-FOUNDSLOT.
           MOVE 1 TO INT-NUM3.
           PERFORM 0331-CHECKONECONTAINER TEST AFTER
                   UNTIL INT-NUM3 GREATER THAN
                         INT-NUMCONTAINERS(INT-FINDSIDE)
                         OR INT-FOUNDSLOT NOT EQUAL TO ZERO.

       0331-CHECKONECONTAINER.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0330-FINDCONTAINER
           IF INT-NUMCONTAINERS(INT-FINDSIDE) GREATER THAN ZERO THEN
              IF STR-CONTAINERNAME(INT-FINDSIDE, INT-NUM3) EQUAL TO
                 STR-ITEMWANTED THEN
                 MOVE INT-NUM3 TO INT-FOUNDSLOT
              END-IF
           END-IF.
           ADD 1 TO INT-NUM3.

       0340-FINDITEM.
      *    Created 15/10/2026 By Roger Williams
      *
      *    custom function - sets INT-FOUNDSLOT to the slot of the
      *    INT-FINDSIDE item master record for STR-ITEMWANTED, or
      *    zero when that pack has none
           MOVE ZERO TO INT-FOUNDSLOT.
           MOVE 1 TO INT-NUM3.
           PERFORM 0341-CHECKONEITEM TEST AFTER
                   UNTIL INT-NUM3 GREATER THAN
                         INT-NUMITEMS(INT-FINDSIDE)
                         OR INT-FOUNDSLOT NOT EQUAL TO ZERO.

       0341-CHECKONEITEM.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0340-FINDITEM
           IF INT-NUMITEMS(INT-FINDSIDE) GREATER THAN ZERO THEN
              IF STR-ITEMNAME(INT-FINDSIDE, INT-NUM3) EQUAL TO
                 STR-ITEMWANTED THEN
                 MOVE INT-NUM3 TO INT-FOUNDSLOT
              END-IF
           END-IF.
           ADD 1 TO INT-NUM3.

       0400-COMPAREITEMS.
      *    Created 15/10/2026 By Roger Williams
      *
      *    called by 0010-COMPAREPACKS - the item master is pack
      *    wide, so it gets a section of its own ahead of the levels;
      *    records are matched by item name
           MOVE SPACES TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.
           MOVE ALL "=" TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.
           MOVE "ITEM MASTER (ITEMS_COBOL.TXT)" TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.
           MOVE ALL "=" TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.

           MOVE ZERO TO INT-LEVELCHANGES.

           MOVE 1 TO INT-NUM1.
           PERFORM 0401-CHECKOLDITEM TEST AFTER
                   UNTIL INT-NUM1 GREATER THAN INT-NUMITEMS(1).
           MOVE 1 TO INT-NUM1.
           PERFORM 0403-CHECKNEWITEM TEST AFTER
                   UNTIL INT-NUM1 GREATER THAN INT-NUMITEMS(2).

           IF INT-LEVELCHANGES EQUAL TO ZERO THEN
              MOVE "  (no changes to the item master)" TO STR-REPORTLINE
              PERFORM 0600-EMITLINE
           END-IF.

       0401-CHECKOLDITEM.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0400-COMPAREITEMS - an old item
      *    master record missing from the new pack has been
      *    dropped, one in both has its figures compared
           IF INT-NUMITEMS(1) GREATER THAN ZERO THEN
              MOVE 2 TO INT-FINDSIDE
              MOVE STR-ITEMNAME(1, INT-NUM1) TO STR-ITEMWANTED
              PERFORM 0340-FINDITEM
              IF INT-FOUNDSLOT EQUAL TO ZERO THEN
                 MOVE SPACES TO STR-REPORTLINE
                 STRING "  item '" DELIMITED BY SIZE
                        FUNCTION TRIM(STR-ITEMWANTED) DELIMITED BY SIZE
                        "' dropped" DELIMITED BY SIZE
                        INTO STR-REPORTLINE
                 END-STRING
                 PERFORM 0610-EMITCHANGE
              ELSE
                 PERFORM 0402-COMPAREITEM
              END-IF
           END-IF.
           ADD 1 TO INT-NUM1.

       0402-COMPAREITEM.
      *    Created 15/10/2026 By Roger Williams
      *
      *    called by 0401-CHECKOLDITEM - old item INT-NUM1 against
      *    new item INT-FOUNDSLOT, one line per figure that differs
           IF INT-ITEMPOINTS(1, INT-NUM1) NOT EQUAL TO
              INT-ITEMPOINTS(2, INT-FOUNDSLOT) THEN
              MOVE SPACES TO STR-REPORTLINE
              STRING "  item '" DELIMITED BY SIZE
                     FUNCTION TRIM(STR-ITEMWANTED) DELIMITED BY SIZE
                     "' points " DELIMITED BY SIZE
                     INT-ITEMPOINTS(1, INT-NUM1) DELIMITED BY SIZE
                     " -> " DELIMITED BY SIZE
                     INT-ITEMPOINTS(2, INT-FOUNDSLOT) DELIMITED BY SIZE
                     INTO STR-REPORTLINE
              END-STRING
              PERFORM 0610-EMITCHANGE
           END-IF.

           IF INT-ITEMWEIGHT(1, INT-NUM1) NOT EQUAL TO
              INT-ITEMWEIGHT(2, INT-FOUNDSLOT) THEN
              MOVE SPACES TO STR-REPORTLINE
              STRING "  item '" DELIMITED BY SIZE
                     FUNCTION TRIM(STR-ITEMWANTED) DELIMITED BY SIZE
                     "' weight " DELIMITED BY SIZE
                     INT-ITEMWEIGHT(1, INT-NUM1) DELIMITED BY SIZE
                     " -> " DELIMITED BY SIZE
                     INT-ITEMWEIGHT(2, INT-FOUNDSLOT) DELIMITED BY SIZE
                     INTO STR-REPORTLINE
              END-STRING
              PERFORM 0610-EMITCHANGE
           END-IF.

           IF BLN-ITEMCONSUMABLE(1, INT-NUM1) NOT EQUAL TO
              BLN-ITEMCONSUMABLE(2, INT-FOUNDSLOT) OR
              INT-ITEMHEAL(1, INT-NUM1) NOT EQUAL TO
              INT-ITEMHEAL(2, INT-FOUNDSLOT) THEN
              MOVE SPACES TO STR-REPORTLINE
              STRING "  item '" DELIMITED BY SIZE
                     FUNCTION TRIM(STR-ITEMWANTED) DELIMITED BY SIZE
                     "' consumable " DELIMITED BY SIZE
                     BLN-ITEMCONSUMABLE(1, INT-NUM1) DELIMITED BY SIZE
                     " heal " DELIMITED BY SIZE
                     INT-ITEMHEAL(1, INT-NUM1) DELIMITED BY SIZE
                     " -> consumable " DELIMITED BY SIZE
                     BLN-ITEMCONSUMABLE(2, INT-FOUNDSLOT)
                     DELIMITED BY SIZE
                     " heal " DELIMITED BY SIZE
                     INT-ITEMHEAL(2, INT-FOUNDSLOT) DELIMITED BY SIZE
                     INTO STR-REPORTLINE
              END-STRING
              PERFORM 0610-EMITCHANGE
           END-IF.

           IF STR-ITEMDESC(1, INT-NUM1) NOT EQUAL TO
              STR-ITEMDESC(2, INT-FOUNDSLOT) THEN
              MOVE SPACES TO STR-REPORTLINE
              STRING "  item '" DELIMITED BY SIZE
                     FUNCTION TRIM(STR-ITEMWANTED) DELIMITED BY SIZE
                     "' description reworded" DELIMITED BY SIZE
                     INTO STR-REPORTLINE
              END-STRING
              PERFORM 0610-EMITCHANGE
           END-IF.

       0403-CHECKNEWITEM.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0400-COMPAREITEMS - a new item
      *    master record the old pack lacks is added
           IF INT-NUMITEMS(2) GREATER THAN ZERO THEN
              MOVE 1 TO INT-FINDSIDE
              MOVE STR-ITEMNAME(2, INT-NUM1) TO STR-ITEMWANTED
              PERFORM 0340-FINDITEM
              IF INT-FOUNDSLOT EQUAL TO ZERO THEN
                 MOVE SPACES TO STR-REPORTLINE
                 STRING "  item '" DELIMITED BY SIZE
                        FUNCTION TRIM(STR-ITEMWANTED) DELIMITED BY SIZE
                        "' added" DELIMITED BY SIZE
                        INTO STR-REPORTLINE
                 END-STRING
                 PERFORM 0610-EMITCHANGE
              END-IF
           END-IF.
           ADD 1 TO INT-NUM1.

       0700-CHECKSAVE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    called by 0010-COMPAREPACKS - checks the checkpoint
      *    against the new pack. the game restores a room by its id
      *    but creatures, events, containers and item scores by
      *    table slot, so a slot that now holds something else is
      *    as bad as a room that has gone
           MOVE SPACES TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.
           MOVE ALL "=" TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.
           MOVE "CHECKPOINT (SAVEGAME_COBOL.TXT)" TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.
           MOVE ALL "=" TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.

           EVALUATE TRUE
              WHEN BLN-HAVESAVE EQUAL TO "N"
                 MOVE "  (no checkpoint to check)" TO STR-REPORTLINE
                 PERFORM 0600-EMITLINE
              WHEN INT-SAVELEVEL IS NOT NUMERIC OR
                   INT-SAVELEVEL EQUAL TO ZERO OR
                   INT-SAVEROOM IS NOT NUMERIC
                 MOVE "  PROBLEM: the checkpoint cannot be read"
                    TO STR-REPORTLINE
                 PERFORM 0790-EMITSAVEPROBLEM
              WHEN OTHER
                 PERFORM 0701-CHECKSAVEDLEVEL
           END-EVALUATE.

       0701-CHECKSAVEDLEVEL.
      *    Created 15/10/2026 By Roger Williams
      *
      *    called by 0700-CHECKSAVE for a readable checkpoint - the
      *    release stamp first, then the saved level is loaded from
      *    both packs and every part of the checkpoint that points
      *    into it is checked
           MOVE SPACES TO STR-REPORTLINE.
           STRING "  taken on level " DELIMITED BY SIZE
                  INT-SAVELEVEL DELIMITED BY SIZE
                  " in room " DELIMITED BY SIZE
                  INT-SAVEROOM DELIMITED BY SIZE
                  INTO STR-REPORTLINE
           END-STRING.
           IF STR-SAVERELEASE NOT EQUAL TO SPACES THEN
              MOVE SPACES TO STR-REPORTLINE(30:51)
              STRING ", release " DELIMITED BY SIZE
                     FUNCTION TRIM(STR-SAVERELEASE) DELIMITED BY SIZE
                     INTO STR-REPORTLINE(30:51)
              END-STRING
           END-IF.
           PERFORM 0600-EMITLINE.

      *    the game refuses a stamped checkpoint from another release
      *    outright (0089-CHECKSAVERELEASE) - say so, then carry on,
      *    the rest shows what would break if the stamp matched
           IF STR-SAVERELEASE NOT EQUAL TO SPACES AND
              STR-SAVERELEASE NOT EQUAL TO STR-PACKRELEASE(2) THEN
              MOVE SPACES TO STR-REPORTLINE
              STRING "  PROBLEM: the game will refuse it - the new "
                     DELIMITED BY SIZE
                     "pack is release " DELIMITED BY SIZE
                     FUNCTION TRIM(STR-PACKRELEASE(2))
                     DELIMITED BY SIZE
                     INTO STR-REPORTLINE
              END-STRING
              PERFORM 0790-EMITSAVEPROBLEM
           END-IF.

           MOVE INT-SAVELEVEL TO INT-CURLEVEL.
           MOVE 1 TO INT-SIDE.
           PERFORM 0101-LOADSIDELEVEL.
           MOVE 2 TO INT-SIDE.
           PERFORM 0101-LOADSIDELEVEL.

           IF BLN-HAVELEVEL(2) EQUAL TO "N" THEN
              MOVE SPACES TO STR-REPORTLINE
              STRING "  PROBLEM: the new pack has no level "
                     DELIMITED BY SIZE
                     INT-SAVELEVEL DELIMITED BY SIZE
                     INTO STR-REPORTLINE
              END-STRING
              PERFORM 0790-EMITSAVEPROBLEM
           ELSE
              MOVE 2 TO INT-FINDSIDE
              MOVE INT-SAVEROOM TO INT-TARGETID
              PERFORM 0300-FINDROOMBYID
              IF INT-FOUNDSLOT EQUAL TO ZERO THEN
                 MOVE SPACES TO STR-REPORTLINE
                 STRING "  PROBLEM: saved room " DELIMITED BY SIZE
                        INT-SAVEROOM DELIMITED BY SIZE
                        " is not in the new level" DELIMITED BY SIZE
                        INTO STR-REPORTLINE
                 END-STRING
                 PERFORM 0790-EMITSAVEPROBLEM
              END-IF

              IF INT-SAVEROOMSTATES IS NUMERIC AND
                 INT-SAVEROOMSTATES NOT GREATER THAN 99 THEN
                 MOVE 1 TO INT-NUM1
                 PERFORM 0710-CHECKSAVESTATE TEST AFTER
                         UNTIL INT-NUM1 GREATER THAN
                               INT-SAVEROOMSTATES
              END-IF

      *       the flag slots only mean anything against the pack the
      *       checkpoint was taken on
              IF BLN-HAVELEVEL(1) EQUAL TO "N" THEN
                 MOVE "  (the old pack has no such level - the flag "
                    TO STR-REPORTLINE
                 MOVE "slots cannot be checked)"
                    TO STR-REPORTLINE(47:24)
                 PERFORM 0600-EMITLINE
              ELSE
                 MOVE 1 TO INT-NUM1
                 PERFORM 0720-CHECKEVENTFLAG TEST AFTER
                         UNTIL INT-NUM1 GREATER THAN 20
                 MOVE 1 TO INT-NUM1
                 PERFORM 0721-CHECKCREATUREFLAG TEST AFTER
                         UNTIL INT-NUM1 GREATER THAN 10
                 IF INT-SAVECONTAINERS IS NUMERIC AND
                    INT-SAVECONTAINERS NOT GREATER THAN 5 THEN
                    MOVE 1 TO INT-NUM1
                    PERFORM 0722-CHECKCONTAINERSLOT TEST AFTER
                            UNTIL INT-NUM1 GREATER THAN
                                  INT-SAVECONTAINERS
                 END-IF
              END-IF
              MOVE 1 TO INT-NUM1
              PERFORM 0723-CHECKITEMSCORED TEST AFTER
                      UNTIL INT-NUM1 GREATER THAN 30
           END-IF.

           IF INT-SAVEPROBLEMS EQUAL TO ZERO THEN
              MOVE "  (the checkpoint lines up with the new pack)"
                 TO STR-REPORTLINE
              PERFORM 0600-EMITLINE
           END-IF.

       0710-CHECKSAVESTATE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0701-CHECKSAVEDLEVEL - one saved
      *    room state: its room must still exist, and so must every
      *    room its saved exits lead to; the restore writes the saved
      *    exits and item over the new pack's, so a reroute or a
      *    moved item in that room would quietly be undone
           IF INT-SAVEROOMSTATES GREATER THAN ZERO AND
              INT-SAVESTATEID(INT-NUM1) IS NUMERIC AND
              INT-SAVESTATEID(INT-NUM1) NOT EQUAL TO ZERO THEN
              MOVE 2 TO INT-FINDSIDE
              MOVE INT-SAVESTATEID(INT-NUM1) TO INT-TARGETID
              PERFORM 0300-FINDROOMBYID
              MOVE INT-FOUNDSLOT TO INT-NEWSLOT
              MOVE 1 TO INT-FINDSIDE
              PERFORM 0300-FINDROOMBYID
              MOVE INT-FOUNDSLOT TO INT-OLDSLOT
              IF INT-NEWSLOT EQUAL TO ZERO THEN
                 MOVE SPACES TO STR-REPORTLINE
                 STRING "  PROBLEM: saved state for room "
                        DELIMITED BY SIZE
                        INT-SAVESTATEID(INT-NUM1) DELIMITED BY SIZE
                        " - the room is not in the new level"
                        DELIMITED BY SIZE
                        INTO STR-REPORTLINE
                 END-STRING
                 PERFORM 0790-EMITSAVEPROBLEM
              ELSE
                 MOVE 1 TO INT-NUM2
                 PERFORM 0711-CHECKSTATEEXIT TEST AFTER
                         UNTIL INT-NUM2 GREATER THAN 6
                 IF INT-OLDSLOT NOT EQUAL TO ZERO THEN
                    IF STR-SAVESTATEITEM(INT-NUM1) EQUAL TO
                       STR-ROOMITEM(1, INT-OLDSLOT) AND
                       STR-ROOMITEM(2, INT-NEWSLOT) NOT EQUAL TO
                       STR-ROOMITEM(1, INT-OLDSLOT) THEN
                       MOVE STR-ROOMITEM(1, INT-OLDSLOT)
                          TO STR-WASVALUE
                       MOVE STR-ROOMITEM(2, INT-NEWSLOT)
                          TO STR-NOWVALUE
                       PERFORM 0620-FILLNONE
                       MOVE SPACES TO STR-REPORTLINE
                       STRING "  PROBLEM: room " DELIMITED BY SIZE
                              INT-SAVESTATEID(INT-NUM1)
                              DELIMITED BY SIZE
                              " restores item " DELIMITED BY SIZE
                              FUNCTION TRIM(STR-WASVALUE)
                              DELIMITED BY SIZE
                              " over " DELIMITED BY SIZE
                              FUNCTION TRIM(STR-NOWVALUE)
                              DELIMITED BY SIZE
                              INTO STR-REPORTLINE
                       END-STRING
                       PERFORM 0790-EMITSAVEPROBLEM
                    END-IF
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO INT-NUM1.

       0711-CHECKSTATEEXIT.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0710-CHECKSAVESTATE - the saved exit
      *    in direction INT-NUM2 of a room both the checkpoint and
      *    the new pack have
           IF INT-SAVESTATEEXIT(INT-NUM1, INT-NUM2) IS NUMERIC THEN
              IF INT-SAVESTATEEXIT(INT-NUM1, INT-NUM2) NOT EQUAL TO
                 ZERO THEN
                 MOVE 2 TO INT-FINDSIDE
                 MOVE INT-SAVESTATEEXIT(INT-NUM1, INT-NUM2)
                    TO INT-TARGETID
                 PERFORM 0300-FINDROOMBYID
                 IF INT-FOUNDSLOT EQUAL TO ZERO THEN
                    MOVE SPACES TO STR-REPORTLINE
                    STRING "  PROBLEM: room " DELIMITED BY SIZE
                           INT-SAVESTATEID(INT-NUM1) DELIMITED BY SIZE
                           " saved " DELIMITED BY SIZE
                           FUNCTION TRIM(LST-DIRNAMES(INT-NUM2))
                           DELIMITED BY SIZE
                           " exit leads to room " DELIMITED BY SIZE
                           INT-TARGETID DELIMITED BY SIZE
                           ", not in the new level" DELIMITED BY SIZE
                           INTO STR-REPORTLINE
                    END-STRING
                    PERFORM 0790-EMITSAVEPROBLEM
                 END-IF
              END-IF
      *       an exit the player never changed still holds the old
      *       pack's value - restoring it undoes the new routing
              IF INT-OLDSLOT NOT EQUAL TO ZERO THEN
                 IF INT-SAVESTATEEXIT(INT-NUM1, INT-NUM2) EQUAL TO
                    INT-ROOMEXIT(1, INT-OLDSLOT, INT-NUM2) AND
                    INT-ROOMEXIT(2, INT-NEWSLOT, INT-NUM2) NOT EQUAL
                    TO INT-ROOMEXIT(1, INT-OLDSLOT, INT-NUM2) THEN
                    MOVE SPACES TO STR-REPORTLINE
                    STRING "  PROBLEM: room " DELIMITED BY SIZE
                           INT-SAVESTATEID(INT-NUM1) DELIMITED BY SIZE
                           " restores the old " DELIMITED BY SIZE
                           FUNCTION TRIM(LST-DIRNAMES(INT-NUM2))
                           DELIMITED BY SIZE
                           " exit " DELIMITED BY SIZE
                           INT-ROOMEXIT(1, INT-OLDSLOT, INT-NUM2)
                           DELIMITED BY SIZE
                           " over the new " DELIMITED BY SIZE
                           INT-ROOMEXIT(2, INT-NEWSLOT, INT-NUM2)
                           DELIMITED BY SIZE
                           INTO STR-REPORTLINE
                    END-STRING
                    PERFORM 0790-EMITSAVEPROBLEM
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO INT-NUM2.

       0720-CHECKEVENTFLAG.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0701-CHECKSAVEDLEVEL - an event the
      *    checkpoint says has fired must still be the same event in
      *    the same slot, or the restore marks the wrong one fired
           IF BLN-SAVEEVENTFIRED(INT-NUM1) EQUAL TO "Y" THEN
              EVALUATE TRUE
                 WHEN INT-NUM1 GREATER THAN INT-NUMEVENTS(2)
                    MOVE SPACES TO STR-REPORTLINE
                    STRING "  PROBLEM: event " DELIMITED BY SIZE
                           INT-NUM1(2:2) DELIMITED BY SIZE
                           " has fired, the new level has no event "
                           DELIMITED BY SIZE
                           INT-NUM1(2:2) DELIMITED BY SIZE
                           INTO STR-REPORTLINE
                    END-STRING
                    PERFORM 0790-EMITSAVEPROBLEM
                 WHEN INT-NUM1 GREATER THAN INT-NUMEVENTS(1)
                    CONTINUE
                 WHEN REC-EVENTRULE(1, INT-NUM1) NOT EQUAL TO
                      REC-EVENTRULE(2, INT-NUM1)
                    MOVE SPACES TO STR-REPORTLINE
                    STRING "  PROBLEM: event " DELIMITED BY SIZE
                           INT-NUM1(2:2) DELIMITED BY SIZE
                           " has fired, its slot holds a different "
                           DELIMITED BY SIZE
                           "event now" DELIMITED BY SIZE
                           INTO STR-REPORTLINE
                    END-STRING
                    PERFORM 0790-EMITSAVEPROBLEM
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
           ADD 1 TO INT-NUM1.

       0721-CHECKCREATUREFLAG.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0701-CHECKSAVEDLEVEL - a creature
      *    the checkpoint has dead must still be in the same slot
           IF BLN-SAVECREATUREDEAD(INT-NUM1) EQUAL TO "Y" THEN
              EVALUATE TRUE
                 WHEN INT-NUM1 GREATER THAN INT-NUMCREATURES(2)
                    MOVE SPACES TO STR-REPORTLINE
                    STRING "  PROBLEM: creature slot " DELIMITED BY SIZE
                           INT-NUM1(2:2) DELIMITED BY SIZE
                           " is dead, the new level has no creature "
                           DELIMITED BY SIZE
                           INT-NUM1(2:2) DELIMITED BY SIZE
                           INTO STR-REPORTLINE
                    END-STRING
                    PERFORM 0790-EMITSAVEPROBLEM
                 WHEN INT-NUM1 GREATER THAN INT-NUMCREATURES(1)
                    CONTINUE
                 WHEN STR-CREATURENAME(1, INT-NUM1) NOT EQUAL TO
                      STR-CREATURENAME(2, INT-NUM1)
                    MOVE SPACES TO STR-REPORTLINE
                    STRING "  PROBLEM: dead '" DELIMITED BY SIZE
                           FUNCTION TRIM(STR-CREATURENAME(1, INT-NUM1))
                           DELIMITED BY SIZE
                           "' would kill '" DELIMITED BY SIZE
                           FUNCTION TRIM(STR-CREATURENAME(2, INT-NUM1))
                           DELIMITED BY SIZE
                           "' (slot " DELIMITED BY SIZE
                           INT-NUM1(2:2) DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO STR-REPORTLINE
                    END-STRING
                    PERFORM 0790-EMITSAVEPROBLEM
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
           ADD 1 TO INT-NUM1.

       0722-CHECKCONTAINERSLOT.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0701-CHECKSAVEDLEVEL - a container's
      *    saved state is restored into the same slot, which must
      *    still hold the same container
           IF INT-SAVECONTAINERS GREATER THAN ZERO THEN
              EVALUATE TRUE
                 WHEN INT-NUM1 GREATER THAN INT-NUMCONTAINERS(2)
                    MOVE SPACES TO STR-REPORTLINE
                    STRING "  PROBLEM: container slot "
                           DELIMITED BY SIZE
                           INT-NUM1(3:1) DELIMITED BY SIZE
                           " is saved, the new level has no "
                           DELIMITED BY SIZE
                           "container " DELIMITED BY SIZE
                           INT-NUM1(3:1) DELIMITED BY SIZE
                           INTO STR-REPORTLINE
                    END-STRING
                    PERFORM 0790-EMITSAVEPROBLEM
                 WHEN INT-NUM1 GREATER THAN INT-NUMCONTAINERS(1)
                    CONTINUE
                 WHEN STR-CONTAINERNAME(1, INT-NUM1) NOT EQUAL TO
                      STR-CONTAINERNAME(2, INT-NUM1)
                    MOVE SPACES TO STR-REPORTLINE
                    STRING "  PROBLEM: saved '" DELIMITED BY SIZE
                           FUNCTION TRIM(STR-CONTAINERNAME(1, INT-NUM1))
                           DELIMITED BY SIZE
                           "' would restore into '" DELIMITED BY SIZE
                           FUNCTION TRIM(STR-CONTAINERNAME(2, INT-NUM1))
                           DELIMITED BY SIZE
                           "'" DELIMITED BY SIZE
                           INTO STR-REPORTLINE
                    END-STRING
                    PERFORM 0790-EMITSAVEPROBLEM
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
           ADD 1 TO INT-NUM1.

       0723-CHECKITEMSCORED.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0701-CHECKSAVEDLEVEL - the checkpoint
      *    remembers which item master slots have already scored, so
      *    a reordered item master scores the wrong items
           IF BLN-SAVEITEMSCORED(INT-NUM1) EQUAL TO "Y" AND
              INT-NUM1 NOT GREATER THAN INT-NUMITEMS(1) THEN
              IF STR-ITEMNAME(1, INT-NUM1) NOT EQUAL TO
                 STR-ITEMNAME(2, INT-NUM1) THEN
                 MOVE STR-ITEMNAME(1, INT-NUM1) TO STR-WASVALUE
                 MOVE STR-ITEMNAME(2, INT-NUM1) TO STR-NOWVALUE
                 PERFORM 0620-FILLNONE
                 MOVE SPACES TO STR-REPORTLINE
                 STRING "  PROBLEM: scored item slot " DELIMITED BY SIZE
                        INT-NUM1(2:2) DELIMITED BY SIZE
                        " was " DELIMITED BY SIZE
                        FUNCTION TRIM(STR-WASVALUE) DELIMITED BY SIZE
                        ", is now " DELIMITED BY SIZE
                        FUNCTION TRIM(STR-NOWVALUE) DELIMITED BY SIZE
                        INTO STR-REPORTLINE
                 END-STRING
                 PERFORM 0790-EMITSAVEPROBLEM
              END-IF
           END-IF.
           ADD 1 TO INT-NUM1.

       0790-EMITSAVEPROBLEM.
      *    Created 15/10/2026 By Roger Williams
      *
      *    custom function - counts and writes one checkpoint problem
      *    already built in STR-REPORTLINE
           ADD 1 TO INT-SAVEPROBLEMS.
           PERFORM 0600-EMITLINE.

      *    custom functions

       0012-SETFILEPATHS.
      *    Created 15/10/2026 By Roger Williams
      *
      *    reads the optional ROGADVENTUREPATH environment variable,
      *    exactly as the game does - the pack in service and the
      *    checkpoint live there; ROGADVENTUREOLDPACK overrides the
      *    old pack's directory and ROGADVENTURENEWPACK names the new
           MOVE SPACES TO STR-LIVEPATH.
           ACCEPT STR-LIVEPATH FROM ENVIRONMENT "ROGADVENTUREPATH".
           MOVE SPACES TO STR-SIDEPATH(1).
           ACCEPT STR-SIDEPATH(1)
              FROM ENVIRONMENT "ROGADVENTUREOLDPACK".
           IF STR-SIDEPATH(1) EQUAL TO SPACES THEN
              MOVE STR-LIVEPATH TO STR-SIDEPATH(1)
           END-IF.
           MOVE SPACES TO STR-SIDEPATH(2).
           ACCEPT STR-SIDEPATH(2)
              FROM ENVIRONMENT "ROGADVENTURENEWPACK".

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
              MOVE STR-REPORTLINE TO REC-IMPACT
              WRITE REC-IMPACT
           END-IF.

       0610-EMITCHANGE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    custom function - counts and writes one change already
      *    built in STR-REPORTLINE
           ADD 1 TO INT-LEVELCHANGES.
           ADD 1 TO INT-CHANGECOUNT.
           PERFORM 0600-EMITLINE.

       0620-FILLNONE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    custom function - a blank old or new value in a change
      *    line reads as "(none)"
           IF STR-WASVALUE EQUAL TO SPACES THEN
              MOVE "(none)" TO STR-WASVALUE
           END-IF.
           IF STR-NOWVALUE EQUAL TO SPACES THEN
              MOVE "(none)" TO STR-NOWVALUE
           END-IF.

       END PROGRAM ROGsPackImpactCOBOL.
