      ******************************************************************
      * Author: Roger Williams
      * Date:   15/10/2026
      * Purpose:Level par and difficulty report for
      *         ROGsTextAdventureCOBOL
      *
      *the analyzer proves a level CAN be finished and the analytics
      *job shows how players actually fared, but nothing put the two
      *side by side - pack review meetings pieced it together by hand
      *from two printouts. this job does both and writes, per level,
      *to the console AND LEVEL_PAR_COBOL.TXT:
      *
      *  - par: the fewest commands that finish the level - every
      *    move from room 1 to a dead-end "level complete" room plus
      *    every "take" of an item a gated exit on the way needs,
      *    worked out breadth-first over (room, gate items held) so a
      *    key fetched from a side room is costed properly
      *  - what players really take: average accepted commands per
      *    completed level, read from the transcripts exactly as the
      *    analytics job counts them, and that as a percentage of par
      *  - completion, quit, death and rejected-command rates
      *  - a flag for the authors on every level played well over par
      *    or abandoned too often
      *
      *the transcripts named in the session index SESSIONS_COBOL.TXT
      *are always read; set the optional ROGADVENTUREFROM (and
      *ROGADVENTURETO, default today) environment variables to a
      *YYYYMMDD date and the dated ARCHIVE_YYYYMMDD_COBOL.TXT files
      *the end-of-day sweep wrote for that range are read as well
      *
      *NOTE: par counts only what the level file demands - players
      *      also look, check their inventory and read the help, so a
      *      level is flagged only once its average passes
      *      INT-OVERPARPCT per cent of par; par assumes gate items
      *      are picked up where the level file lays them in a room
      *      and knows nothing of containers, creatures or recipes -
      *      a level whose only route needs a gate item lying in no
      *      room is reported as having no par that can be worked
      *      out rather than as having no route. an ENDGAME event on
      *      entering a room finishes the level there just as a dead
      *      end does; one with any other trigger cannot be costed
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROGsLevelParCOBOL.

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

      *    optional pack manifest - the same file the game reads for
      *    the level count and the files each level uses
           SELECT FILE-MANIFEST ASSIGN TO DYNAMIC
             STR-MANIFESTNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-MANIFESTFILESTATUS.

           SELECT FILE-SESSIONLOG ASSIGN TO DYNAMIC
             STR-SESSIONLOGNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-SESSIONLOGFILESTATUS.

      *    the transcript or dated archive being digested - one at a
      *    time, re-opened per file
           SELECT FILE-TRANSCRIPT ASSIGN TO DYNAMIC
             STR-TRANSCRIPTNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-TRANSCRIPTFILESTATUS.

      *    the level's scripted events - only ENDGAME is wanted
           SELECT FILE-EVENTS ASSIGN TO DYNAMIC
             STR-EVENTSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-EVENTSFILESTATUS.

           SELECT FILE-ANALYSIS ASSIGN TO DYNAMIC
             STR-ANALYSISNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-ANALYSISFILESTATUS.

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

      *define one pack manifest line - "KEYWORD:value", the same
      *lines FD FILE-MANIFEST in ROGsTextAdventureCOBOL reads
       FD FILE-MANIFEST.
           01 REC-MANIFEST PIC X(80).

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

      *define one transcript or archive line being digested - the
      *archive carries transcripts verbatim, so one width serves both
       FD FILE-TRANSCRIPT.
           01 REC-TRANSCRIPT PIC X(120).

      *define one report line written to LEVEL_PAR_COBOL.TXT
       FD FILE-ANALYSIS.
           01 REC-ANALYSIS PIC X(80).

       WORKING-STORAGE SECTION.
      *    define file location vars - same convention as the game
           01 STR-PROJECTPATH PIC X(200) VALUE SPACES.
           77 STR-LEVELSRCNAME PIC X(200) VALUE SPACES.
           77 STR-LEVELSRCFILESTATUS PIC XX VALUE SPACES.
           77 STR-LEVEL1NAME PIC X(200) VALUE "LEVEL1_COBOL.TXT".
           77 STR-LEVEL1FILESTATUS PIC XX VALUE SPACES.
           77 STR-SESSIONLOGNAME PIC X(200)
             VALUE "SESSIONS_COBOL.TXT".
           77 STR-SESSIONLOGFILESTATUS PIC XX VALUE SPACES.
           77 STR-TRANSCRIPTNAME PIC X(200) VALUE SPACES.
           77 STR-TRANSCRIPTFILESTATUS PIC XX VALUE SPACES.
           77 STR-ANALYSISNAME PIC X(200)
             VALUE "LEVEL_PAR_COBOL.TXT".
           77 STR-ANALYSISFILESTATUS PIC XX VALUE SPACES.
           77 STR-EVENTSNAME PIC X(200) VALUE "EVENTS1_COBOL.TXT".
           77 STR-EVENTSFILESTATUS PIC XX VALUE SPACES.
      *    scratch vars used by 0503-BUILDFULLPATH
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

      *    the archive date range - both YYYYMMDD, spaces means the
      *    dated archives are not read at all
           77 STR-FROMDATE PIC X(8) VALUE SPACES.
           77 STR-TODATE PIC X(8) VALUE SPACES.
      *    the range as day numbers, and the day being read
           77 INT-FROMDAY PIC 9(7) VALUE ZEROS.
           77 INT-TODAY PIC 9(7) VALUE ZEROS.
           77 INT-ARCHIVEDAY PIC 9(7) VALUE ZEROS.
           77 INT-ARCHIVEDATE PIC 9(8) VALUE ZEROS.
           77 INT-NUMARCHIVES PIC 999 VALUE ZEROS.
      *    "Y" while the archive lines being read belong to a
      *    transcript rather than a summary or session report
           77 BLN-INTRANSCRIPT PIC X VALUE "N".
           77 INT-TRANSCRIPTTAG PIC 99 VALUE ZEROS.

      *    room class vars allow maximum of 99 rooms per level -
      *    same table shape the analyzer loads a level into
           01 REC-ROOM-INTERNAL.
            03 REC-ROOM OCCURS 99 TIMES.
              05 INT-ROOMID PIC 99 VALUE ZEROES.
              05 INT-NEXTROOMNORTH PIC 99 VALUE ZEROES.
              05 INT-NEXTROOMSOUTH PIC 99 VALUE ZEROES.
              05 INT-NEXTROOMEAST PIC 99 VALUE ZEROES.
              05 INT-NEXTROOMWEST PIC 99 VALUE ZEROES.
              05 STR-ROOMITEM PIC X(20) VALUE SPACES.
              05 STR-ITEMREQNORTH PIC X(20) VALUE SPACES.
              05 STR-ITEMREQSOUTH PIC X(20) VALUE SPACES.
              05 STR-ITEMREQEAST PIC X(20) VALUE SPACES.
              05 STR-ITEMREQWEST PIC X(20) VALUE SPACES.
              05 INT-NEXTROOMUP PIC 99 VALUE ZEROES.
              05 INT-NEXTROOMDOWN PIC 99 VALUE ZEROES.
              05 STR-ITEMREQUP PIC X(20) VALUE SPACES.
              05 STR-ITEMREQDOWN PIC X(20) VALUE SPACES.

      *    table slot of each room id, 0 = no such room - saves a
      *    table search for every exit the par search tries
           01 REC-SLOTOFID-INTERNAL.
            03 INT-SLOTOFID OCCURS 99 TIMES PIC 99 VALUE ZEROS.

      *    "Y" for each room id an ENTERROOM ENDGAME event finishes
      *    the level in, and "Y" when the level also has an ENDGAME
      *    event with some other trigger, which par cannot follow
           01 REC-ENDROOM-INTERNAL.
            03 BLN-ENDROOM OCCURS 99 TIMES PIC X VALUE "N".
           77 BLN-OTHERENDGAME PIC X VALUE "N".
      *    "Y" when the room being expanded finishes the level
           77 BLN-LEVELENDS PIC X VALUE "N".

      *    the distinct items the level's gated exits ask for - the
      *    par search tracks which of them the player holds as a
      *    bit mask, so eight of them make 256 holdings per room
           01 REC-GATEITEM-INTERNAL.
            03 STR-GATEITEM OCCURS 8 TIMES PIC X(20) VALUE SPACES.
           77 INT-NUMGATEITEMS PIC 99 VALUE ZEROS.
           77 INT-GATEIDX PIC 99 VALUE ZEROS.
      *    "Y" when the level gates on more items than are tracked
           77 BLN-TOOMANYGATES PIC X VALUE "N".
      *    "Y" once a room is found holding the gate item looked for
           77 BLN-HASSOURCE PIC X VALUE "N".

      *    the value of each gate item's bit in the mask
           01 LST-BITS-INTERNAL.
              05 FILLER PIC 999 VALUE 1.
              05 FILLER PIC 999 VALUE 2.
              05 FILLER PIC 999 VALUE 4.
              05 FILLER PIC 999 VALUE 8.
              05 FILLER PIC 999 VALUE 16.
              05 FILLER PIC 999 VALUE 32.
              05 FILLER PIC 999 VALUE 64.
              05 FILLER PIC 999 VALUE 128.
           01 LST-BITS-REDEF REDEFINES LST-BITS-INTERNAL.
              05 INT-BITVALUE OCCURS 8 TIMES PIC 999.

      *    par search state table - state number is
      *    (mask * 99) + table slot, so 256 masks of 99 rooms
           01 REC-PARSTATE-INTERNAL.
            03 REC-PARSTATE OCCURS 25344 TIMES.
              05 BLN-STATESEEN PIC X VALUE "N".
              05 INT-STATEDIST PIC 9(4) VALUE ZEROS.
      *    breadth-first work queue of state numbers
           01 REC-PARQUEUE-INTERNAL.
            03 INT-PARQUEUE OCCURS 25344 TIMES PIC 9(5) VALUE ZEROS.
           77 INT-PARQHEAD PIC 9(5) VALUE ZEROS.
           77 INT-PARQTAIL PIC 9(5) VALUE ZEROS.
           77 INT-NUMMASKS PIC 999 VALUE ZEROS.
           77 INT-NUMSTATES PIC 9(5) VALUE ZEROS.
           77 INT-STATENUM PIC 9(5) VALUE ZEROS.

      *    the state being expanded and the one it leads to
           77 INT-CURSTATE PIC 9(5) VALUE ZEROS.
           77 INT-CURMASK PIC 999 VALUE ZEROS.
           77 INT-CURSLOT PIC 99 VALUE ZEROS.
           77 INT-CURDIST PIC 9(4) VALUE ZEROS.
           77 INT-NEWMASK PIC 999 VALUE ZEROS.
           77 INT-NEWSLOT PIC 99 VALUE ZEROS.
           77 INT-TARGETID PIC 99 VALUE ZEROS.
           77 STR-TRYREQ PIC X(20) VALUE SPACES.
           77 BLN-EXITPASSABLE PIC X VALUE "N".
      *    bit test work vars
           77 BLN-HASBIT PIC X VALUE "N".
           77 INT-BITQUOT PIC 999 VALUE ZEROS.
           77 INT-BITHALF PIC 999 VALUE ZEROS.
           77 INT-BITREM PIC 9 VALUE ZERO.
      *    "Y" once the search has reached a level-complete room
           77 BLN-PARFOUND PIC X VALUE "N".
           77 INT-PARMASK PIC 999 VALUE ZEROS.

      *    per level results - par, the gate items its route takes,
      *    and why no par could be given:
      *    OK, NOSTART (no room 1), NOEND (no route to a dead end),
      *    GATES (more gate items than are tracked), NOSOURCE (no
      *    route, and a gate item lies in no room - it may come from
      *    a container, creature or recipe par cannot cost),
      *    EVENTEND (no route, and the level may end on an ENDGAME
      *    event par cannot follow)
           01 REC-LEVELPAR-INTERNAL.
            03 REC-LEVELPAR OCCURS 9 TIMES.
              05 BLN-LEVELLOADED PIC X VALUE "N".
              05 INT-LEVELROOMS PIC 999 VALUE ZEROS.
              05 STR-PARSTATE PIC X(8) VALUE SPACES.
              05 INT-LEVELPARMOVES PIC 9(4) VALUE ZEROS.
              05 INT-LEVELPARITEMS PIC 9 VALUE ZERO.
      *       the first gate item no room holds, spaces = none
              05 STR-PARNOSOURCE PIC X(20) VALUE SPACES.

      *    per level play tallies from the transcripts
           01 REC-LEVELPLAY-INTERNAL.
            03 REC-LEVELPLAY OCCURS 9 TIMES.
              05 INT-PLAYENTERED PIC 9(5) VALUE ZEROS.
              05 INT-PLAYDONE PIC 9(5) VALUE ZEROS.
              05 INT-PLAYDONEMOVES PIC 9(7) VALUE ZEROS.
              05 INT-PLAYQUITS PIC 9(5) VALUE ZEROS.
              05 INT-PLAYDEATHS PIC 9(5) VALUE ZEROS.
              05 INT-PLAYCMDS PIC 9(7) VALUE ZEROS.
              05 INT-PLAYREJECTED PIC 9(7) VALUE ZEROS.

      *    the transcript line being digested, split into its parts
           77 INT-LINELEVEL PIC 9 VALUE ZEROS.
           77 INT-LINEROOM PIC 99 VALUE ZEROS.
           77 STR-LINECMD PIC X(20) VALUE SPACES.
           77 STR-LINEFLAGPART PIC X(10) VALUE SPACES.
           77 STR-LINEFLAG PIC X VALUE SPACES.
           77 STR-LINEOUTCOME PIC X(4) VALUE SPACES.

      *    where the session being digested currently stands - level
      *    0 until its first command is seen
           77 INT-SESSLEVEL PIC 9 VALUE ZERO.
           77 INT-SESSLEVELMOVES PIC 9(5) VALUE ZEROS.

      *    how many transcripts were digested and lines seen
           77 INT-NUMTRANSCRIPTS PIC 9(5) VALUE ZEROS.
           77 INT-NUMLINES PIC 9(7) VALUE ZEROS.

      *    the authors are told about a level once players average
      *    more than INT-OVERPARPCT per cent of par, or once
      *    INT-HEAVYQUITPCT per cent of its plays end in "exit" -
      *    neither is judged on fewer than INT-MINPLAYS plays
           77 INT-OVERPARPCT PIC 999 VALUE 200.
           77 INT-HEAVYQUITPCT PIC 999 VALUE 25.
           77 INT-MINPLAYS PIC 999 VALUE 3.
           77 INT-FLAGCOUNT PIC 99 VALUE ZEROS.

      *    report figures worked out per level
           77 INT-AVGMOVES PIC 9(5) VALUE ZEROS.
           77 INT-PCTPAR PIC 9(4) VALUE ZEROS.
           77 INT-PCT PIC 999 VALUE ZEROS.
           77 INT-PARTOTAL PIC 9(4) VALUE ZEROS.

      *    which level file is being worked on
           77 INT-CURLEVEL PIC 99 VALUE 1.
      *    stores number of rooms loaded for the level being checked
           77 INT-NUMROOMS PIC 999 VALUE ZEROS.
      *    "Y" once any level file at all has been found
           77 BLN-FOUNDALEVEL PIC X VALUE "N".

      *    report line being built
           77 STR-REPORTLINE PIC X(80) VALUE SPACES.
      *    "Y" while the report file opened ok and can be written
           77 BLN-REPORTOPEN PIC X VALUE "N".

      *    general purpose loop counters, wide enough to step one
      *    past a 99-room loop bound
           77 INT-NUM1 PIC 999 VALUE ZEROS.
           77 INT-NUM2 PIC 999 VALUE ZEROS.
           77 INT-NUM3 PIC 999 VALUE ZEROS.
      *    scratch vars for parsing the variable source format
           77 STR-SRCVALUE PIC X(84) VALUE SPACES.
           77 INT-PARSEDNUM PIC 99 VALUE ZEROS.
           77 BLN-NUMOK PIC X VALUE "N".
      *    "Y" once the too-many-rooms warning has been shown
           77 BLN-OVERFLOWWARNED PIC X VALUE "N".
      *    "Y" while a ROOM: block of the source format is open
           77 BLN-SRCROOMOPEN PIC X VALUE "N".

      *    handle EOF for each input file
           77 ENDOFLEVELFILE PIC 9(01) VALUE 0.
           77 ENDOFSRCFILE PIC 9(01) VALUE 0.
           77 ENDOFLOGFILE PIC 9(01) VALUE 0.
           77 ENDOFTRANSCRIPT PIC 9(01) VALUE 0.
           77 ENDOFEVENTFILE PIC 9(01) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    work out where the data files live before opening any of
      *    them
           PERFORM 0012-SETFILEPATHS.

           MOVE "LEVEL_PAR_COBOL.TXT" TO STR-BAREFILENAME.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-ANALYSISNAME.

           OPEN OUTPUT FILE-ANALYSIS.
           IF STR-ANALYSISFILESTATUS EQUAL TO "00" THEN
              MOVE "Y" TO BLN-REPORTOPEN
           ELSE
              DISPLAY "WARNING: could not open the par report "
                      "file, output goes to the console only"
           END-IF.

           MOVE "ROGs Text Adventure - Level Par and Difficulty"
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

      *    the play figures - today's transcripts, then any dated
      *    archives asked for
           PERFORM 0100-DIGESTSESSIONINDEX.
           IF STR-FROMDATE NOT EQUAL TO SPACES THEN
              PERFORM 0150-DIGESTARCHIVES
           END-IF.

           MOVE SPACES TO STR-REPORTLINE.
           STRING "Transcripts digested: " DELIMITED BY SIZE
                  INT-NUMTRANSCRIPTS DELIMITED BY SIZE
                  ", commands seen: " DELIMITED BY SIZE
                  INT-NUMLINES DELIMITED BY SIZE
                  INTO STR-REPORTLINE
           END-STRING.
           PERFORM 0600-EMITLINE.

      *    par for every level number the pack defines - all nine
      *    possible numbers when there is no manifest to say
           MOVE 1 TO INT-CURLEVEL.
           PERFORM 0200-PARONELEVEL TEST AFTER
                   UNTIL INT-CURLEVEL GREATER THAN INT-PACKLEVELS.

           IF BLN-FOUNDALEVEL EQUAL TO "N" THEN
              MOVE "No LEVELn_COBOL.TXT files found to work par for!"
                 TO STR-REPORTLINE
              PERFORM 0600-EMITLINE
           ELSE
              PERFORM 0400-REPORTLEVELS
              PERFORM 0420-REPORTFLAGS
           END-IF.

           IF BLN-REPORTOPEN EQUAL TO "Y" THEN
              CLOSE FILE-ANALYSIS
              DISPLAY "Report written to "
                      FUNCTION TRIM(STR-ANALYSISNAME)
           END-IF.

           STOP RUN.

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

       0100-DIGESTSESSIONINDEX.
      *    Created 15/10/2026 By Roger Williams
      *
      *    digests the transcript of every session in today's index
      *    - no index just means nothing has been played since the
      *    last sweep
           MOVE "SESSIONS_COBOL.TXT" TO STR-BAREFILENAME.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-SESSIONLOGNAME.

           OPEN INPUT FILE-SESSIONLOG.
           IF STR-SESSIONLOGFILESTATUS EQUAL TO "00" THEN
              MOVE 0 TO ENDOFLOGFILE
              READ FILE-SESSIONLOG
                    AT END MOVE 1 TO ENDOFLOGFILE
              END-READ
              PERFORM 0101-DIGESTONESESSION TEST AFTER
                      UNTIL ENDOFLOGFILE EQUAL TO 1
              CLOSE FILE-SESSIONLOG
           END-IF.

       0101-DIGESTONESESSION.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0100-DIGESTSESSIONINDEX - digests
      *    the transcript the index line already read names, then
      *    reads ahead for the next index line
           IF ENDOFLOGFILE NOT EQUAL TO 1 THEN
              IF STR-SESSLOGTRANSCRIPT NOT EQUAL TO SPACES THEN
                 MOVE STR-SESSLOGTRANSCRIPT TO STR-BAREFILENAME
                 PERFORM 0503-BUILDFULLPATH
                 MOVE STR-FULLFILENAME TO STR-TRANSCRIPTNAME
                 PERFORM 0110-DIGESTONETRANSCRIPT
              END-IF
              INITIALIZE REC-SESSIONLOG
              READ FILE-SESSIONLOG INTO REC-SESSIONLOG
                    AT END MOVE 1 TO ENDOFLOGFILE
              END-READ
           END-IF.

       0110-DIGESTONETRANSCRIPT.
      *    Created 15/10/2026 By Roger Williams
      *
      *    reads one transcript front to back - a transcript already
      *    swept away is skipped, not an error
           OPEN INPUT FILE-TRANSCRIPT.
           IF STR-TRANSCRIPTFILESTATUS EQUAL TO "00" THEN
              PERFORM 0115-STARTSESSION
              MOVE 0 TO ENDOFTRANSCRIPT
              READ FILE-TRANSCRIPT
                    AT END MOVE 1 TO ENDOFTRANSCRIPT
              END-READ
              PERFORM 0111-DIGESTTRANSCRIPTLINE TEST AFTER
                      UNTIL ENDOFTRANSCRIPT EQUAL TO 1
              CLOSE FILE-TRANSCRIPT
           END-IF.

       0111-DIGESTTRANSCRIPTLINE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0110-DIGESTONETRANSCRIPT - handles
      *    the line already read, then reads ahead
           IF ENDOFTRANSCRIPT NOT EQUAL TO 1 THEN
              PERFORM 0120-DIGESTONELINE
              READ FILE-TRANSCRIPT
                    AT END MOVE 1 TO ENDOFTRANSCRIPT
              END-READ
           END-IF.

       0115-STARTSESSION.
      *    Created 15/10/2026 By Roger Williams
      *
      *    a new transcript begins - the session has not entered any
      *    level until its first command is seen
           ADD 1 TO INT-NUMTRANSCRIPTS.
           MOVE ZERO TO INT-SESSLEVEL.
           MOVE ZERO TO INT-SESSLEVELMOVES.

       0120-DIGESTONELINE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    one transcript line in REC-TRANSCRIPT - command lines are
      *    split exactly as ROGsPlayStatsCOBOL splits them, and the
      *    "End:" line says how the session finished; the session
      *    header carries nothing needed here
           EVALUATE TRUE
      *       the current format: "Level n Room nn: command -> Y"
              WHEN REC-TRANSCRIPT(1:6) EQUAL TO "Level "
                 MOVE ZERO TO INT-LINELEVEL
                 IF REC-TRANSCRIPT(7:1) IS NUMERIC THEN
                    MOVE REC-TRANSCRIPT(7:1) TO INT-LINELEVEL
                 END-IF
                 MOVE ZERO TO INT-LINEROOM
                 IF REC-TRANSCRIPT(14:2) IS NUMERIC THEN
                    MOVE REC-TRANSCRIPT(14:2) TO INT-LINEROOM
                 END-IF
                 MOVE SPACES TO STR-LINECMD
                 MOVE SPACES TO STR-LINEFLAGPART
                 UNSTRING REC-TRANSCRIPT(18:100)
                    DELIMITED BY " -> "
                    INTO STR-LINECMD STR-LINEFLAGPART
                 END-UNSTRING
                 MOVE STR-LINEFLAGPART(1:1) TO STR-LINEFLAG
                 PERFORM 0130-TALLYONECOMMAND
      *       transcripts from before the level was logged count
      *       everything against level 1
              WHEN REC-TRANSCRIPT(1:5) EQUAL TO "Room "
                 MOVE 1 TO INT-LINELEVEL
                 MOVE ZERO TO INT-LINEROOM
                 IF REC-TRANSCRIPT(6:2) IS NUMERIC THEN
                    MOVE REC-TRANSCRIPT(6:2) TO INT-LINEROOM
                 END-IF
                 MOVE SPACES TO STR-LINECMD
                 MOVE SPACES TO STR-LINEFLAGPART
                 UNSTRING REC-TRANSCRIPT(10:100)
                    DELIMITED BY " -> "
                    INTO STR-LINECMD STR-LINEFLAGPART
                 END-UNSTRING
                 MOVE STR-LINEFLAGPART(1:1) TO STR-LINEFLAG
                 PERFORM 0130-TALLYONECOMMAND
      *       "End: room nn score nnnnn outcome XXXX" - a transcript
      *       from before outcomes were recorded has none
              WHEN REC-TRANSCRIPT(1:5) EQUAL TO "End: "
                 MOVE REC-TRANSCRIPT(34:4) TO STR-LINEOUTCOME
                 PERFORM 0140-TALLYSESSIONEND
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       0130-TALLYONECOMMAND.
      *    Created 15/10/2026 By Roger Williams
      *
      *    adds one parsed command line into the level tallies - a
      *    level number above the session's current one means the
      *    previous level was completed; "exit" is a quit, a
      *    rejected command is counted but is not a move
           IF INT-LINELEVEL EQUAL TO ZERO OR
              INT-LINEROOM EQUAL TO ZERO THEN
              CONTINUE
           ELSE
              ADD 1 TO INT-NUMLINES

              IF INT-LINELEVEL NOT EQUAL TO INT-SESSLEVEL THEN
                 IF INT-SESSLEVEL NOT EQUAL TO ZERO AND
                    INT-LINELEVEL GREATER THAN INT-SESSLEVEL THEN
                    ADD 1 TO INT-PLAYDONE(INT-SESSLEVEL)
                    ADD INT-SESSLEVELMOVES
                       TO INT-PLAYDONEMOVES(INT-SESSLEVEL)
                 END-IF
                 MOVE INT-LINELEVEL TO INT-SESSLEVEL
                 MOVE ZERO TO INT-SESSLEVELMOVES
                 ADD 1 TO INT-PLAYENTERED(INT-SESSLEVEL)
              END-IF

              ADD 1 TO INT-PLAYCMDS(INT-SESSLEVEL)
              IF FUNCTION TRIM(STR-LINECMD) EQUAL TO "exit" THEN
                 ADD 1 TO INT-PLAYQUITS(INT-SESSLEVEL)
              ELSE
                 IF STR-LINEFLAG EQUAL TO "N" THEN
                    ADD 1 TO INT-PLAYREJECTED(INT-SESSLEVEL)
                 ELSE
                    ADD 1 TO INT-SESSLEVELMOVES
                 END-IF
              END-IF
           END-IF.

       0140-TALLYSESSIONEND.
      *    Created 15/10/2026 By Roger Williams
      *
      *    the session's "End:" line - a win completes the level the
      *    session finished on (the last level has no next one to
      *    show it), a death is counted against it; the session is
      *    closed so nothing is counted twice
           IF INT-SESSLEVEL NOT EQUAL TO ZERO THEN
              IF STR-LINEOUTCOME EQUAL TO "WON " THEN
                 ADD 1 TO INT-PLAYDONE(INT-SESSLEVEL)
                 ADD INT-SESSLEVELMOVES
                    TO INT-PLAYDONEMOVES(INT-SESSLEVEL)
              END-IF
              IF STR-LINEOUTCOME EQUAL TO "DIED" THEN
                 ADD 1 TO INT-PLAYDEATHS(INT-SESSLEVEL)
              END-IF
           END-IF.
           MOVE ZERO TO INT-SESSLEVEL.
           MOVE ZERO TO INT-SESSLEVELMOVES.

       0150-DIGESTARCHIVES.
      *    Created 15/10/2026 By Roger Williams
      *
      *    reads every ARCHIVE_YYYYMMDD_COBOL.TXT from
      *    ROGADVENTUREFROM to ROGADVENTURETO (today when unset) - a
      *    day with no archive is simply skipped, nobody played
           IF STR-TODATE EQUAL TO SPACES THEN
              ACCEPT STR-TODATE FROM DATE YYYYMMDD
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
              PERFORM 0151-DIGESTONEARCHIVE TEST AFTER
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

       0151-DIGESTONEARCHIVE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0150-DIGESTARCHIVES - digests the
      *    transcripts the sweep copied into one day's archive
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
              MOVE "N" TO BLN-INTRANSCRIPT
              MOVE 0 TO ENDOFTRANSCRIPT
              READ FILE-TRANSCRIPT
                    AT END MOVE 1 TO ENDOFTRANSCRIPT
              END-READ
              PERFORM 0152-DIGESTARCHIVELINE TEST AFTER
                      UNTIL ENDOFTRANSCRIPT EQUAL TO 1
              CLOSE FILE-TRANSCRIPT
           END-IF.

           ADD 1 TO INT-ARCHIVEDAY.

       0152-DIGESTARCHIVELINE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0151-DIGESTONEARCHIVE - the sweep
      *    puts a "==== name" line ahead of every file it copies in,
      *    so a separator naming a TRANSCRIPT_ file starts a session
      *    and any other one (the session report) ends it
           IF ENDOFTRANSCRIPT NOT EQUAL TO 1 THEN
              IF REC-TRANSCRIPT(1:5) EQUAL TO "==== " THEN
                 MOVE ZERO TO INT-TRANSCRIPTTAG
                 INSPECT REC-TRANSCRIPT TALLYING INT-TRANSCRIPTTAG
                         FOR ALL "TRANSCRIPT_"
                 IF INT-TRANSCRIPTTAG GREATER THAN ZERO AND
                    REC-TRANSCRIPT(6:9) NOT EQUAL TO "missing: " THEN
                    MOVE "Y" TO BLN-INTRANSCRIPT
                    PERFORM 0115-STARTSESSION
                 ELSE
                    MOVE "N" TO BLN-INTRANSCRIPT
                 END-IF
              ELSE
                 IF BLN-INTRANSCRIPT EQUAL TO "Y" THEN
                    PERFORM 0120-DIGESTONELINE
                 END-IF
              END-IF
              READ FILE-TRANSCRIPT
                    AT END MOVE 1 TO ENDOFTRANSCRIPT
              END-READ
           END-IF.

       0200-PARONELEVEL.
      *    Created 15/10/2026 By Roger Williams
      *
      *    loads one level the way the analyzer does - the variable
      *    LEVELn_SRC_COBOL.TXT source first, else the classic fixed
      *    LEVELn_COBOL.TXT, under the manifest's names when it
      *    gives them - and works out its par; a missing level
      *    number is simply skipped
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

           OPEN INPUT FILE-LEVELSRC.
           IF STR-LEVELSRCFILESTATUS EQUAL TO "00" THEN
              MOVE "Y" TO BLN-FOUNDALEVEL
              PERFORM 0220-LOADSRCLEVEL
              CLOSE FILE-LEVELSRC
              PERFORM 0300-WORKOUTPAR
           ELSE
              MOVE 0 TO ENDOFLEVELFILE
              OPEN INPUT FILE-LEVEL1
              IF STR-LEVEL1FILESTATUS EQUAL TO "00" THEN
                 MOVE "Y" TO BLN-FOUNDALEVEL
                 PERFORM 0210-LOADLEVEL
                 CLOSE FILE-LEVEL1
                 PERFORM 0300-WORKOUTPAR
              END-IF
           END-IF.

           ADD 1 TO INT-CURLEVEL.

       0210-LOADLEVEL.
      *    Created 15/10/2026 By Roger Williams
      *
      *    reads the already-opened level file into the room table,
      *    keeping only the fields the par search needs
           MOVE ZERO TO INT-NUMROOMS.
           INITIALIZE REC-ROOM-INTERNAL.
           MOVE "N" TO BLN-OVERFLOWWARNED.

           READ FILE-LEVEL1
                 AT END MOVE 1 TO ENDOFLEVELFILE
           END-READ.

           PERFORM 0211-STOREROOMLINE TEST AFTER
                   UNTIL ENDOFLEVELFILE EQUAL TO 1.

       0211-STOREROOMLINE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0210-LOADLEVEL - stores the room
      *    record already read, then reads ahead for the next one
           IF ENDOFLEVELFILE NOT EQUAL TO 1 THEN
              IF INT-NUMROOMS GREATER THAN OR EQUAL TO 99 THEN
                 IF BLN-OVERFLOWWARNED EQUAL TO "N" THEN
                    DISPLAY "WARNING: more than 99 rooms - extra "
                            "rooms NOT costed"
                    MOVE "Y" TO BLN-OVERFLOWWARNED
                 END-IF
              ELSE
                 ADD 1 TO INT-NUMROOMS
                 MOVE INT-ROOMID-READ
                    TO INT-ROOMID(INT-NUMROOMS)
                 MOVE INT-NEXTROOMNORTH-READ
                    TO INT-NEXTROOMNORTH(INT-NUMROOMS)
                 MOVE INT-NEXTROOMSOUTH-READ
                    TO INT-NEXTROOMSOUTH(INT-NUMROOMS)
                 MOVE INT-NEXTROOMEAST-READ
                    TO INT-NEXTROOMEAST(INT-NUMROOMS)
                 MOVE INT-NEXTROOMWEST-READ
                    TO INT-NEXTROOMWEST(INT-NUMROOMS)
                 MOVE STR-ROOMITEM-READ
                    TO STR-ROOMITEM(INT-NUMROOMS)
                 MOVE STR-ITEMREQNORTH-READ
                    TO STR-ITEMREQNORTH(INT-NUMROOMS)
                 MOVE STR-ITEMREQSOUTH-READ
                    TO STR-ITEMREQSOUTH(INT-NUMROOMS)
                 MOVE STR-ITEMREQEAST-READ
                    TO STR-ITEMREQEAST(INT-NUMROOMS)
                 MOVE STR-ITEMREQWEST-READ
                    TO STR-ITEMREQWEST(INT-NUMROOMS)
      *          a level file from before the up/down exits existed
      *          is short - the missing tail reads back as spaces
                 IF INT-NEXTROOMUP-READ IS NOT NUMERIC
                    MOVE ZEROS TO INT-NEXTROOMUP-READ
                 END-IF
                 IF INT-NEXTROOMDOWN-READ IS NOT NUMERIC
                    MOVE ZEROS TO INT-NEXTROOMDOWN-READ
                 END-IF
                 MOVE INT-NEXTROOMUP-READ
                    TO INT-NEXTROOMUP(INT-NUMROOMS)
                 MOVE INT-NEXTROOMDOWN-READ
                    TO INT-NEXTROOMDOWN(INT-NUMROOMS)
                 MOVE STR-ITEMREQUP-READ
                    TO STR-ITEMREQUP(INT-NUMROOMS)
                 MOVE STR-ITEMREQDOWN-READ
                    TO STR-ITEMREQDOWN(INT-NUMROOMS)
              END-IF
              INITIALIZE REC-ROOM-READ
              READ FILE-LEVEL1 INTO REC-ROOM-READ
                    AT END MOVE 1 TO ENDOFLEVELFILE
              END-READ
           END-IF.

       0220-LOADSRCLEVEL.
      *    Created 15/10/2026 By Roger Williams
      *
      *    reads the already-opened variable source file into the
      *    room table - same "KEYWORD:value" lines the indexer
      *    accepts, with everything that is not an exit, a gate or
      *    a room item skipped
           MOVE ZERO TO INT-NUMROOMS.
           INITIALIZE REC-ROOM-INTERNAL.
           MOVE "N" TO BLN-OVERFLOWWARNED.
           MOVE "N" TO BLN-SRCROOMOPEN.
           MOVE 0 TO ENDOFSRCFILE.

           READ FILE-LEVELSRC
                 AT END MOVE 1 TO ENDOFSRCFILE
           END-READ.

           PERFORM 0221-HANDLESRCLINE TEST AFTER
                   UNTIL ENDOFSRCFILE EQUAL TO 1.

       0221-HANDLESRCLINE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0220-LOADSRCLEVEL - handles the line
      *    already read, then reads ahead for the next one; blank
      *    lines and lines starting with * are ignored
           IF REC-SRCLINE NOT EQUAL TO SPACES AND
              REC-SRCLINE(1:1) NOT EQUAL TO "*" THEN
              PERFORM 0222-PARSESRCLINE
           END-IF.

           READ FILE-LEVELSRC
                 AT END MOVE 1 TO ENDOFSRCFILE
           END-READ.

       0222-PARSESRCLINE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    one "KEYWORD:value" line of the variable source format -
      *    keywords are matched on their fixed prefixes, exactly as
      *    the indexer parses them; a malformed file is the
      *    analyzer's business, so nothing is complained about here
           EVALUATE TRUE
              WHEN REC-SRCLINE(1:5) EQUAL TO "ROOM:"
                 MOVE "N" TO BLN-SRCROOMOPEN
                 MOVE REC-SRCLINE(6:84) TO STR-SRCVALUE
                 PERFORM 0230-PARSENUMBER
                 IF BLN-NUMOK EQUAL TO "Y" AND
                    INT-PARSEDNUM NOT EQUAL TO ZERO AND
                    INT-NUMROOMS LESS THAN 99 THEN
                    ADD 1 TO INT-NUMROOMS
                    INITIALIZE REC-ROOM(INT-NUMROOMS)
                    MOVE INT-PARSEDNUM TO INT-ROOMID(INT-NUMROOMS)
                    MOVE "Y" TO BLN-SRCROOMOPEN
                 END-IF
              WHEN BLN-SRCROOMOPEN EQUAL TO "N"
      *          field lines before a valid ROOM: have nowhere to go
                 CONTINUE
              WHEN REC-SRCLINE(1:6) EQUAL TO "NORTH:"
                 MOVE REC-SRCLINE(7:84) TO STR-SRCVALUE
                 PERFORM 0230-PARSENUMBER
                 MOVE INT-PARSEDNUM
                    TO INT-NEXTROOMNORTH(INT-NUMROOMS)
              WHEN REC-SRCLINE(1:6) EQUAL TO "SOUTH:"
                 MOVE REC-SRCLINE(7:84) TO STR-SRCVALUE
                 PERFORM 0230-PARSENUMBER
                 MOVE INT-PARSEDNUM
                    TO INT-NEXTROOMSOUTH(INT-NUMROOMS)
              WHEN REC-SRCLINE(1:5) EQUAL TO "EAST:"
                 MOVE REC-SRCLINE(6:84) TO STR-SRCVALUE
                 PERFORM 0230-PARSENUMBER
                 MOVE INT-PARSEDNUM
                    TO INT-NEXTROOMEAST(INT-NUMROOMS)
              WHEN REC-SRCLINE(1:5) EQUAL TO "WEST:"
                 MOVE REC-SRCLINE(6:84) TO STR-SRCVALUE
                 PERFORM 0230-PARSENUMBER
                 MOVE INT-PARSEDNUM
                    TO INT-NEXTROOMWEST(INT-NUMROOMS)
              WHEN REC-SRCLINE(1:3) EQUAL TO "UP:"
                 MOVE REC-SRCLINE(4:84) TO STR-SRCVALUE
                 PERFORM 0230-PARSENUMBER
                 MOVE INT-PARSEDNUM
                    TO INT-NEXTROOMUP(INT-NUMROOMS)
              WHEN REC-SRCLINE(1:5) EQUAL TO "DOWN:"
                 MOVE REC-SRCLINE(6:84) TO STR-SRCVALUE
                 PERFORM 0230-PARSENUMBER
                 MOVE INT-PARSEDNUM
                    TO INT-NEXTROOMDOWN(INT-NUMROOMS)
              WHEN REC-SRCLINE(1:5) EQUAL TO "ITEM:"
                 MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(
                      REC-SRCLINE(6:84)))
                    TO STR-ROOMITEM(INT-NUMROOMS)
              WHEN REC-SRCLINE(1:5) EQUAL TO "REQN:"
                 MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(
                      REC-SRCLINE(6:84)))
                    TO STR-ITEMREQNORTH(INT-NUMROOMS)
              WHEN REC-SRCLINE(1:5) EQUAL TO "REQS:"
                 MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(
                      REC-SRCLINE(6:84)))
                    TO STR-ITEMREQSOUTH(INT-NUMROOMS)
              WHEN REC-SRCLINE(1:5) EQUAL TO "REQE:"
                 MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(
                      REC-SRCLINE(6:84)))
                    TO STR-ITEMREQEAST(INT-NUMROOMS)
              WHEN REC-SRCLINE(1:5) EQUAL TO "REQW:"
                 MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(
                      REC-SRCLINE(6:84)))
                    TO STR-ITEMREQWEST(INT-NUMROOMS)
              WHEN REC-SRCLINE(1:5) EQUAL TO "REQU:"
                 MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(
                      REC-SRCLINE(6:84)))
                    TO STR-ITEMREQUP(INT-NUMROOMS)
              WHEN REC-SRCLINE(1:5) EQUAL TO "REQD:"
                 MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(
                      REC-SRCLINE(6:84)))
                    TO STR-ITEMREQDOWN(INT-NUMROOMS)
              WHEN REC-SRCLINE(1:7) EQUAL TO "ENDROOM"
                 MOVE "N" TO BLN-SRCROOMOPEN
              WHEN OTHER
      *          descriptions, darkness and hazards cost no moves
                 CONTINUE
           END-EVALUATE.

       0230-PARSENUMBER.
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

       0240-LOADENDEVENTS.
      *    Created 15/10/2026 By Roger Williams
      *
      *    reads EVENTSn_COBOL.TXT (or the manifest's name for it)
      *    for the current level's ENDGAME events - a level without
      *    an events file simply has none
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

           MOVE "N" TO BLN-OTHERENDGAME.
           MOVE 0 TO ENDOFEVENTFILE.

           OPEN INPUT FILE-EVENTS.
           IF STR-EVENTSFILESTATUS EQUAL TO "00" THEN
              READ FILE-EVENTS
                    AT END MOVE 1 TO ENDOFEVENTFILE
              END-READ
              PERFORM 0241-STOREENDEVENT TEST AFTER
                      UNTIL ENDOFEVENTFILE EQUAL TO 1
              CLOSE FILE-EVENTS
           END-IF.

       0241-STOREENDEVENT.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0240-LOADENDEVENTS - an ENDGAME
      *    fired by entering a room makes that room finish the
      *    level; one fired by taking an item or by entering with
      *    one depends on what is carried, which par does not
      *    follow, so it is only noted; then reads ahead
           IF ENDOFEVENTFILE NOT EQUAL TO 1 THEN
              IF STR-EVENTEFFECT-READ EQUAL TO "ENDGAME" THEN
                 IF STR-EVENTTRIGGER-READ EQUAL TO "ENTERROOM" AND
                    INT-EVENTROOM-READ IS NUMERIC AND
                    INT-EVENTROOM-READ NOT EQUAL TO ZERO THEN
                    MOVE "Y" TO BLN-ENDROOM(INT-EVENTROOM-READ)
                 ELSE
                    MOVE "Y" TO BLN-OTHERENDGAME
                 END-IF
              END-IF
              READ FILE-EVENTS
                    AT END MOVE 1 TO ENDOFEVENTFILE
              END-READ
           END-IF.

       0300-WORKOUTPAR.
      *    Created 15/10/2026 By Roger Williams
      *    Modified 15/10/2026 By Roger Williams - reads the level's
      *    ENDGAME events, and notes a gate item no room holds
      *
      *    breadth-first search from room 1 holding nothing, where a
      *    step is either a move through an exit the items held
      *    allow or the "take" of a gate item lying in the room -
      *    the first dead-end room the search reaches is the level
      *    finished in the fewest commands
           MOVE "Y" TO BLN-LEVELLOADED(INT-CURLEVEL).
           MOVE INT-NUMROOMS TO INT-LEVELROOMS(INT-CURLEVEL).
           MOVE ZERO TO INT-LEVELPARMOVES(INT-CURLEVEL).
           MOVE ZERO TO INT-LEVELPARITEMS(INT-CURLEVEL).
           MOVE SPACES TO STR-PARNOSOURCE(INT-CURLEVEL).

      *    room id to table slot lookup
           MOVE 1 TO INT-NUM2.
           PERFORM 0301-CLEARSLOTOFID TEST AFTER
                   UNTIL INT-NUM2 GREATER THAN 99.
           MOVE 1 TO INT-NUM2.
           PERFORM 0302-SETSLOTOFID TEST AFTER
                   UNTIL INT-NUM2 GREATER THAN INT-NUMROOMS.

      *    the rooms an ENDGAME event finishes the level in
           PERFORM 0240-LOADENDEVENTS.

      *    the distinct items the gated exits ask for
           MOVE ZERO TO INT-NUMGATEITEMS.
           MOVE "N" TO BLN-TOOMANYGATES.
           MOVE 1 TO INT-NUM2.
           PERFORM 0303-GATESONEROOM TEST AFTER
                   UNTIL INT-NUM2 GREATER THAN INT-NUMROOMS.

           IF INT-NUMROOMS EQUAL TO ZERO OR
              INT-SLOTOFID(1) EQUAL TO ZERO THEN
              MOVE "NOSTART" TO STR-PARSTATE(INT-CURLEVEL)
           ELSE
              IF BLN-TOOMANYGATES EQUAL TO "Y" THEN
                 MOVE "GATES" TO STR-PARSTATE(INT-CURLEVEL)
              ELSE
                 MOVE 1 TO INT-NUM3
                 PERFORM 0307-SOURCEONEGATEITEM TEST AFTER
                         UNTIL INT-NUM3 GREATER THAN INT-NUMGATEITEMS
                 PERFORM 0305-RUNPARSEARCH
              END-IF
           END-IF.

       0301-CLEARSLOTOFID.
      *    Created 15/10/2026 By Roger Williams
      *
      *    Modified 15/10/2026 By Roger Williams - clears the
      *    level-end room flags as well
      *
      *    repeatedly called by 0300-WORKOUTPAR
           MOVE ZERO TO INT-SLOTOFID(INT-NUM2).
           MOVE "N" TO BLN-ENDROOM(INT-NUM2).
           ADD 1 TO INT-NUM2.

       0302-SETSLOTOFID.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0300-WORKOUTPAR - a duplicated room
      *    id keeps its first slot, the same room the game finds
           IF INT-NUMROOMS GREATER THAN ZERO THEN
              IF INT-ROOMID(INT-NUM2) NOT EQUAL TO ZERO THEN
                 IF INT-SLOTOFID(INT-ROOMID(INT-NUM2)) EQUAL TO ZERO
                    MOVE INT-NUM2
                       TO INT-SLOTOFID(INT-ROOMID(INT-NUM2))
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO INT-NUM2.

       0303-GATESONEROOM.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0300-WORKOUTPAR - adds the items all
      *    six exits of one room ask for to the gate item list
           IF INT-NUMROOMS GREATER THAN ZERO THEN
              MOVE STR-ITEMREQNORTH(INT-NUM2) TO STR-TRYREQ
              PERFORM 0304-ADDGATEITEM
              MOVE STR-ITEMREQSOUTH(INT-NUM2) TO STR-TRYREQ
              PERFORM 0304-ADDGATEITEM
              MOVE STR-ITEMREQEAST(INT-NUM2) TO STR-TRYREQ
              PERFORM 0304-ADDGATEITEM
              MOVE STR-ITEMREQWEST(INT-NUM2) TO STR-TRYREQ
              PERFORM 0304-ADDGATEITEM
              MOVE STR-ITEMREQUP(INT-NUM2) TO STR-TRYREQ
              PERFORM 0304-ADDGATEITEM
              MOVE STR-ITEMREQDOWN(INT-NUM2) TO STR-TRYREQ
              PERFORM 0304-ADDGATEITEM
           END-IF.
           ADD 1 TO INT-NUM2.

       0304-ADDGATEITEM.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0303-GATESONEROOM - lists the item
      *    in STR-TRYREQ once
           IF STR-TRYREQ NOT EQUAL TO SPACES THEN
              PERFORM 0312-FINDGATEITEM
              IF INT-GATEIDX EQUAL TO ZERO THEN
                 IF INT-NUMGATEITEMS LESS THAN 8 THEN
                    ADD 1 TO INT-NUMGATEITEMS
                    MOVE STR-TRYREQ
                       TO STR-GATEITEM(INT-NUMGATEITEMS)
                 ELSE
                    MOVE "Y" TO BLN-TOOMANYGATES
                 END-IF
              END-IF
           END-IF.

       0305-RUNPARSEARCH.
      *    Created 15/10/2026 By Roger Williams
      *
      *    Modified 15/10/2026 By Roger Williams - no route found
      *    is only NOEND when nothing par cannot see could explain it
      *
      *    called by 0300-WORKOUTPAR - clears the states this
      *    level's gate items can reach and runs the search
           COMPUTE INT-NUMMASKS = 2 ** INT-NUMGATEITEMS.
           COMPUTE INT-NUMSTATES = INT-NUMMASKS * 99.
           MOVE 1 TO INT-STATENUM.
           PERFORM 0306-CLEARSTATE TEST AFTER
                   UNTIL INT-STATENUM GREATER THAN INT-NUMSTATES.

      *    start in room 1 holding none of the gate items
           MOVE "N" TO BLN-PARFOUND.
           MOVE INT-SLOTOFID(1) TO INT-CURSTATE.
           MOVE "Y" TO BLN-STATESEEN(INT-CURSTATE).
           MOVE ZERO TO INT-STATEDIST(INT-CURSTATE).
           MOVE 1 TO INT-PARQHEAD.
           MOVE 1 TO INT-PARQTAIL.
           MOVE INT-CURSTATE TO INT-PARQUEUE(1).

           PERFORM 0310-PARVISIT TEST AFTER
                   UNTIL INT-PARQHEAD GREATER THAN INT-PARQTAIL OR
                         BLN-PARFOUND EQUAL TO "Y".

           IF BLN-PARFOUND EQUAL TO "Y" THEN
              MOVE "OK" TO STR-PARSTATE(INT-CURLEVEL)
      *       every gate item held at the finish cost one "take"
              MOVE INT-PARMASK TO INT-CURMASK
              MOVE 1 TO INT-NUM3
              PERFORM 0316-COUNTPARITEM TEST AFTER
                      UNTIL INT-NUM3 GREATER THAN INT-NUMGATEITEMS
           ELSE
              EVALUATE TRUE
                 WHEN STR-PARNOSOURCE(INT-CURLEVEL) NOT EQUAL TO
                      SPACES
                    MOVE "NOSOURCE" TO STR-PARSTATE(INT-CURLEVEL)
                 WHEN BLN-OTHERENDGAME EQUAL TO "Y"
                    MOVE "EVENTEND" TO STR-PARSTATE(INT-CURLEVEL)
                 WHEN OTHER
                    MOVE "NOEND" TO STR-PARSTATE(INT-CURLEVEL)
              END-EVALUATE
           END-IF.

       0306-CLEARSTATE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0305-RUNPARSEARCH
           MOVE "N" TO BLN-STATESEEN(INT-STATENUM).
           MOVE ZERO TO INT-STATEDIST(INT-STATENUM).
           ADD 1 TO INT-STATENUM.

       0307-SOURCEONEGATEITEM.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0300-WORKOUTPAR - looks for a room
      *    the gate item is lying in, and keeps the first one that
      *    has none for the report
           IF INT-NUMGATEITEMS GREATER THAN ZERO THEN
              MOVE "N" TO BLN-HASSOURCE
              MOVE 1 TO INT-NUM2
              PERFORM 0308-CHECKONEROOMITEM TEST AFTER
                      UNTIL INT-NUM2 GREATER THAN INT-NUMROOMS
                         OR BLN-HASSOURCE EQUAL TO "Y"
              IF BLN-HASSOURCE EQUAL TO "N" AND
                 STR-PARNOSOURCE(INT-CURLEVEL) EQUAL TO SPACES THEN
                 MOVE STR-GATEITEM(INT-NUM3)
                    TO STR-PARNOSOURCE(INT-CURLEVEL)
              END-IF
           END-IF.
           ADD 1 TO INT-NUM3.

       0308-CHECKONEROOMITEM.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0307-SOURCEONEGATEITEM
           IF INT-NUMROOMS GREATER THAN ZERO THEN
              IF STR-ROOMITEM(INT-NUM2) EQUAL TO
                 STR-GATEITEM(INT-NUM3) THEN
                 MOVE "Y" TO BLN-HASSOURCE
              END-IF
           END-IF.
           ADD 1 TO INT-NUM2.

       0310-PARVISIT.
      *    Created 15/10/2026 By Roger Williams
      *    Modified 15/10/2026 By Roger Williams - a room an ENDGAME
      *    event finishes the level in counts as level complete
      *
      *    repeatedly called by 0305-RUNPARSEARCH - expands the state
      *    at the head of the queue; states come off the queue in
      *    order of commands spent, so the first dead end found is
      *    reached in the fewest
           MOVE INT-PARQUEUE(INT-PARQHEAD) TO INT-CURSTATE.
           MOVE INT-STATEDIST(INT-CURSTATE) TO INT-CURDIST.
           COMPUTE INT-STATENUM = INT-CURSTATE - 1.
           DIVIDE INT-STATENUM BY 99 GIVING INT-CURMASK
                  REMAINDER INT-CURSLOT.
           ADD 1 TO INT-CURSLOT.

           MOVE "N" TO BLN-LEVELENDS.
           IF INT-NEXTROOMNORTH(INT-CURSLOT) EQUAL TO ZERO AND
              INT-NEXTROOMSOUTH(INT-CURSLOT) EQUAL TO ZERO AND
              INT-NEXTROOMEAST(INT-CURSLOT) EQUAL TO ZERO AND
              INT-NEXTROOMWEST(INT-CURSLOT) EQUAL TO ZERO AND
              INT-NEXTROOMUP(INT-CURSLOT) EQUAL TO ZERO AND
              INT-NEXTROOMDOWN(INT-CURSLOT) EQUAL TO ZERO THEN
              MOVE "Y" TO BLN-LEVELENDS
           END-IF.
           IF INT-ROOMID(INT-CURSLOT) NOT EQUAL TO ZERO THEN
              IF BLN-ENDROOM(INT-ROOMID(INT-CURSLOT)) EQUAL TO "Y"
                 THEN
                 MOVE "Y" TO BLN-LEVELENDS
              END-IF
           END-IF.

           IF BLN-LEVELENDS EQUAL TO "Y" THEN
              MOVE "Y" TO BLN-PARFOUND
              MOVE INT-CURDIST TO INT-LEVELPARMOVES(INT-CURLEVEL)
              MOVE INT-CURMASK TO INT-PARMASK
           ELSE
              MOVE INT-NEXTROOMNORTH(INT-CURSLOT) TO INT-TARGETID
              MOVE STR-ITEMREQNORTH(INT-CURSLOT) TO STR-TRYREQ
              PERFORM 0311-PARTRYEXIT

              MOVE INT-NEXTROOMSOUTH(INT-CURSLOT) TO INT-TARGETID
              MOVE STR-ITEMREQSOUTH(INT-CURSLOT) TO STR-TRYREQ
              PERFORM 0311-PARTRYEXIT

              MOVE INT-NEXTROOMEAST(INT-CURSLOT) TO INT-TARGETID
              MOVE STR-ITEMREQEAST(INT-CURSLOT) TO STR-TRYREQ
              PERFORM 0311-PARTRYEXIT

              MOVE INT-NEXTROOMWEST(INT-CURSLOT) TO INT-TARGETID
              MOVE STR-ITEMREQWEST(INT-CURSLOT) TO STR-TRYREQ
              PERFORM 0311-PARTRYEXIT

              MOVE INT-NEXTROOMUP(INT-CURSLOT) TO INT-TARGETID
              MOVE STR-ITEMREQUP(INT-CURSLOT) TO STR-TRYREQ
              PERFORM 0311-PARTRYEXIT

              MOVE INT-NEXTROOMDOWN(INT-CURSLOT) TO INT-TARGETID
              MOVE STR-ITEMREQDOWN(INT-CURSLOT) TO STR-TRYREQ
              PERFORM 0311-PARTRYEXIT

      *       taking a gate item not yet held is a step of its own
              IF STR-ROOMITEM(INT-CURSLOT) NOT EQUAL TO SPACES THEN
                 MOVE STR-ROOMITEM(INT-CURSLOT) TO STR-TRYREQ
                 PERFORM 0312-FINDGATEITEM
                 IF INT-GATEIDX NOT EQUAL TO ZERO THEN
                    PERFORM 0314-TESTBIT
                    IF BLN-HASBIT EQUAL TO "N" THEN
                       COMPUTE INT-NEWMASK = INT-CURMASK +
                               INT-BITVALUE(INT-GATEIDX)
                       MOVE INT-CURSLOT TO INT-NEWSLOT
                       PERFORM 0315-PARENQUEUE
                    END-IF
                 END-IF
              END-IF
           END-IF.

           ADD 1 TO INT-PARQHEAD.

       0311-PARTRYEXIT.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0310-PARVISIT - queues the room an
      *    exit leads to when the exit exists and its gate item, if
      *    any, is held
           IF INT-TARGETID NOT EQUAL TO ZERO THEN
              MOVE "Y" TO BLN-EXITPASSABLE
              IF STR-TRYREQ NOT EQUAL TO SPACES THEN
                 PERFORM 0312-FINDGATEITEM
                 PERFORM 0314-TESTBIT
                 MOVE BLN-HASBIT TO BLN-EXITPASSABLE
              END-IF
              IF BLN-EXITPASSABLE EQUAL TO "Y" AND
                 INT-SLOTOFID(INT-TARGETID) NOT EQUAL TO ZERO THEN
                 MOVE INT-CURMASK TO INT-NEWMASK
                 MOVE INT-SLOTOFID(INT-TARGETID) TO INT-NEWSLOT
                 PERFORM 0315-PARENQUEUE
              END-IF
           END-IF.

       0312-FINDGATEITEM.
      *    Created 15/10/2026 By Roger Williams
      *
      *    custom function - leaves the position of STR-TRYREQ in the
      *    gate item list in INT-GATEIDX, zero when it is not one
           MOVE ZERO TO INT-GATEIDX.
           MOVE 1 TO INT-NUM3.
           PERFORM 0313-CHECKONEGATEITEM TEST AFTER
                   UNTIL INT-NUM3 GREATER THAN INT-NUMGATEITEMS.

       0313-CHECKONEGATEITEM.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0312-FINDGATEITEM
           IF INT-NUMGATEITEMS GREATER THAN ZERO THEN
              IF STR-GATEITEM(INT-NUM3) EQUAL TO STR-TRYREQ THEN
                 MOVE INT-NUM3 TO INT-GATEIDX
              END-IF
           END-IF.
           ADD 1 TO INT-NUM3.

       0314-TESTBIT.
      *    Created 15/10/2026 By Roger Williams
      *
      *    custom function - BLN-HASBIT says whether gate item
      *    INT-GATEIDX is held in INT-CURMASK; an item that is no
      *    gate item at all is never held
           MOVE "N" TO BLN-HASBIT.
           IF INT-GATEIDX NOT EQUAL TO ZERO THEN
              DIVIDE INT-CURMASK BY INT-BITVALUE(INT-GATEIDX)
                     GIVING INT-BITQUOT
              DIVIDE INT-BITQUOT BY 2 GIVING INT-BITHALF
                     REMAINDER INT-BITREM
              IF INT-BITREM EQUAL TO 1 THEN
                 MOVE "Y" TO BLN-HASBIT
              END-IF
           END-IF.

       0315-PARENQUEUE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    custom function - queues state (INT-NEWMASK, INT-NEWSLOT)
      *    one command further on, unless already reached
           COMPUTE INT-STATENUM = INT-NEWMASK * 99 + INT-NEWSLOT.
           IF BLN-STATESEEN(INT-STATENUM) EQUAL TO "N" THEN
              MOVE "Y" TO BLN-STATESEEN(INT-STATENUM)
              COMPUTE INT-STATEDIST(INT-STATENUM) = INT-CURDIST + 1
              ADD 1 TO INT-PARQTAIL
              MOVE INT-STATENUM TO INT-PARQUEUE(INT-PARQTAIL)
           END-IF.

       0316-COUNTPARITEM.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0305-RUNPARSEARCH
           IF INT-NUMGATEITEMS GREATER THAN ZERO THEN
              MOVE INT-NUM3 TO INT-GATEIDX
              PERFORM 0314-TESTBIT
              IF BLN-HASBIT EQUAL TO "Y" THEN
                 ADD 1 TO INT-LEVELPARITEMS(INT-CURLEVEL)
              END-IF
           END-IF.
           ADD 1 TO INT-NUM3.

       0400-REPORTLEVELS.
      *    Created 15/10/2026 By Roger Williams
      *
      *    one line per level putting par beside the play figures -
      *    a level nobody has played yet shows only its par
           MOVE SPACES TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.
           MOVE ALL "=" TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.
           MOVE "Lvl Rooms  Par Items  AvgMv  %Par  Plays  Done  Quit"
              TO STR-REPORTLINE.
           MOVE "Died  Rej" TO STR-REPORTLINE(55:9).
           PERFORM 0600-EMITLINE.
           MOVE ALL "=" TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.

           MOVE 1 TO INT-NUM1.
           PERFORM 0401-REPORTONELEVEL TEST AFTER
                   UNTIL INT-NUM1 GREATER THAN 9.

           MOVE SPACES TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.
           MOVE "Par = moves plus takes of gate items; AvgMv = accepted"
              TO STR-REPORTLINE.
           MOVE " commands per" TO STR-REPORTLINE(55:13).
           PERFORM 0600-EMITLINE.
           MOVE "completed level; Done/Quit/Died are per cent of plays"
              TO STR-REPORTLINE.
           MOVE ", Rej of commands" TO STR-REPORTLINE(54:17).
           PERFORM 0600-EMITLINE.

       0401-REPORTONELEVEL.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0400-REPORTLEVELS - the columns sit
      *    under the heading 0400-REPORTLEVELS prints
           IF BLN-LEVELLOADED(INT-NUM1) EQUAL TO "Y" THEN
              MOVE SPACES TO STR-REPORTLINE
              MOVE INT-NUM1(3:1) TO STR-REPORTLINE(2:1)
              MOVE INT-LEVELROOMS(INT-NUM1) TO STR-REPORTLINE(6:3)

              IF STR-PARSTATE(INT-NUM1) EQUAL TO "OK" THEN
                 MOVE INT-LEVELPARMOVES(INT-NUM1)
                    TO STR-REPORTLINE(11:4)
                 MOVE INT-LEVELPARITEMS(INT-NUM1)
                    TO STR-REPORTLINE(19:1)
              ELSE
                 MOVE " n/a" TO STR-REPORTLINE(11:4)
              END-IF

              IF INT-PLAYDONE(INT-NUM1) GREATER THAN ZERO THEN
                 COMPUTE INT-AVGMOVES = INT-PLAYDONEMOVES(INT-NUM1)
                         / INT-PLAYDONE(INT-NUM1)
                 MOVE INT-AVGMOVES TO STR-REPORTLINE(23:5)
                 IF STR-PARSTATE(INT-NUM1) EQUAL TO "OK" AND
                    INT-LEVELPARMOVES(INT-NUM1) GREATER THAN ZERO THEN
                    COMPUTE INT-PCTPAR = INT-AVGMOVES * 100
                            / INT-LEVELPARMOVES(INT-NUM1)
                    MOVE INT-PCTPAR TO STR-REPORTLINE(30:4)
                 ELSE
                    MOVE "   -" TO STR-REPORTLINE(30:4)
                 END-IF
              ELSE
                 MOVE "    -" TO STR-REPORTLINE(23:5)
                 MOVE "   -" TO STR-REPORTLINE(30:4)
              END-IF

              MOVE INT-PLAYENTERED(INT-NUM1) TO STR-REPORTLINE(36:5)
              IF INT-PLAYENTERED(INT-NUM1) GREATER THAN ZERO THEN
                 COMPUTE INT-PCT = INT-PLAYDONE(INT-NUM1) * 100
                         / INT-PLAYENTERED(INT-NUM1)
                 MOVE INT-PCT TO STR-REPORTLINE(43:3)
                 MOVE "%" TO STR-REPORTLINE(46:1)
                 COMPUTE INT-PCT = INT-PLAYQUITS(INT-NUM1) * 100
                         / INT-PLAYENTERED(INT-NUM1)
                 MOVE INT-PCT TO STR-REPORTLINE(49:3)
                 MOVE "%" TO STR-REPORTLINE(52:1)
                 COMPUTE INT-PCT = INT-PLAYDEATHS(INT-NUM1) * 100
                         / INT-PLAYENTERED(INT-NUM1)
                 MOVE INT-PCT TO STR-REPORTLINE(55:3)
                 MOVE "%" TO STR-REPORTLINE(58:1)
              END-IF
              IF INT-PLAYCMDS(INT-NUM1) GREATER THAN ZERO THEN
                 COMPUTE INT-PCT = INT-PLAYREJECTED(INT-NUM1) * 100
                         / INT-PLAYCMDS(INT-NUM1)
                 MOVE INT-PCT TO STR-REPORTLINE(60:3)
                 MOVE "%" TO STR-REPORTLINE(63:1)
              END-IF
              PERFORM 0600-EMITLINE
           END-IF.
           ADD 1 TO INT-NUM1.

       0420-REPORTFLAGS.
      *    Created 15/10/2026 By Roger Williams
      *
      *    the levels the authors need to look at - no par at all,
      *    played well over par, or abandoned too often
           MOVE SPACES TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.
           MOVE "Levels flagged for the authors:" TO STR-REPORTLINE.
           PERFORM 0600-EMITLINE.

           MOVE ZERO TO INT-FLAGCOUNT.
           MOVE 1 TO INT-NUM1.
           PERFORM 0421-FLAGONELEVEL TEST AFTER
                   UNTIL INT-NUM1 GREATER THAN 9.

           IF INT-FLAGCOUNT EQUAL TO ZERO THEN
              MOVE "  (none - every level plays close to par)"
                 TO STR-REPORTLINE
              PERFORM 0600-EMITLINE
           END-IF.

       0421-FLAGONELEVEL.
      *    Created 15/10/2026 By Roger Williams
      *
      *    Modified 15/10/2026 By Roger Williams - flags the new
      *    NOSOURCE and EVENTEND states
      *
      *    repeatedly called by 0420-REPORTFLAGS
           IF BLN-LEVELLOADED(INT-NUM1) EQUAL TO "Y" THEN
              EVALUATE STR-PARSTATE(INT-NUM1)
                 WHEN "NOSTART"
                    MOVE SPACES TO STR-REPORTLINE
                    STRING "  Level " DELIMITED BY SIZE
                           INT-NUM1(3:1) DELIMITED BY SIZE
                           ": no par - there is no room 1 to start in"
                           DELIMITED BY SIZE
                           INTO STR-REPORTLINE
                    END-STRING
                    PERFORM 0422-EMITFLAG
                 WHEN "NOEND"
                    MOVE SPACES TO STR-REPORTLINE
                    STRING "  Level " DELIMITED BY SIZE
                           INT-NUM1(3:1) DELIMITED BY SIZE
                           ": no par - no route to a level-complete "
                           DELIMITED BY SIZE
                           "room (run the analyzer)" DELIMITED BY SIZE
                           INTO STR-REPORTLINE
                    END-STRING
                    PERFORM 0422-EMITFLAG
                 WHEN "NOSOURCE"
                    MOVE SPACES TO STR-REPORTLINE
                    STRING "  Level " DELIMITED BY SIZE
                           INT-NUM1(3:1) DELIMITED BY SIZE
                           ": no par - gate item " DELIMITED BY SIZE
                           FUNCTION TRIM(STR-PARNOSOURCE(INT-NUM1))
                           DELIMITED BY SIZE
                           " lies in no room" DELIMITED BY SIZE
                           INTO STR-REPORTLINE
                    END-STRING
                    PERFORM 0422-EMITFLAG
                    MOVE "    (containers, creatures and recipes"
                       TO STR-REPORTLINE
                    MOVE " are not costed - check by hand)"
                       TO STR-REPORTLINE(39:32)
                    PERFORM 0600-EMITLINE
                 WHEN "EVENTEND"
                    MOVE SPACES TO STR-REPORTLINE
                    STRING "  Level " DELIMITED BY SIZE
                           INT-NUM1(3:1) DELIMITED BY SIZE
                           ": no par - it may end on an ENDGAME event "
                           DELIMITED BY SIZE
                           "fired by an item" DELIMITED BY SIZE
                           INTO STR-REPORTLINE
                    END-STRING
                    PERFORM 0422-EMITFLAG
                    MOVE "    (par does not follow TAKEITEM or"
                       TO STR-REPORTLINE
                    MOVE " ENTERWITH triggers - check by hand)"
                       TO STR-REPORTLINE(37:36)
                    PERFORM 0600-EMITLINE
                 WHEN "GATES"
                    MOVE SPACES TO STR-REPORTLINE
                    STRING "  Level " DELIMITED BY SIZE
                           INT-NUM1(3:1) DELIMITED BY SIZE
                           ": no par - gates need more than 8 "
                           DELIMITED BY SIZE
                           "different items" DELIMITED BY SIZE
                           INTO STR-REPORTLINE
                    END-STRING
                    PERFORM 0422-EMITFLAG
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE

      *       well over par - judged on completed plays only
              IF STR-PARSTATE(INT-NUM1) EQUAL TO "OK" AND
                 INT-PLAYDONE(INT-NUM1) NOT LESS THAN INT-MINPLAYS
                 THEN
                 COMPUTE INT-AVGMOVES = INT-PLAYDONEMOVES(INT-NUM1)
                         / INT-PLAYDONE(INT-NUM1)
                 COMPUTE INT-PARTOTAL = INT-LEVELPARMOVES(INT-NUM1)
                         * INT-OVERPARPCT / 100
                 IF INT-AVGMOVES GREATER THAN INT-PARTOTAL THEN
                    MOVE SPACES TO STR-REPORTLINE
                    STRING "  Level " DELIMITED BY SIZE
                           INT-NUM1(3:1) DELIMITED BY SIZE
                           ": well over par - players average "
                           DELIMITED BY SIZE
                           INT-AVGMOVES DELIMITED BY SIZE
                           " against a par of " DELIMITED BY SIZE
                           INT-LEVELPARMOVES(INT-NUM1)
                           DELIMITED BY SIZE
                           INTO STR-REPORTLINE
                    END-STRING
                    PERFORM 0422-EMITFLAG
                 END-IF
              END-IF

      *       heavy quitting
              IF INT-PLAYENTERED(INT-NUM1) NOT LESS THAN INT-MINPLAYS
                 THEN
                 COMPUTE INT-PCT = INT-PLAYQUITS(INT-NUM1) * 100
                         / INT-PLAYENTERED(INT-NUM1)
                 IF INT-PCT NOT LESS THAN INT-HEAVYQUITPCT THEN
                    MOVE SPACES TO STR-REPORTLINE
                    STRING "  Level " DELIMITED BY SIZE
                           INT-NUM1(3:1) DELIMITED BY SIZE
                           ": heavy quitting - " DELIMITED BY SIZE
                           INT-PCT DELIMITED BY SIZE
                           "% of " DELIMITED BY SIZE
                           INT-PLAYENTERED(INT-NUM1)
                           DELIMITED BY SIZE
                           " plays end in exit" DELIMITED BY SIZE
                           INTO STR-REPORTLINE
                    END-STRING
                    PERFORM 0422-EMITFLAG
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO INT-NUM1.

       0422-EMITFLAG.
      *    Created 15/10/2026 By Roger Williams
      *
      *    custom function - prints one flag line and counts it
           ADD 1 TO INT-FLAGCOUNT.
           PERFORM 0600-EMITLINE.

      *    custom functions

       0012-SETFILEPATHS.
      *    Created 15/10/2026 By Roger Williams
      *
      *    reads the optional ROGADVENTUREPATH environment variable,
      *    exactly as the game does, so this job reads the same
      *    files the game wrote; ROGADVENTUREFROM and ROGADVENTURETO
      *    give the range of dated archives to read as well
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
              MOVE STR-REPORTLINE TO REC-ANALYSIS
              WRITE REC-ANALYSIS
           END-IF.

       END PROGRAM ROGsLevelParCOBOL.
