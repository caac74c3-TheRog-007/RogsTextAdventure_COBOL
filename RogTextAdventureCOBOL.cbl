             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-CONTAINERSFILESTATUS.

      *    optional hints for the current level - up to three per
      *    room, mildest first, handed out by the "hint" command; a
      *    level without a hint file simply has no hints
           SELECT FILE-HINTS ASSIGN TO DYNAMIC
             STR-HINTSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-HINTSFILESTATUS.

      *    optional item master file - examine text, points, weight
      *    and consumable flag per item name, loaded once at startup
           SELECT FILE-ITEMS ASSIGN TO DYNAMIC
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-ITEMSFILESTATUS.

      *    optional recipe file - which two carried items combine
      *    into a third, loaded once at startup; a pack without a
      *    recipe file simply has nothing to combine
           SELECT FILE-RECIPES ASSIGN TO DYNAMIC
             STR-RECIPESNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-RECIPESFILESTATUS.

      *    old sequential player ledger - read once so an existing
      *    machine's history migrates into the keyed ledger below,
      *    never rewritten any more
             RECORD KEY IS STR-PLAYERIDX-KEY
             FILE STATUS IS STR-PLAYERSIDXFILESTATUS.

      *    the same keyed ledger seen through its record layout from
      *    before wins and deaths were kept - only opened to convert
      *    such a ledger, see 0126-CONVERTLEDGER
           SELECT FILE-PLAYERSOLDIDX ASSIGN TO DYNAMIC
             STR-PLAYERSIDXNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS STR-PLAYEROLDIDX-KEY
             FILE STATUS IS STR-PLAYERSOLDFILESTATUS.

      *    holding file for the ledger records while the keyed
      *    ledger is recreated in the new layout - left behind
      *    afterwards as a copy of what was converted
           SELECT FILE-PLAYERSCONV ASSIGN TO DYNAMIC
             STR-PLAYERSCONVNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-PLAYERSCONVFILESTATUS.

      *    optional message catalog - overrides the built-in
      *    player-facing texts so wording fixes and translations
      *    need no recompile
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-SESSIONLOGFILESTATUS.

      *    optional pack manifest - the pack name and release, how
      *    many levels the pack has and which files each level uses
           SELECT FILE-MANIFEST ASSIGN TO DYNAMIC
             STR-MANIFESTNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-MANIFESTFILESTATUS.

      *    optional achievement goals - one record per goal the
      *    game watches for as play proceeds; no file means no goals
           SELECT FILE-ACHIEVEGOALS ASSIGN TO DYNAMIC
             STR-ACHGOALSNAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STR-ACHGOALSFILESTATUS.

      *    keyed achievement file - one record per player per goal
      *    earned, written at game end and read back at startup so
      *    a goal is only ever announced to a player once
           SELECT FILE-ACHIEVEIDX ASSIGN TO DYNAMIC
             STR-ACHIEVEIDXNAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS STR-ACHIDX-KEY
             FILE STATUS IS STR-ACHIEVEIDXFILESTATUS.

       DATA DIVISION.
       FILE SECTION.
      *define tables for reading intro screens into
      *'light source - anything else (including the spaces an old
      *'level file reads back) means a normal lit room
              05 BLN-ROOMDARK-READ PIC X VALUE "N".
      *'damage the room does to the player every turn spent in it
      *'(00 = harmless) unless the protective item is carried
              05 INT-ROOMHAZARD-READ PIC 99 VALUE ZEROS.
              05 STR-HAZARDITEM-READ PIC X(20) VALUE SPACES.

      *define the indexed room record read by key - same fields as
      *REC-ROOM-READ, keyed on the room id
              05 STR-ITEMREQUP-IDX PIC X(20).
              05 STR-ITEMREQDOWN-IDX PIC X(20).
              05 BLN-ROOMDARK-IDX PIC X.
              05 INT-ROOMHAZARD-IDX PIC 99.
              05 STR-HAZARDITEM-IDX PIC X(20).

      *define checkpoint record written/read by SAVE/RESTORE -
      *as well as level/room/inventory it carries the score, the
              05 REC-SAVECONTAINER OCCURS 5 TIMES.
                 07 BLN-SAVECONTOPEN PIC X.
                 07 STR-SAVECONTITEM PIC X(20) OCCURS 5 TIMES.
      *'the pack release the save was taken on - a checkpoint from
      *'another release is refused, its room ids and flag slots
      *'need not mean the same thing any more
              05 STR-SAVERELEASE PIC X(10) VALUE SPACES.
      *'achievement progress only this session knows - the move
      *'count the current level started at and which "never light"
      *'goals a lit light source has already spoiled
              05 INT-SAVELEVELSTART PIC 999 VALUE ZEROS.
              05 BLN-SAVEACHSPOILED OCCURS 20 TIMES PIC X
                 VALUE "N".
      *'the player's health when the save was taken
              05 INT-SAVEHEALTH PIC 999 VALUE ZEROS.
      *'hints taken so far this session and how far through each
      *'room's hints the player has got, by room id
              05 INT-SAVEHINTCOUNT PIC 999 VALUE ZEROS.
              05 INT-SAVEHINTSSHOWN OCCURS 99 TIMES PIC 9
                 VALUE ZERO.

      *define the end-of-game session report line
       FD FILE-REPORT.
              05 STR-CREATUREITEM-READ PIC X(20) VALUE SPACES.
              05 STR-CREATUREKILLTEXT-READ PIC X(80) VALUE SPACES.
              05 STR-CREATURETALKTEXT-READ PIC X(80) VALUE SPACES.
      *'damage the creature does every turn the player shares its
      *'room while it lives, 00 = it never attacks
              05 INT-CREATUREDAMAGE-READ PIC 99 VALUE ZEROS.

      *define one scripted event record - a trigger (ENTERROOM,
      *TAKEITEM, or ENTERWITH = entering a room while carrying an
              05 STR-CONTAINERITEM-READ PIC X(20) OCCURS 5 TIMES
                 VALUE SPACES.

      *define one hint record - the room it is for, its grade (1 is
      *the gentlest nudge, 3 all but gives the answer away) and the
      *text shown
       FD FILE-HINTS.
           01 REC-HINT-READ.
              05 INT-HINTROOM-READ PIC 99 VALUE ZEROS.
              05 INT-HINTGRADE-READ PIC 9 VALUE ZERO.
              05 STR-HINTTEXT-READ PIC X(80) VALUE SPACES.

      *define one item master record - keyed by the item name used
      *in STR-ROOMITEM/REC-INVENTORY, holding the examine text, the
      *points awarded when first taken, the carrying weight and a
              05 INT-ITEMPOINTS-READ PIC 999 VALUE ZEROS.
              05 INT-ITEMWEIGHT-READ PIC 999 VALUE ZEROS.
              05 BLN-ITEMCONSUMABLE-READ PIC X VALUE "N".
      *'health regained when a consumable item is eaten or drunk
              05 INT-ITEMHEAL-READ PIC 999 VALUE ZEROS.

      *define one recipe record - the two item names that combine
      *(in either order), the room it must be done in (0 = anywhere),
      *the item made, a Y/N flag saying whether the two inputs are
      *used up, and the narration shown when it is made
       FD FILE-RECIPES.
           01 REC-RECIPE-READ.
              05 STR-RECIPEINPUT1-READ PIC X(20) VALUE SPACES.
              05 STR-RECIPEINPUT2-READ PIC X(20) VALUE SPACES.
              05 INT-RECIPEROOM-READ PIC 99 VALUE ZEROS.
              05 STR-RECIPERESULT-READ PIC X(20) VALUE SPACES.
              05 BLN-RECIPECONSUME-READ PIC X VALUE "Y".
              05 STR-RECIPETEXT-READ PIC X(80) VALUE SPACES.

      *define one player ledger record - games played, total moves,
      *best (lowest) winning move count and levels completed, all
              05 INT-PLAYERLEVELS-READ PIC 9(5) VALUE ZEROS.

      *define the keyed player ledger record - same fields as the
      *old sequential record, keyed on the player name, plus how
      *many of those games were won and how many ended in death
       FD FILE-PLAYERSIDX.
           01 REC-PLAYERIDX.
              05 STR-PLAYERIDX-KEY PIC X(20).
              05 INT-PLAYERMOVES-IDX PIC 9(7).
              05 INT-PLAYERBEST-IDX PIC 9(5).
              05 INT-PLAYERLEVELS-IDX PIC 9(5).
              05 INT-PLAYERWINS-IDX PIC 9(5).
              05 INT-PLAYERDEATHS-IDX PIC 9(5).

      *define the keyed player ledger record as it was before wins
      *and deaths were kept - a ledger written that way opens with
      *status "39" through FD FILE-PLAYERSIDX
       FD FILE-PLAYERSOLDIDX.
           01 REC-PLAYEROLDIDX.
              05 STR-PLAYEROLDIDX-KEY PIC X(20).
              05 INT-PLAYERGAMES-OLD PIC 9(5).
              05 INT-PLAYERMOVES-OLD PIC 9(7).
              05 INT-PLAYERBEST-OLD PIC 9(5).
              05 INT-PLAYERLEVELS-OLD PIC 9(5).

      *define one ledger record held while the ledger is converted
      *- the new keyed layout, one line per player
       FD FILE-PLAYERSCONV.
           01 REC-PLAYERCONV.
              05 STR-PLAYERCONV-NAME PIC X(20).
              05 INT-PLAYERGAMES-CONV PIC 9(5).
              05 INT-PLAYERMOVES-CONV PIC 9(7).
              05 INT-PLAYERBEST-CONV PIC 9(5).
              05 INT-PLAYERLEVELS-CONV PIC 9(5).
              05 INT-PLAYERWINS-CONV PIC 9(5).
              05 INT-PLAYERDEATHS-CONV PIC 9(5).

      *define one message catalog line - "MSGID:text", where the
      *text may carry a {1} slot for a substituted value

      *define one scripted command line, read in batch mode
       FD FILE-BATCH.
           01 REC-BATCH PIC X(40).

      *define one line of the prior-session transcript being
      *replayed - same shape as REC-TRANSCRIPT
              05 INT-SESSLOGMOVES PIC 999.
              05 FILLER PIC X.
              05 INT-SESSLOGSCORE PIC 9(5).
              05 FILLER PIC X.
              05 STR-SESSLOGRELEASE PIC X(10).
              05 FILLER PIC X.
      *'how the session ended - WON, DIED or QUIT
              05 STR-SESSLOGOUTCOME PIC X(4).
              05 FILLER PIC X.
      *'how many hints the player paid for
              05 INT-SESSLOGHINTS PIC 999.
              05 FILLER PIC X.
              05 INT-SESSLOGLEVELS PIC 999.

      *define one pack manifest line - "KEYWORD:value"
       FD FILE-MANIFEST.
           01 REC-MANIFEST PIC X(80).

      *define one achievement goal record - a short id, the goal type
      *(KILLALL = defeat every creature on a level, TREASURE =
      *collect every item the item master gives points for,
      *FASTLEVEL = finish a level in under the count of moves,
      *NEVERLIGHT = finish without ever lighting the item named),
      *the level it applies to (0 = any level, or for NEVERLIGHT the
      *whole game), the move count, the item and the text announced
       FD FILE-ACHIEVEGOALS.
           01 REC-ACHGOAL-READ.
              05 STR-ACHGOALID-READ PIC X(10) VALUE SPACES.
              05 STR-ACHGOALTYPE-READ PIC X(10) VALUE SPACES.
              05 INT-ACHGOALLEVEL-READ PIC 9 VALUE ZERO.
              05 INT-ACHGOALCOUNT-READ PIC 999 VALUE ZEROS.
              05 STR-ACHGOALITEM-READ PIC X(20) VALUE SPACES.
              05 STR-ACHGOALTEXT-READ PIC X(60) VALUE SPACES.

      *define the keyed achievement record - keyed on the player
      *name plus the goal id, with the date it was earned and the
      *goal text as it read then
       FD FILE-ACHIEVEIDX.
           01 REC-ACHIEVEIDX.
              05 STR-ACHIDX-KEY.
                 07 STR-ACHIDX-PLAYER PIC X(20).
                 07 STR-ACHIDX-ID PIC X(10).
              05 STR-ACHIDX-DATE PIC X(8).
              05 STR-ACHIDX-TEXT PIC X(60).

       WORKING-STORAGE SECTION.
      *    define file location vars
           77 BLN-REPLAYHASEND PIC X VALUE "N".
           77 INT-REPLAYENDROOM PIC 99 VALUE ZEROS.
           77 INT-REPLAYENDSCORE PIC 9(5) VALUE ZEROS.
      *    WON/DIED/QUIT from the "End:" line - spaces when the
      *    transcript predates outcomes being recorded
           77 STR-REPLAYENDOUTCOME PIC X(4) VALUE SPACES.
      *    transcript command count and divergences found so far
           77 INT-REPLAYLINENO PIC 9(5) VALUE ZEROS.
           77 INT-REPLAYDIVERGED PIC 9(5) VALUE ZEROS.
              05 STR-ITEMREQDOWN PIC X(20) VALUE SPACES.
      *'"Y" = pitch dark without a lit light source
              05 BLN-ROOMDARK PIC X VALUE "N".
      *'per-turn damage and the item that protects against it
              05 INT-ROOMHAZARD PIC 99 VALUE ZEROES.
              05 STR-HAZARDITEM PIC X(20) VALUE SPACES.
      *'set to "Y" once the player has stood in this room - internal
      *'bookkeeping only, not read from/written to the level file
              05 BLN-VISITED PIC X VALUE "N".
           77 INT-NUMROOMS PIC 999 VALUE ZEROS.
      *    stores current room ID
           77 INT-CURROOM PIC 99 VALUE 1.
      *    stores current level number and how many levels exist -
      *    the pack manifest overrides the three-level default
           77 INT-CURLEVEL PIC 9 VALUE 1.
           77 INT-MAXLEVEL PIC 9 VALUE 3.
      *    used to build the level file name from INT-CURLEVEL
           77 INT-LEVELNUMEDIT PIC 9 VALUE 1.

      *    pack manifest vars - read once at startup by
      *    0086-LOADMANIFEST from the optional
      *    PACK_MANIFEST_COBOL.TXT; without one the pack is the
      *    conventional three levels of LEVELn/CREATURESn/EVENTSn/
      *    CONTAINERSn files and carries no release
           77 STR-MANIFESTNAME PIC X(200)
             VALUE "PACK_MANIFEST_COBOL.TXT".
           77 STR-MANIFESTFILESTATUS PIC XX VALUE SPACES.
           77 BLN-MOREMANIFESTDATA PIC X VALUE "N".
           77 STR-PACKNAME PIC X(40) VALUE SPACES.
           77 STR-PACKRELEASE PIC X(10) VALUE SPACES.
      *    keyword/value split of the manifest line being handled
           77 STR-MANIFESTKEY PIC X(20) VALUE SPACES.
           77 STR-MANIFESTVALUE PIC X(60) VALUE SPACES.
           77 INT-MANIFESTPOS PIC 99 VALUE ZEROS.
      *    the level the file lines currently belong to, the highest
      *    level listed, and whether a LEVELS: line gave the count
           77 INT-MANIFESTLEVEL PIC 9 VALUE ZERO.
           77 INT-MANIFESTTOP PIC 9 VALUE ZERO.
           77 BLN-MANIFESTCOUNTED PIC X VALUE "N".
      *    "N" when 0089-CHECKSAVERELEASE turns a checkpoint away
           77 BLN-SAVEUSABLE PIC X VALUE "Y".

      *    per-level file names from the manifest - spaces means
      *    the conventional name built from the level number
           01 REC-PACKLEVEL-INTERNAL.
            03 REC-PACKLEVEL OCCURS 9 TIMES.
              05 STR-PACKROOMS PIC X(60) VALUE SPACES.
              05 STR-PACKINDEX PIC X(60) VALUE SPACES.
              05 STR-PACKCREATURES PIC X(60) VALUE SPACES.
              05 STR-PACKEVENTS PIC X(60) VALUE SPACES.
              05 STR-PACKCONTAINERS PIC X(60) VALUE SPACES.
              05 STR-PACKHINTS PIC X(60) VALUE SPACES.

      *    holds the items the player is currently carrying
           01 REC-INVENTORY-INTERNAL.
             03 REC-INVENTORY OCCURS 20 TIMES PIC X(20) VALUE SPACES.
           77 STR-PLAYERSIDXNAME PIC X(200)
             VALUE "PLAYERS_COBOL.IDX".
           77 STR-PLAYERSIDXFILESTATUS PIC XX VALUE SPACES.
      *    old-layout view of the keyed ledger and the holding file
      *    used while 0126-CONVERTLEDGER converts it
           77 STR-PLAYERSOLDFILESTATUS PIC XX VALUE SPACES.
           77 STR-PLAYERSCONVNAME PIC X(200)
             VALUE "PLAYERS_CONVERT_COBOL.TXT".
           77 STR-PLAYERSCONVFILESTATUS PIC XX VALUE SPACES.
           77 ENDOFCONVFILE PIC 9(01) VALUE 0.
      *    "Y" while the ledger conversion is going well
           77 BLN-CONVERTOK PIC X VALUE "N".
      *    who is at the keyboard - asked once at startup, "batch"
      *    in unattended playtest runs
           77 STR-PLAYERNAME PIC X(20) VALUE SPACES.
              05 INT-PLAYERMOVES PIC 9(7) VALUE ZEROS.
              05 INT-PLAYERBEST PIC 9(5) VALUE ZEROS.
              05 INT-PLAYERLEVELS PIC 9(5) VALUE ZEROS.
              05 INT-PLAYERWINS PIC 9(5) VALUE ZEROS.
              05 INT-PLAYERDEATHS PIC 9(5) VALUE ZEROS.
      *'set to "Y" once the hall of fame has shown this player -
      *'internal bookkeeping only, not written to the ledger
              05 BLN-FAMESHOWN PIC X VALUE "N".
              05 INT-ITEMPOINTS PIC 999 VALUE ZEROS.
              05 INT-ITEMWEIGHT PIC 999 VALUE ZEROS.
              05 BLN-ITEMCONSUMABLE PIC X VALUE "N".
              05 INT-ITEMHEAL PIC 999 VALUE ZEROS.
      *'set to "Y" once this item's points have been awarded so a
      *'take/drop/take loop cannot farm the same points twice
              05 BLN-ITEMSCORED PIC X VALUE "N".
           77 INT-ITEMSLOT PIC 99 VALUE ZEROS.
      *    weight of the item just looked up (1 when unknown)
           77 INT-WEIGHTWANTED PIC 999 VALUE ZEROS.

      *    recipe vars - loaded once at startup by 0118-LOADRECIPES
      *    from the optional RECIPES_COBOL.TXT; "combine <item> with
      *    <item>" and "use <item> on <item>" swap two carried items
      *    for the one a recipe makes - see 0120-COMBINEITEMS
           77 STR-RECIPESNAME PIC X(200) VALUE "RECIPES_COBOL.TXT".
           77 STR-RECIPESFILESTATUS PIC XX VALUE SPACES.
           77 ENDOFRECIPEFILE PIC 9(01) VALUE 0.

      *    recipe class vars allow maximum of 20 recipes
           01 REC-RECIPE-INTERNAL.
            03 REC-RECIPE OCCURS 20 TIMES.
              05 STR-RECIPEINPUT1 PIC X(20) VALUE SPACES.
              05 STR-RECIPEINPUT2 PIC X(20) VALUE SPACES.
              05 INT-RECIPEROOM PIC 99 VALUE ZEROS.
              05 STR-RECIPERESULT PIC X(20) VALUE SPACES.
              05 BLN-RECIPECONSUME PIC X VALUE "Y".
              05 STR-RECIPETEXT PIC X(80) VALUE SPACES.

      *    how many recipes the recipe file defines
           77 INT-NUMRECIPES PIC 99 VALUE ZEROS.
      *    recipe located by 0122-FINDRECIPE, 0 = none
           77 INT-RECIPESLOT PIC 99 VALUE ZEROS.
      *    "Y" when the two items do combine, but not in this room
           77 BLN-RECIPEWRONGROOM PIC X VALUE "N".
      *    0122-FINDRECIPE's own scan counter - it runs between
      *    inventory searches that use the general counters
           77 INT-RECIPESCAN PIC 99 VALUE ZEROS.
      *    the two items the player named, and what follows the verb
           77 STR-CRAFTITEM1 PIC X(20) VALUE SPACES.
           77 STR-CRAFTITEM2 PIC X(20) VALUE SPACES.
           77 STR-CRAFTREST PIC X(40) VALUE SPACES.
           77 INT-CRAFTPOS PIC 99 VALUE ZEROS.
      *    carried count and weight once the recipe has been made
           77 INT-CRAFTCOUNT PIC 99 VALUE ZEROS.
           77 INT-CRAFTWEIGHT PIC 9(5) VALUE ZEROS.
      *    darkness vars - a dark room shows nothing until the
      *    player lights a light source; a lit consumable burns for
      *    a counted number of moves and is then gone - see
      *    carrying capacity is by total weight, not slots
           77 INT-MAXCARRYWEIGHT PIC 999 VALUE 100.

      *    health vars - hazardous rooms and hostile creatures take
      *    health away each turn, eating or drinking a consumable
      *    gives it back; at zero the player dies and the session
      *    ends as lost - see 0107-TAKETURNDAMAGE and 0110-EATITEM
           77 INT-HEALTH PIC 999 VALUE 100.
           77 INT-MAXHEALTH PIC 999 VALUE 100.
      *    damage about to be dealt and who or what is dealing it
           77 INT-DAMAGE PIC 99 VALUE ZEROS.
           77 INT-HURTSCAN PIC 99 VALUE ZEROS.
      *    health actually regained by the last thing consumed
           77 INT-HEALGAINED PIC 999 VALUE ZEROS.
      *    "Y" once health has run out
           77 BLN-PLAYERDEAD PIC X VALUE "N".
      *    how the session ended - WON, DIED or QUIT - worked out
      *    once the command loop finishes
           77 STR-OUTCOME PIC X(4) VALUE SPACES.

      *    used by 0035-VALIDATEINDEXLEVEL - one row per possible
      *    room id, filled by a sequential pass over the indexed
      *    file before play starts
              05 STR-CREATUREITEM PIC X(20) VALUE SPACES.
              05 STR-CREATUREKILLTEXT PIC X(80) VALUE SPACES.
              05 STR-CREATURETALKTEXT PIC X(80) VALUE SPACES.
              05 INT-CREATUREDAMAGE PIC 99 VALUE ZEROS.
      *'set to "Y" once the creature is defeated or pacified -
      *'internal bookkeeping only, not read from the creature file
              05 BLN-CREATUREDEAD PIC X VALUE "N".
      *    content slot located by 0259-FINDINCONTAINERS, 0 = none
           77 INT-CONTENTSLOT PIC 99 VALUE ZEROS.

      *    hint vars - loaded per level by 0111-LOADHINTS from the
      *    optional HINTSn_COBOL.TXT file; "hint" hands out the
      *    current room's hints one at a time, mildest first, and
      *    each one costs INT-HINTCOST points off the score
           77 STR-HINTSNAME PIC X(200)
             VALUE "HINTS1_COBOL.TXT".
           77 STR-HINTSFILESTATUS PIC XX VALUE SPACES.
           77 ENDOFHINTFILE PIC 9(01) VALUE 0.

      *    hint class vars allow 3 hints per room - the table row is
      *    the room id itself, the same on keyed and sequential
      *    levels
           01 REC-HINT-INTERNAL.
            03 REC-HINTROOM OCCURS 99 TIMES.
              05 STR-HINTTEXT PIC X(80) OCCURS 3 TIMES VALUE SPACES.
      *'how many of the room's hints the player has had - internal
      *'bookkeeping only, not read from the hint file
              05 INT-HINTSSHOWN PIC 9 VALUE ZERO.

      *    points a hint costs - a HINTCOST: manifest line sets it
      *    for the whole pack
           77 INT-HINTCOST PIC 999 VALUE 5.
      *    points actually taken for the last hint - never more than
      *    the player has
           77 INT-HINTCHARGED PIC 999 VALUE ZEROS.
      *    hints given this session
           77 INT-HINTCOUNT PIC 999 VALUE ZEROS.
      *    room the hint is for and the hint slot located, 0 = none
           77 INT-HINTROOMID PIC 99 VALUE ZEROS.
           77 INT-HINTSLOT PIC 9 VALUE ZERO.

      *    how many creatures the current level defines
           77 INT-NUMCREATURES PIC 99 VALUE ZEROS.
      *    creature located by 0216-FINDCREATUREHERE, 0 = none
      *    "Y" when a living creature bars the direction being tried
           77 BLN-CREATUREBLOCKS PIC X VALUE "N".

      *    achievement vars - the goals are loaded once at startup by
      *    0090-LOADACHIEVEMENTS from the optional
      *    ACHIEVEMENTS_COBOL.TXT, the goals this player already
      *    holds come from the keyed ACHIEVEMENTS_COBOL.IDX
           77 STR-ACHGOALSNAME PIC X(200)
             VALUE "ACHIEVEMENTS_COBOL.TXT".
           77 STR-ACHGOALSFILESTATUS PIC XX VALUE SPACES.
           77 ENDOFACHGOALFILE PIC 9(01) VALUE 0.
           77 STR-ACHIEVEIDXNAME PIC X(200)
             VALUE "ACHIEVEMENTS_COBOL.IDX".
           77 STR-ACHIEVEIDXFILESTATUS PIC XX VALUE SPACES.
           77 ENDOFACHIEVEIDX PIC 9(01) VALUE 0.

      *    achievement goal class vars allow maximum of 20 goals
           01 REC-ACHIEVE-INTERNAL.
            03 REC-ACHIEVE OCCURS 20 TIMES.
              05 STR-ACHIEVEID PIC X(10) VALUE SPACES.
              05 STR-ACHIEVETYPE PIC X(10) VALUE SPACES.
              05 INT-ACHIEVELEVEL PIC 9 VALUE ZERO.
              05 INT-ACHIEVECOUNT PIC 999 VALUE ZEROS.
              05 STR-ACHIEVEITEM PIC X(20) VALUE SPACES.
              05 STR-ACHIEVETEXT PIC X(60) VALUE SPACES.
      *'internal bookkeeping only, not read from the goal file -
      *'held from an earlier session, earned during this one, and
      *'spoiled (a NEVERLIGHT goal whose item has been lit)
              05 BLN-ACHIEVEHELD PIC X VALUE "N".
              05 BLN-ACHIEVEEARNED PIC X VALUE "N".
              05 BLN-ACHIEVESPOILED PIC X VALUE "N".

      *    how many goals the goal file defines
           77 INT-NUMACHIEVEMENTS PIC 99 VALUE ZEROS.
      *    goals held or earned so far, and earned this session
           77 INT-ACHIEVEOWNED PIC 99 VALUE ZEROS.
           77 INT-ACHIEVENEW PIC 99 VALUE ZEROS.
      *    what just happened in play - "KILL", "TAKE", "LIGHT",
      *    "LEVEL" or "GAME" - so 0092-CHECKACHIEVEMENTS only tests
      *    the goals that event could have met
           77 STR-ACHIEVEPHASE PIC X(5) VALUE SPACES.
      *    goal located by 0099-FINDACHIEVEMENT, 0 = none
           77 STR-ACHIEVEWANTED PIC X(10) VALUE SPACES.
           77 INT-ACHIEVESLOT PIC 99 VALUE ZEROS.
      *    the achievement paragraphs' own counters - they run from
      *    inside paragraphs driven by the general counters, so
      *    must not disturb them
           77 INT-ACHSCAN PIC 99 VALUE ZEROS.
           77 INT-ACHSUB PIC 99 VALUE ZEROS.
           77 INT-ACHLEFT PIC 99 VALUE ZEROS.
      *    the move count the current level started at, and the
      *    moves the level has taken so far
           77 INT-LEVELSTARTMOVES PIC 999 VALUE ZEROS.
           77 INT-LEVELMOVES PIC 999 VALUE ZEROS.

      *********************************************************
      *    parser vars
      *
            "-------------- HALL OF FAME ---------------".
         05 FILLER PIC X(12) VALUE "FAMEHEAD".
         05 FILLER PIC X(80) VALUE
            "    Player                Lvls  Best  Games Wins  Died".
         05 FILLER PIC X(12) VALUE "DARKROOM".
         05 FILLER PIC X(80) VALUE
            "It is pitch dark - you cannot see a thing!".
         05 FILLER PIC X(12) VALUE "PUTIN".
         05 FILLER PIC X(80) VALUE
            "You put the {1} in the {2}.".
         05 FILLER PIC X(12) VALUE "SAVERELEASE".
         05 FILLER PIC X(80) VALUE
            "Save is from pack release {1}, not {2} - not restored.".
         05 FILLER PIC X(12) VALUE "ACHIEVED".
         05 FILLER PIC X(80) VALUE
            "*** Achievement earned: {1} ***".
         05 FILLER PIC X(12) VALUE "SUMACHIEVE".
         05 FILLER PIC X(80) VALUE
            "Achievements      : {1} of {2}".
         05 FILLER PIC X(12) VALUE "ACHLINE".
         05 FILLER PIC X(80) VALUE
            "  - {1}".
         05 FILLER PIC X(12) VALUE "ACHLINENEW".
         05 FILLER PIC X(80) VALUE
            "  - {1}  (new!)".
         05 FILLER PIC X(12) VALUE "STATHEALTH".
         05 FILLER PIC X(80) VALUE
            "HEALTH".
         05 FILLER PIC X(12) VALUE "HAZARDHURT".
         05 FILLER PIC X(80) VALUE
            "This place is hurting you - you lose {1} health!".
         05 FILLER PIC X(12) VALUE "CREATUREHIT".
         05 FILLER PIC X(80) VALUE
            "The {1} attacks you - you lose {2} health!".
         05 FILLER PIC X(12) VALUE "PLAYERDIED".
         05 FILLER PIC X(80) VALUE
            "Your health has run out. You have died!".
         05 FILLER PIC X(12) VALUE "EATWHAT".
         05 FILLER PIC X(80) VALUE
            "Eat or drink what?".
         05 FILLER PIC X(12) VALUE "NOTEDIBLE".
         05 FILLER PIC X(80) VALUE
            "You cannot eat or drink the {1}!".
         05 FILLER PIC X(12) VALUE "HEALED".
         05 FILLER PIC X(80) VALUE
            "You consume the {1} and regain {2} health.".
         05 FILLER PIC X(12) VALUE "SUMHEALTH".
         05 FILLER PIC X(80) VALUE
            "Health            : {1} of {2}".
         05 FILLER PIC X(12) VALUE "SUMOUTCOME".
         05 FILLER PIC X(80) VALUE
            "Outcome           : {1}".
         05 FILLER PIC X(12) VALUE "HINTTEXT".
         05 FILLER PIC X(80) VALUE
            "Hint: {1}".
         05 FILLER PIC X(12) VALUE "HINTCOST".
         05 FILLER PIC X(80) VALUE
            "That hint cost you {1} points.".
         05 FILLER PIC X(12) VALUE "HINTNONE".
         05 FILLER PIC X(80) VALUE
            "There are no hints for this place.".
         05 FILLER PIC X(12) VALUE "HINTSUSED".
         05 FILLER PIC X(80) VALUE
            "You have had every hint for this place.".
         05 FILLER PIC X(12) VALUE "HELPHINT".
         05 FILLER PIC X(80) VALUE
            "Ask for a hint (costs points) - hint".
         05 FILLER PIC X(12) VALUE "SUMHINTS".
         05 FILLER PIC X(80) VALUE
            "Hints used        : {1}".
         05 FILLER PIC X(12) VALUE "COMBINEWHAT".
         05 FILLER PIC X(80) VALUE
            "Combine what with what?".
         05 FILLER PIC X(12) VALUE "NORECIPE".
         05 FILLER PIC X(80) VALUE
            "The {1} and the {2} will not go together.".
         05 FILLER PIC X(12) VALUE "RECIPEROOM".
         05 FILLER PIC X(80) VALUE
            "You cannot put the {1} and the {2} together here.".
         05 FILLER PIC X(12) VALUE "CRAFTED".
         05 FILLER PIC X(80) VALUE
            "You now have the {1}.".
         05 FILLER PIC X(12) VALUE "HELPCOMBINE".
         05 FILLER PIC X(80) VALUE
            "Put two things together  - combine <item> with <item>".
      *    spare slots filled in at runtime by 0043-LOADMESSAGES
      *    for message ids the built-in list does not know
         05 FILLER PIC X(92) VALUE SPACES OCCURS 3 TIMES.
      *    this bit allows programmatic acces to the table values
       01 LST-MESSAGES-REDEF REDEFINES LST-MESSAGES-INTERNAL.
         05 REC-MESSAGE OCCURS 99 TIMES.
           07 STR-CATMSGID PIC X(12).
           07 STR-CATMSGTEXT PIC X(80).

      *    how many catalog entries are in use
       77 INT-NUMMESSAGES PIC 99 VALUE 96.
      *    catalog file vars used by 0043-LOADMESSAGES
       77 STR-MESSAGESNAME PIC X(200) VALUE "MESSAGES_COBOL.TXT".
       77 STR-MESSAGESFILESTATUS PIC XX VALUE SPACES.
         05 FILLER PIC X(20) VALUE "inventory".
         05 FILLER PIC X(20) VALUE "map".
         05 FILLER PIC X(20) VALUE "light".
         05 FILLER PIC X(20) VALUE "eat".
         05 FILLER PIC X(20) VALUE "drink".
         05 FILLER PIC X(20) VALUE "hint".
         05 FILLER PIC X(20) VALUE "combine".
      *    spare slots filled in at runtime by 0022-LOADVOCABULARY
      *    from an optional vocabulary file - see INT-NUMVERBS
         05 FILLER PIC X(20) VALUE SPACES OCCURS 8 TIMES.
      *    this bit allows programmatic acces to the table values
       01 LST-VERBS-REDEF REDEFINES LST-VERBS-INTERNAL.
         05 LST-VERBS OCCURS 56 TIMES PIC X(20).

       01 LST-NOUNS-INTERNAL.
         05 FILLER PIC X(20) VALUE "exit".
         05 LST-DIRECTIONS OCCURS 8 TIMES PIC X(20).

      *    list/table sizes
       77 INT-NUMVERBS PIC 99 VALUE 48.
       77 INT-NUMPREPOSITIONS PIC 99 VALUE 15.
       77 INT-NUMDIRECTIONS PIC 9 VALUE 6.
       77 INT-NUMVADJECTIVES PIC 99 VALUE 21.
       77 INT-START PIC 99 VALUE ZEROS.
       77 STR-BLANKLINE PIC X(80) VALUE SPACES.
       77 STR-OUTPUT PIC X(80) VALUE SPACES.
      *    40 wide so "use <item> on <item>" fits with two-word names
       77 STR-INPUT PIC X(40) VALUE SPACES.
       77 INT-LINESPRINTED PIC 99 VALUE ZEROS.

       PROCEDURE DIVISION.
      *    them
           PERFORM 0012-SETFILEPATHS.

      *    find out what pack is installed - its release, how many
      *    levels it has and which files each level uses
           PERFORM 0086-LOADMANIFEST.

      *    pick up any extra words defined outside the program
           PERFORM 0022-LOADVOCABULARY.

      *    weights - if an ITEMS_COBOL.TXT was shipped
           PERFORM 0027-LOADITEMS.

      *    pick up the recipes saying which items combine, if a
      *    RECIPES_COBOL.TXT was shipped
           PERFORM 0118-LOADRECIPES.

      *    pick up the achievement goals, if any were shipped
           PERFORM 0090-LOADACHIEVEMENTS.

      *    pick up any message catalog overrides - wording fixes
      *    and translations without a recompile
           PERFORM 0043-LOADMESSAGES.
              MOVE STR-PLAYERNAME TO STR-MSGARG1
              PERFORM 0504-SHOWMESSAGE
           END-IF.
      *    which of the goals has this player already earned?
           PERFORM 0097-LOADHELDACHIEVEMENTS.
           PERFORM 0052-SHOWHALLOFFAME.
           MOVE "Y" TO BLN-WAIT5SECONDS.
           PERFORM 0002-WAIT.
                         "this session will not be logged"
              ELSE
      *          stamp the session and player onto the transcript -
      *          neither used to appear in it at all - and the pack
      *          release it was played on, when the pack has one
                 MOVE SPACES TO REC-TRANSCRIPT
                 MOVE 1 TO INT-MANIFESTPOS
                 STRING "Session " DELIMITED BY SIZE
                        STR-SESSIONSTAMP DELIMITED BY SIZE
                        " player " DELIMITED BY SIZE
                        FUNCTION TRIM(STR-PLAYERNAME)
                        DELIMITED BY SIZE
                        INTO REC-TRANSCRIPT
                        WITH POINTER INT-MANIFESTPOS
                 END-STRING
                 IF STR-PACKRELEASE NOT EQUAL TO SPACES THEN
                    STRING " release " DELIMITED BY SIZE
                           FUNCTION TRIM(STR-PACKRELEASE)
                           DELIMITED BY SIZE
                           INTO REC-TRANSCRIPT
                           WITH POINTER INT-MANIFESTPOS
                    END-STRING
                 END-IF
                 WRITE REC-TRANSCRIPT
              END-IF
           END-IF.
                    PERFORM 0002-WAIT
                    PERFORM 0003-SHOWROOM
                 ELSE
      *              'eat or drink a carried consumable to win back
      *              'some health
                 IF STR-RESULT1 EQUAL TO "eat" OR
                    STR-RESULT1 EQUAL TO "drink" THEN
                    PERFORM 0110-EATITEM
                    MOVE SPACES TO STR-INPUT
                    MOVE "N" TO BLN-WAIT5SECONDS
                    PERFORM 0002-WAIT
                    PERFORM 0003-SHOWROOM
                 ELSE
      *              'the next hint for the room the player is stuck
      *              'in - paid for out of the score
                 IF STR-RESULT1 EQUAL TO "hint" THEN
                    PERFORM 0113-GIVEHINT
                    MOVE SPACES TO STR-INPUT
                    MOVE "Y" TO BLN-WAIT5SECONDS
                    PERFORM 0002-WAIT
                    PERFORM 0003-SHOWROOM
                 ELSE
      *              'put two carried items together - combine
      *              '<item> with <item> or use <item> on <item>
                 IF STR-RESULT1 EQUAL TO "combine" OR
                    STR-RESULT1 EQUAL TO "use" THEN
                    PERFORM 0120-COMBINEITEMS
                    MOVE SPACES TO STR-INPUT
                    MOVE "N" TO BLN-WAIT5SECONDS
                    PERFORM 0002-WAIT
                    PERFORM 0003-SHOWROOM
      *             'the item made can fire a TAKEITEM event, which
      *             'may end the game - same check as take/get
                    PERFORM 0004-CHECKIFEND
                    IF BLN-ENDOFGAME EQUAL TO "Y" THEN
                       MOVE "exit" TO STR-INPUT
                    END-IF
                 ELSE
      *              'ignore help and exit commands only show error for commands not understood
      *              'NOTE: check game logic - can this be refactored away?
                 IF STR-RESULT1 NOT EQUAL TO "help" AND
                 END-IF
                 END-IF
                 END-IF
                 END-IF
                 END-IF
                 END-IF
               END-IF
               END-IF
            ELSE
                 PERFORM 0003-SHOWROOM
              END-IF
            END-IF
      *    every turn spent in a hazardous room or alongside a
      *    hostile creature costs health - asking for help or a
      *    hint, saving and leaving are not turns
           IF BLN-ISOK EQUAL TO "Y" AND
              BLN-ENDOFGAME EQUAL TO "N" AND
              STR-RESULT1 NOT EQUAL TO "help" AND
              STR-RESULT1 NOT EQUAL TO "hint" AND
              STR-RESULT1 NOT EQUAL TO "save" AND
              STR-RESULT1 NOT EQUAL TO "exit" THEN
              PERFORM 0107-TAKETURNDAMAGE
           END-IF
           END-PERFORM.

      *    how did it end - a dead player has lost whatever else
      *    happened, reaching the end of the game is a win, anything
      *    else is the player walking away
           IF BLN-PLAYERDEAD EQUAL TO "Y" THEN
              MOVE "DIED" TO STR-OUTCOME
           ELSE
              IF BLN-ENDOFGAME EQUAL TO "Y" THEN
                 MOVE "WON" TO STR-OUTCOME
              ELSE
                 MOVE "QUIT" TO STR-OUTCOME
              END-IF
           END-IF.

      *    a won game may have met the whole-game goals
           IF STR-OUTCOME EQUAL TO "WON" THEN
              MOVE "GAME" TO STR-ACHIEVEPHASE
              PERFORM 0092-CHECKACHIEVEMENTS
           END-IF.

           PERFORM 0010-SHOWSUMMARY.

      *    a replay checks its final room and score against the
      *       keyed ledger record on disk
              PERFORM 0047-UPDATEPLAYERLEDGER
              PERFORM 0081-UPDATELEDGERRECORD
              PERFORM 0103-RECORDACHIEVEMENTS
              PERFORM 0052-SHOWHALLOFFAME

      *       the transcript ends with where the session finished,
       0040-SHOWSTATUSBAR.
      *    Created 22/08/2026 By Roger Williams
      *
      *    Modified 15/10/2026 By Roger Williams - shows the
      *    player's health as well
      *
      *    paints the persistent status bar at the top of every
      *    screen - level, room, moves, items carried, score and
      *    health
           MOVE SPACES TO STR-OUTPUT.
           MOVE 1 TO INT-START.
      *    the caption words come from the message catalog so a
           STRING FUNCTION TRIM(STR-MSGFOUND) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  INT-SCORE DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  INTO STR-OUTPUT WITH POINTER INT-START
           END-STRING.
           MOVE "STATHEALTH" TO STR-MSGKEY.
           PERFORM 0508-GETMESSAGETEXT.
           STRING FUNCTION TRIM(STR-MSGFOUND) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  INT-HEALTH DELIMITED BY SIZE
                  INTO STR-OUTPUT WITH POINTER INT-START
           END-STRING.
           DISPLAY STR-OUTPUT.

       0004-CHECKIFEND.
      *    Created 01/08/2024 By Roger Williams
      *    Modified 15/10/2026 By Roger Williams - finishing the last
      *    level is checked against the achievement goals
      *
      *    checks if game has ended if so sets
      *    BLN-ENDOFGAME to Y
                 PERFORM 0007-NEXTLEVEL
              ELSE
                 ADD 1 TO INT-LEVELSDONE
                 MOVE "LEVEL" TO STR-ACHIEVEPHASE
                 PERFORM 0092-CHECKACHIEVEMENTS
                 MOVE "Y" TO BLN-ENDOFGAME
              END-IF
           END-IF
      *                    one sequential pass and rooms are then
      *                    read by key as the player visits them,
      *                    lifting the old 40-room limit
      *    15/10/2026 RW - a file named for this level in the pack
      *                    manifest wins over the conventional name
           MOVE INT-CURLEVEL TO INT-LEVELNUMEDIT
           IF STR-PACKROOMS(INT-CURLEVEL) NOT EQUAL TO SPACES THEN
              MOVE STR-PACKROOMS(INT-CURLEVEL) TO STR-BAREFILENAME
           ELSE
              MOVE SPACES TO STR-BAREFILENAME
              STRING "LEVEL" DELIMITED BY SIZE
                     INT-LEVELNUMEDIT DELIMITED BY SIZE
                     "_COBOL.TXT" DELIMITED BY SIZE
                     INTO STR-BAREFILENAME
              END-STRING
           END-IF.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-LEVEL1NAME.

           IF STR-PACKINDEX(INT-CURLEVEL) NOT EQUAL TO SPACES THEN
              MOVE STR-PACKINDEX(INT-CURLEVEL) TO STR-BAREFILENAME
           ELSE
              MOVE SPACES TO STR-BAREFILENAME
              STRING "LEVEL" DELIMITED BY SIZE
                     INT-LEVELNUMEDIT DELIMITED BY SIZE
                     "_COBOL.IDX" DELIMITED BY SIZE
                     INTO STR-BAREFILENAME
              END-STRING
           END-IF.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-LEVELIDXNAME.

              PERFORM 0031-LOADEVENTS
      *       pick up the level's containers, if it has any
              PERFORM 0074-LOADCONTAINERS
      *       pick up the level's hints, if it has any
              PERFORM 0111-LOADHINTS
           ELSE
              PERFORM 0036-LOADSEQUENTIALLEVEL
           END-IF.

       0036-LOADSEQUENTIALLEVEL.
      *    Created 22/08/2026 By Roger Williams
      *    Modified 15/10/2026 By Roger Williams - a room with no
      *    hazard damage on file is a harmless room
      *
      *    the classic front-to-back load of LEVELn_COBOL.TXT, used
      *    when the level has no indexed file - this is the body
                   IF INT-NEXTROOMDOWN(INT-NUMROOMS) IS NOT NUMERIC
                      MOVE ZEROS TO INT-NEXTROOMDOWN(INT-NUMROOMS)
                   END-IF
                   IF INT-ROOMHAZARD(INT-NUMROOMS) IS NOT NUMERIC
                      MOVE ZEROS TO INT-ROOMHAZARD(INT-NUMROOMS)
                   END-IF
                END-IF
                INITIALIZE REC-ROOM-READ


      *       pick up the level's containers, if it has any
              PERFORM 0074-LOADCONTAINERS

      *       pick up the level's hints, if it has any
              PERFORM 0111-LOADHINTS
           END-IF.

       0033-FETCHROOM.
                 READ FILE-LEVELIDX
                 IF STR-LEVELIDXFILESTATUS EQUAL TO "00" THEN
                    MOVE REC-ROOMIDX TO REC-ROOM(INT-FETCHID)
                    IF INT-ROOMHAZARD(INT-FETCHID) IS NOT NUMERIC
                       MOVE ZEROS TO INT-ROOMHAZARD(INT-FETCHID)
                    END-IF
                 ELSE
                    MOVE "N" TO BLN-FETCHOK
                 END-IF
      *    standing in has no exits left AND more levels remain -
      *    loads the next level file and drops the player into its
      *    first room instead of ending the game
      *    Modified 15/10/2026 By Roger Williams - the level just
      *    finished is checked against the achievement goals before
      *    the next one loads, and the next level's move count
      *    starts from here
           ADD 1 TO INT-LEVELSDONE.
           MOVE "LEVEL" TO STR-ACHIEVEPHASE.
           PERFORM 0092-CHECKACHIEVEMENTS.
           ADD 1 TO INT-CURLEVEL.
           PERFORM 0005-LOADLEVEL.
           MOVE INT-MOVECOUNT TO INT-LEVELSTARTMOVES.

      *    0005-LOADLEVEL sets BLN-ENDOFGAME instead of loading
      *    anything when the level pack has no file for this level
      *    the creature/event/item once-only flags and the live
      *    state of every loaded room, closing the restore scoring
      *    exploit
      *    Modified 15/10/2026 By Roger Williams - stamps the pack
      *    release onto the checkpoint
      *    Modified 15/10/2026 By Roger Williams - carries the
      *    achievement progress: where the level's move count started
      *    and the spoiled "never light" goals
      *    Modified 15/10/2026 By Roger Williams - carries the
      *    player's health
      *    Modified 15/10/2026 By Roger Williams - carries the hints
      *    taken, in total and per room
      *
      *    writes the current game state out to the checkpoint file
      *    so the session can be resumed later - the file is always
           PERFORM 0077-COPYSAVECONTAINER TEST AFTER
                   UNTIL INT-NUM1 GREATER THAN 5.

           MOVE STR-PACKRELEASE TO STR-SAVERELEASE.

           MOVE INT-LEVELSTARTMOVES TO INT-SAVELEVELSTART.
           MOVE 1 TO INT-NUM1.
           PERFORM 0100-COPYSAVEACHSPOILED TEST AFTER
                   UNTIL INT-NUM1 GREATER THAN 20.

           MOVE INT-HEALTH TO INT-SAVEHEALTH.

           MOVE INT-HINTCOUNT TO INT-SAVEHINTCOUNT.
           MOVE 1 TO INT-NUM1.
           PERFORM 0114-COPYSAVEHINTS TEST AFTER
                   UNTIL INT-NUM1 GREATER THAN 99.

           OPEN OUTPUT FILE-SAVEGAME.
           IF STR-SAVEFILESTATUS EQUAL TO "00" THEN
              WRITE REC-SAVEGAME
      *    world state the widened checkpoint now carries: score,
      *    session counters, the creature/event/item once-only flags
      *    and the live state of every room loaded at save time
      *    Modified 15/10/2026 By Roger Williams - a checkpoint taken
      *    on a different pack release is refused
      *    Modified 15/10/2026 By Roger Williams - restores the
      *    achievement progress the checkpoint now carries
      *    Modified 15/10/2026 By Roger Williams - restores the
      *    player's health
      *    Modified 15/10/2026 By Roger Williams - restores the
      *    hints taken
      *
      *    called once by 0006-INIT during startup - silently does
      *    nothing IF no checkpoint file exists yet

           IF STR-SAVEFILESTATUS EQUAL TO "00" THEN
              READ FILE-SAVEGAME
              PERFORM 0089-CHECKSAVERELEASE
              IF STR-SAVEFILESTATUS EQUAL TO "00" AND
                 BLN-SAVEUSABLE EQUAL TO "Y" THEN
                 IF INT-SAVELEVEL NOT EQUAL TO INT-CURLEVEL THEN
                    MOVE INT-SAVELEVEL TO INT-CURLEVEL
                    PERFORM 0005-LOADLEVEL
                    PERFORM 0079-RESTORECONTAINER TEST AFTER
                            UNTIL INT-NUM2 GREATER THAN 5
                 END-IF
      *          bring back the achievement progress - a save from
      *          before achievements existed reads the tail back as
      *          spaces, the level then counts from move zero and no
      *          goal is spoiled
                 IF INT-SAVELEVELSTART IS NUMERIC THEN
                    MOVE INT-SAVELEVELSTART TO INT-LEVELSTARTMOVES
                    MOVE 1 TO INT-NUM1
                    PERFORM 0101-RESTOREACHSPOILED TEST AFTER
                            UNTIL INT-NUM1 GREATER THAN 20
                 ELSE
                    MOVE ZERO TO INT-LEVELSTARTMOVES
                 END-IF
      *          a save from before health existed leaves the player
      *          at full health
                 IF INT-SAVEHEALTH IS NUMERIC AND
                    INT-SAVEHEALTH GREATER THAN ZERO THEN
                    MOVE INT-SAVEHEALTH TO INT-HEALTH
                 ELSE
                    MOVE INT-MAXHEALTH TO INT-HEALTH
                 END-IF
      *          a save from before hints existed has had none - the
      *          level load has already cleared the per-room counts
                 IF INT-SAVEHINTCOUNT IS NUMERIC THEN
                    MOVE INT-SAVEHINTCOUNT TO INT-HINTCOUNT
                    MOVE 1 TO INT-NUM1
                    PERFORM 0115-RESTOREHINTS TEST AFTER
                            UNTIL INT-NUM1 GREATER THAN 99
                 ELSE
                    MOVE ZERO TO INT-HINTCOUNT
                 END-IF
      *          the carried weight is derived from the inventory,
      *          so rebuild it from what was just restored
                 PERFORM 0029-RECALCCARRIEDWEIGHT
       0010-SHOWSUMMARY.
      *    Created 18/08/2024 By Roger Williams
      *
      *    Modified 15/10/2026 By Roger Williams - lists the
      *    achievements the player holds, marking those earned this
      *    session
      *    Modified 15/10/2026 By Roger Williams - shows the health
      *    left and whether the game was won, lost or abandoned
      *    Modified 15/10/2026 By Roger Williams - shows how many
      *    hints were paid for
      *
      *    displays a short end-of-session report once BLN-ENDOFGAME
      *    is set, and writes the same figures out to FILE-REPORT
      *    for later review
           MOVE "SUMSCORE" TO STR-MSGKEY.
           MOVE INT-SCORE TO STR-MSGARG1.
           PERFORM 0504-SHOWMESSAGE.
           MOVE "SUMHEALTH" TO STR-MSGKEY.
           MOVE INT-HEALTH TO STR-MSGARG1.
           MOVE INT-MAXHEALTH TO STR-MSGARG2.
           PERFORM 0504-SHOWMESSAGE.
           MOVE "SUMOUTCOME" TO STR-MSGKEY.
           MOVE STR-OUTCOME TO STR-MSGARG1.
           PERFORM 0504-SHOWMESSAGE.
           MOVE "SUMHINTS" TO STR-MSGKEY.
           MOVE INT-HINTCOUNT TO STR-MSGARG1.
           PERFORM 0504-SHOWMESSAGE.
           IF INT-NUMACHIEVEMENTS GREATER THAN ZERO THEN
              MOVE "SUMACHIEVE" TO STR-MSGKEY
              MOVE INT-ACHIEVEOWNED TO STR-MSGARG1
              MOVE INT-NUMACHIEVEMENTS TO STR-MSGARG2
              PERFORM 0504-SHOWMESSAGE
              MOVE 1 TO INT-ACHSCAN
              PERFORM 0105-SHOWONEACHIEVEMENT TEST AFTER
                      UNTIL INT-ACHSCAN GREATER THAN
                            INT-NUMACHIEVEMENTS
           END-IF.
           DISPLAY "------------------------------------------------".

      *    a replay must not clobber the real session report
              END-STRING
              WRITE REC-REPORT

              MOVE SPACES TO REC-REPORT
              STRING "Health: " DELIMITED BY SIZE
                     INT-HEALTH DELIMITED BY SIZE
                     " of " DELIMITED BY SIZE
                     INT-MAXHEALTH DELIMITED BY SIZE
                 INTO REC-REPORT
              END-STRING
              WRITE REC-REPORT

              MOVE SPACES TO REC-REPORT
              STRING "Outcome: " DELIMITED BY SIZE
                     STR-OUTCOME DELIMITED BY SPACE
                 INTO REC-REPORT
              END-STRING
              WRITE REC-REPORT

              MOVE SPACES TO REC-REPORT
              STRING "Hints used: " INT-HINTCOUNT DELIMITED BY SIZE
                 INTO REC-REPORT
              END-STRING
              WRITE REC-REPORT

              IF INT-NUMACHIEVEMENTS GREATER THAN ZERO THEN
                 MOVE SPACES TO REC-REPORT
                 STRING "Achievements: " DELIMITED BY SIZE
                        INT-ACHIEVEOWNED DELIMITED BY SIZE
                        " of " DELIMITED BY SIZE
                        INT-NUMACHIEVEMENTS DELIMITED BY SIZE
                        ", new this session: " DELIMITED BY SIZE
                        INT-ACHIEVENEW DELIMITED BY SIZE
                    INTO REC-REPORT
                 END-STRING
                 WRITE REC-REPORT
                 MOVE 1 TO INT-ACHSCAN
                 PERFORM 0106-REPORTONEACHIEVEMENT TEST AFTER
                         UNTIL INT-ACHSCAN GREATER THAN
                               INT-NUMACHIEVEMENTS
              END-IF

              CLOSE FILE-REPORT
           END-IF.

           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-PLAYERSIDXNAME.

           MOVE "PLAYERS_CONVERT_COBOL.TXT" TO STR-BAREFILENAME.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-PLAYERSCONVNAME.

           MOVE "REPLAY_REPORT_COBOL.TXT" TO STR-BAREFILENAME.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-REPLAYRPTNAME.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-SESSIONLOGNAME.

           MOVE "PACK_MANIFEST_COBOL.TXT" TO STR-BAREFILENAME.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-MANIFESTNAME.

           MOVE "ACHIEVEMENTS_COBOL.IDX" TO STR-BAREFILENAME.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-ACHIEVEIDXNAME.

      *    ROGADVENTUREBATCH is the full path to a scripted-command
      *    file, not relative to STR-PROJECTPATH like the data files
      *    above, so it is read as-is with no 0503-BUILDFULLPATH call
       0065-LOGTRANSCRIPTEND.
      *    Created 02/09/2026 By Roger Williams
      *
      *    Modified 15/10/2026 By Roger Williams - the line also
      *    records whether the session was won, lost or abandoned
      *
      *    called once by MAIN-PROCEDURE as the session ends -
      *    appends the final "End:" line recording where the session
      *    finished and its score, so a later replay of this
                  INT-CURROOM DELIMITED BY SIZE
                  " score " DELIMITED BY SIZE
                  INT-SCORE DELIMITED BY SIZE
                  " outcome " DELIMITED BY SIZE
                  STR-OUTCOME DELIMITED BY SIZE
                  INTO REC-TRANSCRIPT
           END-STRING.
           WRITE REC-TRANSCRIPT.
                          MOVE REC-REPLAY(20:5)
                             TO INT-REPLAYENDSCORE
                       END-IF
                       IF REC-REPLAY(25:9) EQUAL TO " outcome " THEN
                          MOVE REC-REPLAY(34:4)
                             TO STR-REPLAYENDOUTCOME
                       END-IF
                       MOVE "exit" TO STR-INPUT
                       MOVE "Y" TO BLN-REPLAYGOTCMD
                    WHEN OTHER
       0068-FINISHREPLAY.
      *    Created 02/09/2026 By Roger Williams
      *
      *    Modified 15/10/2026 By Roger Williams - the outcome is
      *    checked too, when the transcript recorded one
      *
      *    called once by MAIN-PROCEDURE after the replay ends -
      *    checks the final room and score against the transcript's
      *    "End:" line and sums up the divergences found
                 END-STRING
                 PERFORM 0069-EMITREPLAYLINE
              END-IF
              IF STR-REPLAYENDOUTCOME NOT EQUAL TO SPACES AND
                 STR-REPLAYENDOUTCOME NOT EQUAL TO STR-OUTCOME THEN
                 ADD 1 TO INT-REPLAYDIVERGED
                 MOVE SPACES TO STR-REPLAYLINE
                 STRING "DIVERGED at end: transcript outcome "
                        DELIMITED BY SIZE
                        STR-REPLAYENDOUTCOME DELIMITED BY SPACE
                        ", replay outcome " DELIMITED BY SIZE
                        STR-OUTCOME DELIMITED BY SPACE
                        INTO STR-REPLAYLINE
                 END-STRING
                 PERFORM 0069-EMITREPLAYLINE
              END-IF
           END-IF.

           MOVE SPACES TO STR-REPLAYLINE.
                    IF REC-REPLAY(20:5) IS NUMERIC THEN
                       MOVE REC-REPLAY(20:5) TO INT-REPLAYENDSCORE
                    END-IF
                    IF REC-REPLAY(25:9) EQUAL TO " outcome " THEN
                       MOVE REC-REPLAY(34:4) TO STR-REPLAYENDOUTCOME
                    END-IF
                 END-IF
           END-READ.

       0073-LOGSESSIONINDEX.
      *    Created 02/09/2026 By Roger Williams
      *
      *    Modified 15/10/2026 By Roger Williams - records the pack
      *    release the session was played on
      *    Modified 15/10/2026 By Roger Williams - records how the
      *    session ended (WON, DIED or QUIT)
      *    Modified 15/10/2026 By Roger Williams - records how many
      *    hints were paid for
      *    Modified 15/10/2026 By Roger Williams - records how many
      *    levels were completed, for the ledger reconciliation
      *
      *    called once by MAIN-PROCEDURE as a normal (not replay)
      *    session ends - appends one line naming this session's
      *    transcript and report files to the session index, which
              MOVE STR-REPORTBARE TO STR-SESSLOGREPORT
              MOVE INT-MOVECOUNT TO INT-SESSLOGMOVES
              MOVE INT-SCORE TO INT-SESSLOGSCORE
              MOVE STR-PACKRELEASE TO STR-SESSLOGRELEASE
              MOVE STR-OUTCOME TO STR-SESSLOGOUTCOME
              MOVE INT-HINTCOUNT TO INT-SESSLOGHINTS
              MOVE INT-LEVELSDONE TO INT-SESSLOGLEVELS
              WRITE REC-SESSIONLOG
              CLOSE FILE-SESSIONLOG
           ELSE
              DISPLAY "WARNING: could not update the session index"
           END-IF.

       0086-LOADMANIFEST.
      *    Created 15/10/2026 By Roger Williams
      *
      *    reads STR-MANIFESTNAME, one "KEYWORD:value" pair per line
      *    in the style of the level source files - PACK: and
      *    RELEASE: name the pack, LEVELS: says how many levels it
      *    has, and each LEVEL:n line starts the file list of that
      *    level (ROOMS:, INDEX:, SOURCE:, CREATURES:, EVENTS:,
      *    CONTAINERS:); blank lines and lines starting with * are
      *    ignored. A missing manifest is not an error - the game
      *    runs the conventional three-level pack.
           MOVE ZERO TO INT-MANIFESTLEVEL.
           MOVE ZERO TO INT-MANIFESTTOP.
           MOVE "N" TO BLN-MANIFESTCOUNTED.

           OPEN INPUT FILE-MANIFEST.
           IF STR-MANIFESTFILESTATUS EQUAL TO "00" THEN
              READ FILE-MANIFEST
                 AT END MOVE "N" TO BLN-MOREMANIFESTDATA
                 NOT AT END MOVE "Y" TO BLN-MOREMANIFESTDATA
              END-READ
              PERFORM 0087-LOADMANIFESTLINE TEST AFTER
                      UNTIL BLN-MOREMANIFESTDATA EQUAL TO "N"
              CLOSE FILE-MANIFEST
      *       a manifest that lists its levels but has no LEVELS:
      *       line still says how far the pack goes
              IF BLN-MANIFESTCOUNTED EQUAL TO "N" AND
                 INT-MANIFESTTOP NOT EQUAL TO ZERO THEN
                 MOVE INT-MANIFESTTOP TO INT-MAXLEVEL
              END-IF
           END-IF.

       0087-LOADMANIFESTLINE.
      *    Created 15/10/2026 By Roger Williams
      *    Modified 15/10/2026 By Roger Williams - HINTCOST: sets
      *    what a hint costs
      *
      *    repeatedly called by 0086-LOADMANIFEST - handles the
      *    manifest line already in REC-MANIFEST, then reads ahead
      *    for the next one
           IF BLN-MOREMANIFESTDATA EQUAL TO "Y" AND
              REC-MANIFEST NOT EQUAL TO SPACES AND
              REC-MANIFEST(1:1) NOT EQUAL TO "*" THEN
              MOVE SPACES TO STR-MANIFESTKEY
              MOVE SPACES TO STR-MANIFESTVALUE
              MOVE 1 TO INT-MANIFESTPOS
      *       split on the first colon only - a pack name may carry
      *       one of its own
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
                       MOVE STR-MANIFESTVALUE(1:1) TO INT-MAXLEVEL
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
                 WHEN "HINTCOST"
                    PERFORM 0116-SETHINTCOST
                 WHEN OTHER
      *             a file line before any LEVEL: line has no level
      *             to belong to and is ignored
                    IF INT-MANIFESTLEVEL NOT EQUAL TO ZERO THEN
                       PERFORM 0088-STOREMANIFESTFILE
                    END-IF
              END-EVALUATE
           END-IF.

           READ FILE-MANIFEST
              AT END MOVE "N" TO BLN-MOREMANIFESTDATA
              NOT AT END MOVE "Y" TO BLN-MOREMANIFESTDATA
           END-READ.

       0088-STOREMANIFESTFILE.
      *    Created 15/10/2026 By Roger Williams
      *    Modified 15/10/2026 By Roger Williams - HINTS:
      *
      *    called by 0087-LOADMANIFESTLINE - files the name on a
      *    manifest file line against INT-MANIFESTLEVEL; the level
      *    source file (SOURCE:) is only of interest to the build
      *    tools, the game itself never reads it
           EVALUATE STR-MANIFESTKEY
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

       0089-CHECKSAVERELEASE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    called by 0009-RESTOREGAME right after the checkpoint is
      *    read - a save stamped with a different pack release than
      *    the one installed is turned away, its room ids and flag
      *    slots may no longer mean the same thing; a save from
      *    before releases were stamped reads the field back as
      *    spaces and is let through as it always was
           MOVE "Y" TO BLN-SAVEUSABLE.
           IF STR-SAVEFILESTATUS EQUAL TO "00" THEN
              IF STR-SAVERELEASE NOT EQUAL TO SPACES AND
                 STR-SAVERELEASE NOT EQUAL TO STR-PACKRELEASE THEN
                 MOVE "N" TO BLN-SAVEUSABLE
                 MOVE "SAVERELEASE" TO STR-MSGKEY
                 MOVE STR-SAVERELEASE TO STR-MSGARG1
                 IF STR-PACKRELEASE EQUAL TO SPACES THEN
                    MOVE "unreleased" TO STR-MSGARG2
                 ELSE
                    MOVE STR-PACKRELEASE TO STR-MSGARG2
                 END-IF
                 PERFORM 0504-SHOWMESSAGE
              END-IF
           END-IF.

       0090-LOADACHIEVEMENTS.
      *    Created 15/10/2026 By Roger Williams
      *
      *    called once at startup - reads ACHIEVEMENTS_COBOL.TXT into
      *    the achievement goal table; a missing file is not an
      *    error, the game then simply has no goals to announce
           MOVE "ACHIEVEMENTS_COBOL.TXT" TO STR-BAREFILENAME.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-ACHGOALSNAME.

           INITIALIZE REC-ACHIEVE-INTERNAL.
           MOVE ZERO TO INT-NUMACHIEVEMENTS.
           MOVE 0 TO ENDOFACHGOALFILE.

           OPEN INPUT FILE-ACHIEVEGOALS.
           IF STR-ACHGOALSFILESTATUS EQUAL TO "00" THEN
              READ FILE-ACHIEVEGOALS
                    AT END MOVE 1 TO ENDOFACHGOALFILE
              END-READ
              PERFORM 0091-STOREACHIEVEMENT TEST AFTER
                      UNTIL ENDOFACHGOALFILE EQUAL TO 1
              CLOSE FILE-ACHIEVEGOALS
           END-IF.

       0091-STOREACHIEVEMENT.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0090-LOADACHIEVEMENTS - stores the
      *    goal record already read, then reads ahead for the next
      *    one; a record with no id is skipped, junk in a numeric
      *    field is zeroed and records past the OCCURS 20 limit are
      *    dropped
           IF ENDOFACHGOALFILE NOT EQUAL TO 1 THEN
              IF INT-NUMACHIEVEMENTS LESS THAN 20 AND
                 STR-ACHGOALID-READ NOT EQUAL TO SPACES THEN
                 ADD 1 TO INT-NUMACHIEVEMENTS
                 IF INT-ACHGOALLEVEL-READ IS NOT NUMERIC THEN
                    MOVE ZERO TO INT-ACHGOALLEVEL-READ
                 END-IF
                 IF INT-ACHGOALCOUNT-READ IS NOT NUMERIC THEN
                    MOVE ZEROS TO INT-ACHGOALCOUNT-READ
                 END-IF
                 MOVE STR-ACHGOALID-READ
                    TO STR-ACHIEVEID(INT-NUMACHIEVEMENTS)
                 MOVE FUNCTION UPPER-CASE(STR-ACHGOALTYPE-READ)
                    TO STR-ACHIEVETYPE(INT-NUMACHIEVEMENTS)
                 MOVE INT-ACHGOALLEVEL-READ
                    TO INT-ACHIEVELEVEL(INT-NUMACHIEVEMENTS)
                 MOVE INT-ACHGOALCOUNT-READ
                    TO INT-ACHIEVECOUNT(INT-NUMACHIEVEMENTS)
                 MOVE STR-ACHGOALITEM-READ
                    TO STR-ACHIEVEITEM(INT-NUMACHIEVEMENTS)
                 MOVE STR-ACHGOALTEXT-READ
                    TO STR-ACHIEVETEXT(INT-NUMACHIEVEMENTS)
                 MOVE "N" TO BLN-ACHIEVEHELD(INT-NUMACHIEVEMENTS)
                 MOVE "N" TO BLN-ACHIEVEEARNED(INT-NUMACHIEVEMENTS)
                 MOVE "N" TO BLN-ACHIEVESPOILED(INT-NUMACHIEVEMENTS)
              END-IF
              INITIALIZE REC-ACHGOAL-READ
              READ FILE-ACHIEVEGOALS INTO REC-ACHGOAL-READ
                    AT END MOVE 1 TO ENDOFACHGOALFILE
              END-READ
           END-IF.

       0092-CHECKACHIEVEMENTS.
      *    Created 15/10/2026 By Roger Williams
      *
      *    called whenever something happens in play that could meet
      *    a goal - a creature defeated or pacified (STR-ACHIEVEPHASE
      *    "KILL"), a treasure item scored ("TAKE"), a light source
      *    lit ("LIGHT"), a level finished ("LEVEL") or the game
      *    finished ("GAME") - and tests every goal not yet held
           IF INT-NUMACHIEVEMENTS GREATER THAN ZERO THEN
              MOVE 1 TO INT-ACHSCAN
              PERFORM 0093-CHECKONEACHIEVEMENT TEST AFTER
                      UNTIL INT-ACHSCAN GREATER THAN
                            INT-NUMACHIEVEMENTS
           END-IF.

       0093-CHECKONEACHIEVEMENT.
      *    Created 15/10/2026 By Roger Williams
      *    Modified 15/10/2026 By Roger Williams - a NEVERLIGHT goal
      *    for one level is only spoiled by lighting on that level
      *
      *    repeatedly called by 0092-CHECKACHIEVEMENTS - tests goal
      *    INT-ACHSCAN against what just happened; a level number of
      *    zero on the goal means any level will do
           IF BLN-ACHIEVEHELD(INT-ACHSCAN) EQUAL TO "N" AND
              BLN-ACHIEVEEARNED(INT-ACHSCAN) EQUAL TO "N" THEN
              EVALUATE STR-ACHIEVETYPE(INT-ACHSCAN)
                 WHEN "KILLALL"
      *             every creature on the level defeated or pacified
                    IF STR-ACHIEVEPHASE EQUAL TO "KILL" AND
                       (INT-ACHIEVELEVEL(INT-ACHSCAN) EQUAL TO ZERO OR
                        INT-ACHIEVELEVEL(INT-ACHSCAN) EQUAL TO
                        INT-CURLEVEL) THEN
                       MOVE ZERO TO INT-ACHLEFT
                       MOVE 1 TO INT-ACHSUB
                       PERFORM 0094-COUNTLIVINGCREATURE TEST AFTER
                               UNTIL INT-ACHSUB GREATER THAN
                                     INT-NUMCREATURES
                       IF INT-ACHLEFT EQUAL TO ZERO THEN
                          PERFORM 0096-EARNACHIEVEMENT
                       END-IF
                    END-IF
                 WHEN "TREASURE"
      *             every item the item master gives points for
                    IF STR-ACHIEVEPHASE EQUAL TO "TAKE" THEN
                       MOVE ZERO TO INT-ACHLEFT
                       MOVE 1 TO INT-ACHSUB
                       PERFORM 0095-COUNTUNSCOREDTREASURE TEST AFTER
                               UNTIL INT-ACHSUB GREATER THAN
                                     INT-NUMITEMS
                       IF INT-ACHLEFT EQUAL TO ZERO THEN
                          PERFORM 0096-EARNACHIEVEMENT
                       END-IF
                    END-IF
                 WHEN "FASTLEVEL"
      *             the level just finished took fewer moves than
      *             the goal's count
                    IF STR-ACHIEVEPHASE EQUAL TO "LEVEL" AND
                       (INT-ACHIEVELEVEL(INT-ACHSCAN) EQUAL TO ZERO OR
                        INT-ACHIEVELEVEL(INT-ACHSCAN) EQUAL TO
                        INT-CURLEVEL) AND
                       INT-MOVECOUNT NOT LESS THAN
                       INT-LEVELSTARTMOVES THEN
                       COMPUTE INT-LEVELMOVES =
                               INT-MOVECOUNT - INT-LEVELSTARTMOVES
                       IF INT-LEVELMOVES LESS THAN
                          INT-ACHIEVECOUNT(INT-ACHSCAN) THEN
                          PERFORM 0096-EARNACHIEVEMENT
                       END-IF
                    END-IF
                 WHEN "NEVERLIGHT"
      *             lighting the named item spoils the goal for the
      *             rest of the session - a goal that names a level
      *             only when lit on that level; otherwise it is met
      *             by finishing its level, or the whole game when
      *             the goal names no level
                    IF STR-ACHIEVEPHASE EQUAL TO "LIGHT" THEN
                       IF STR-ACHIEVEITEM(INT-ACHSCAN) EQUAL TO
                          STR-LITITEM AND
                          (INT-ACHIEVELEVEL(INT-ACHSCAN) EQUAL TO ZERO
                           OR INT-ACHIEVELEVEL(INT-ACHSCAN) EQUAL TO
                           INT-CURLEVEL) THEN
                          MOVE "Y" TO BLN-ACHIEVESPOILED(INT-ACHSCAN)
                       END-IF
                    ELSE
                       IF BLN-ACHIEVESPOILED(INT-ACHSCAN) NOT EQUAL
                          TO "Y" THEN
                          IF (STR-ACHIEVEPHASE EQUAL TO "GAME" AND
                              INT-ACHIEVELEVEL(INT-ACHSCAN) EQUAL TO
                              ZERO) OR
                             (STR-ACHIEVEPHASE EQUAL TO "LEVEL" AND
                              INT-ACHIEVELEVEL(INT-ACHSCAN) NOT EQUAL
                              TO ZERO AND
                              INT-ACHIEVELEVEL(INT-ACHSCAN) EQUAL TO
                              INT-CURLEVEL) THEN
                             PERFORM 0096-EARNACHIEVEMENT
                          END-IF
                       END-IF
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
           ADD 1 TO INT-ACHSCAN.

       0094-COUNTLIVINGCREATURE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0093-CHECKONEACHIEVEMENT - counts
      *    the creatures still standing into INT-ACHLEFT
           IF INT-NUMCREATURES GREATER THAN ZERO THEN
              IF BLN-CREATUREDEAD(INT-ACHSUB) NOT EQUAL TO "Y" THEN
                 ADD 1 TO INT-ACHLEFT
              END-IF
           ELSE
      *       a level without creatures has nothing to defeat
              MOVE 1 TO INT-ACHLEFT
           END-IF.
           ADD 1 TO INT-ACHSUB.

       0095-COUNTUNSCOREDTREASURE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0093-CHECKONEACHIEVEMENT - counts
      *    the item kinds worth points that have not yet been
      *    scored into INT-ACHLEFT
           IF INT-NUMITEMS GREATER THAN ZERO THEN
              IF INT-ITEMPOINTS(INT-ACHSUB) NOT EQUAL TO ZERO AND
                 BLN-ITEMSCORED(INT-ACHSUB) NOT EQUAL TO "Y" THEN
                 ADD 1 TO INT-ACHLEFT
              END-IF
           ELSE
              MOVE 1 TO INT-ACHLEFT
           END-IF.
           ADD 1 TO INT-ACHSUB.

       0096-EARNACHIEVEMENT.
      *    Created 15/10/2026 By Roger Williams
      *
      *    called by 0093-CHECKONEACHIEVEMENT - marks goal
      *    INT-ACHSCAN earned this session and announces it; it is
      *    written to the keyed achievement file at game end
           MOVE "Y" TO BLN-ACHIEVEEARNED(INT-ACHSCAN).
           ADD 1 TO INT-ACHIEVENEW.
           ADD 1 TO INT-ACHIEVEOWNED.
           MOVE "ACHIEVED" TO STR-MSGKEY.
           MOVE STR-ACHIEVETEXT(INT-ACHSCAN) TO STR-MSGARG1.
           PERFORM 0504-SHOWMESSAGE.

       0097-LOADHELDACHIEVEMENTS.
      *    Created 15/10/2026 By Roger Williams
      *
      *    called once at startup after the player name is known -
      *    positions on the player's first record in the keyed
      *    achievement file and marks every goal found there as
      *    already held, so it is listed but never announced again;
      *    no file yet just means nobody has earned anything here
           IF INT-NUMACHIEVEMENTS GREATER THAN ZERO THEN
              OPEN INPUT FILE-ACHIEVEIDX
              IF STR-ACHIEVEIDXFILESTATUS EQUAL TO "00" THEN
                 MOVE STR-PLAYERNAME TO STR-ACHIDX-PLAYER
                 MOVE SPACES TO STR-ACHIDX-ID
                 START FILE-ACHIEVEIDX
                    KEY IS NOT LESS THAN STR-ACHIDX-KEY
                 END-START
                 IF STR-ACHIEVEIDXFILESTATUS EQUAL TO "00" THEN
                    MOVE 0 TO ENDOFACHIEVEIDX
                    PERFORM 0098-LOADONEHELDACHIEVEMENT TEST AFTER
                            UNTIL ENDOFACHIEVEIDX EQUAL TO 1
                 END-IF
                 CLOSE FILE-ACHIEVEIDX
              END-IF
           END-IF.

       0098-LOADONEHELDACHIEVEMENT.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0097-LOADHELDACHIEVEMENTS - reads
      *    the next keyed record; the first record belonging to
      *    another player ends the scan
           READ FILE-ACHIEVEIDX NEXT RECORD
              AT END MOVE 1 TO ENDOFACHIEVEIDX
           END-READ.

           IF ENDOFACHIEVEIDX NOT EQUAL TO 1 THEN
              IF STR-ACHIDX-PLAYER NOT EQUAL TO STR-PLAYERNAME THEN
                 MOVE 1 TO ENDOFACHIEVEIDX
              ELSE
                 MOVE STR-ACHIDX-ID TO STR-ACHIEVEWANTED
                 PERFORM 0099-FINDACHIEVEMENT
      *          a goal since dropped from the goal file is ignored
                 IF INT-ACHIEVESLOT NOT EQUAL TO ZERO THEN
                    IF BLN-ACHIEVEHELD(INT-ACHIEVESLOT) EQUAL TO
                       "N" THEN
                       MOVE "Y" TO BLN-ACHIEVEHELD(INT-ACHIEVESLOT)
                       ADD 1 TO INT-ACHIEVEOWNED
                    END-IF
                 END-IF
              END-IF
           END-IF.

       0099-FINDACHIEVEMENT.
      *    Created 15/10/2026 By Roger Williams
      *
      *    custom function - looks through the goal table for the id
      *    in STR-ACHIEVEWANTED, leaves the slot in INT-ACHIEVESLOT
      *    or zero
           MOVE ZERO TO INT-ACHIEVESLOT.
           MOVE 1 TO INT-ACHSUB.

           PERFORM 0102-CHECKONEACHIEVEID TEST AFTER
                   UNTIL INT-ACHSUB GREATER THAN INT-NUMACHIEVEMENTS.

       0102-CHECKONEACHIEVEID.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0099-FINDACHIEVEMENT
           IF INT-NUMACHIEVEMENTS GREATER THAN ZERO THEN
              IF STR-ACHIEVEID(INT-ACHSUB) EQUAL TO
                 STR-ACHIEVEWANTED THEN
                 MOVE INT-ACHSUB TO INT-ACHIEVESLOT
              END-IF
           END-IF.
           ADD 1 TO INT-ACHSUB.

       0100-COPYSAVEACHSPOILED.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0008-SAVEGAME - copies one goal's
      *    spoiled flag into the save record
           MOVE BLN-ACHIEVESPOILED(INT-NUM1)
              TO BLN-SAVEACHSPOILED(INT-NUM1).
           ADD 1 TO INT-NUM1.

       0101-RESTOREACHSPOILED.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0009-RESTOREGAME - copies one goal's
      *    spoiled flag back out of the save record
           MOVE BLN-SAVEACHSPOILED(INT-NUM1)
              TO BLN-ACHIEVESPOILED(INT-NUM1).
           ADD 1 TO INT-NUM1.

       0103-RECORDACHIEVEMENTS.
      *    Created 15/10/2026 By Roger Williams
      *
      *    called once by MAIN-PROCEDURE as a normal (not replay)
      *    session ends - writes one keyed record per goal earned
      *    this session; only "35" (no such file) may create the
      *    file, any other failure must not truncate it
           IF INT-ACHIEVENEW GREATER THAN ZERO THEN
              OPEN I-O FILE-ACHIEVEIDX
              IF STR-ACHIEVEIDXFILESTATUS EQUAL TO "35" THEN
                 OPEN OUTPUT FILE-ACHIEVEIDX
              END-IF
              IF STR-ACHIEVEIDXFILESTATUS EQUAL TO "00" THEN
                 MOVE 1 TO INT-ACHSCAN
                 PERFORM 0104-RECORDONEACHIEVEMENT TEST AFTER
                         UNTIL INT-ACHSCAN GREATER THAN
                               INT-NUMACHIEVEMENTS
                 CLOSE FILE-ACHIEVEIDX
              ELSE
                 DISPLAY "WARNING: could not record the "
                         "achievements earned this session"
              END-IF
           END-IF.

       0104-RECORDONEACHIEVEMENT.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0103-RECORDACHIEVEMENTS - a "22"
      *    (duplicate key) means another console already recorded
      *    the same goal for this player, which is fine
           IF BLN-ACHIEVEEARNED(INT-ACHSCAN) EQUAL TO "Y" THEN
              MOVE STR-PLAYERNAME TO STR-ACHIDX-PLAYER
              MOVE STR-ACHIEVEID(INT-ACHSCAN) TO STR-ACHIDX-ID
              MOVE STR-SESSIONDATE TO STR-ACHIDX-DATE
              MOVE STR-ACHIEVETEXT(INT-ACHSCAN) TO STR-ACHIDX-TEXT
              WRITE REC-ACHIEVEIDX
              IF STR-ACHIEVEIDXFILESTATUS NOT EQUAL TO "00" AND
                 STR-ACHIEVEIDXFILESTATUS NOT EQUAL TO "22" THEN
                 DISPLAY "WARNING: could not record achievement "
                         FUNCTION TRIM(STR-ACHIEVEID(INT-ACHSCAN))
                         " status " STR-ACHIEVEIDXFILESTATUS
              END-IF
           END-IF.
           ADD 1 TO INT-ACHSCAN.

       0105-SHOWONEACHIEVEMENT.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0010-SHOWSUMMARY - lists goal
      *    INT-ACHSCAN if the player holds it
           IF BLN-ACHIEVEEARNED(INT-ACHSCAN) EQUAL TO "Y" THEN
              MOVE "ACHLINENEW" TO STR-MSGKEY
              MOVE STR-ACHIEVETEXT(INT-ACHSCAN) TO STR-MSGARG1
              PERFORM 0504-SHOWMESSAGE
           ELSE
              IF BLN-ACHIEVEHELD(INT-ACHSCAN) EQUAL TO "Y" THEN
                 MOVE "ACHLINE" TO STR-MSGKEY
                 MOVE STR-ACHIEVETEXT(INT-ACHSCAN) TO STR-MSGARG1
                 PERFORM 0504-SHOWMESSAGE
              END-IF
           END-IF.
           ADD 1 TO INT-ACHSCAN.

       0106-REPORTONEACHIEVEMENT.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0010-SHOWSUMMARY - writes goal
      *    INT-ACHSCAN to the session report if the player holds it
           IF BLN-ACHIEVEEARNED(INT-ACHSCAN) EQUAL TO "Y" OR
              BLN-ACHIEVEHELD(INT-ACHSCAN) EQUAL TO "Y" THEN
              MOVE SPACES TO REC-REPORT
              IF BLN-ACHIEVEEARNED(INT-ACHSCAN) EQUAL TO "Y" THEN
                 STRING "  new:  " DELIMITED BY SIZE
                        STR-ACHIEVETEXT(INT-ACHSCAN) DELIMITED BY SIZE
                    INTO REC-REPORT
                 END-STRING
              ELSE
                 STRING "  held: " DELIMITED BY SIZE
                        STR-ACHIEVETEXT(INT-ACHSCAN) DELIMITED BY SIZE
                    INTO REC-REPORT
                 END-STRING
              END-IF
              WRITE REC-REPORT
           END-IF.
           ADD 1 TO INT-ACHSCAN.

       0107-TAKETURNDAMAGE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    called by MAIN-PROCEDURE at the end of every turn - a
      *    hazardous room hurts unless its protective item is being
      *    carried, and every living creature in the room with a
      *    damage rating attacks; 0109-LOSEHEALTH kills the player
      *    once health reaches zero
           IF INT-ROOMHAZARD(INT-CURROOM) GREATER THAN ZERO THEN
              MOVE "N" TO BLN-HASITEM
              IF STR-HAZARDITEM(INT-CURROOM) NOT EQUAL TO SPACES THEN
                 MOVE STR-HAZARDITEM(INT-CURROOM) TO STR-ITEMWANTED
                 PERFORM 0207-CHECKHASITEM
              END-IF
              IF BLN-HASITEM EQUAL TO "N" THEN
                 MOVE INT-ROOMHAZARD(INT-CURROOM) TO INT-DAMAGE
                 MOVE "HAZARDHURT" TO STR-MSGKEY
                 MOVE INT-DAMAGE TO STR-MSGARG1
                 PERFORM 0504-SHOWMESSAGE
                 PERFORM 0109-LOSEHEALTH
              END-IF
           END-IF.

           MOVE 1 TO INT-HURTSCAN.
           PERFORM 0108-CREATUREATTACK TEST AFTER
                   UNTIL INT-HURTSCAN GREATER THAN INT-NUMCREATURES.

       0108-CREATUREATTACK.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0107-TAKETURNDAMAGE - creature
      *    INT-HURTSCAN attacks if it is alive, standing in the
      *    player's room and has a damage rating; a player already
      *    dead is left alone
           IF INT-NUMCREATURES GREATER THAN ZERO AND
              BLN-PLAYERDEAD EQUAL TO "N" THEN
              IF INT-CREATUREROOM(INT-HURTSCAN) EQUAL TO
                 INT-ROOMID(INT-CURROOM) AND
                 BLN-CREATUREDEAD(INT-HURTSCAN) EQUAL TO "N" AND
                 INT-CREATUREDAMAGE(INT-HURTSCAN) GREATER THAN ZERO
                 THEN
                 MOVE INT-CREATUREDAMAGE(INT-HURTSCAN) TO INT-DAMAGE
                 MOVE "CREATUREHIT" TO STR-MSGKEY
                 MOVE STR-CREATURENAME(INT-HURTSCAN) TO STR-MSGARG1
                 MOVE INT-DAMAGE TO STR-MSGARG2
                 PERFORM 0504-SHOWMESSAGE
                 PERFORM 0109-LOSEHEALTH
              END-IF
           END-IF.
           ADD 1 TO INT-HURTSCAN.

       0109-LOSEHEALTH.
      *    Created 15/10/2026 By Roger Williams
      *
      *    takes INT-DAMAGE off the player's health - at zero the
      *    player is dead and the command loop is told to finish;
      *    otherwise the room is repainted so the status bar shows
      *    what is left
           IF BLN-PLAYERDEAD EQUAL TO "N" THEN
              IF INT-DAMAGE GREATER THAN OR EQUAL TO INT-HEALTH THEN
                 MOVE ZERO TO INT-HEALTH
                 MOVE "Y" TO BLN-PLAYERDEAD
                 MOVE "PLAYERDIED" TO STR-MSGKEY
                 PERFORM 0504-SHOWMESSAGE
                 MOVE "Y" TO BLN-WAIT5SECONDS
                 PERFORM 0002-WAIT
                 MOVE "exit" TO STR-INPUT
              ELSE
                 SUBTRACT INT-DAMAGE FROM INT-HEALTH
                 MOVE "N" TO BLN-WAIT5SECONDS
                 PERFORM 0002-WAIT
                 PERFORM 0003-SHOWROOM
              END-IF
           END-IF.

       0110-EATITEM.
      *    Created 15/10/2026 By Roger Williams
      *
      *    "eat <item>" / "drink <item>" - a carried consumable with
      *    a heal value in the item master restores that much health
      *    (never above INT-MAXHEALTH) and is used up
           MOVE STR-NOUN TO STR-ITEMWANTED.
      *    prefer the two-word object name IF the player typed one
           IF STR-OBJECT NOT EQUAL TO SPACES THEN
              MOVE STR-OBJECT TO STR-ITEMWANTED
           END-IF.

           IF STR-ITEMWANTED EQUAL TO SPACES THEN
              MOVE "EATWHAT" TO STR-MSGKEY
              PERFORM 0504-SHOWMESSAGE
           ELSE
              PERFORM 0207-CHECKHASITEM
              IF BLN-HASITEM EQUAL TO "N" THEN
                 MOVE "NOTCARRYING" TO STR-MSGKEY
                 MOVE STR-ITEMWANTED TO STR-MSGARG1
                 PERFORM 0504-SHOWMESSAGE
              ELSE
                 PERFORM 0526-FINDITEMMASTER
                 IF INT-ITEMSLOT EQUAL TO ZERO THEN
                    MOVE "NOTEDIBLE" TO STR-MSGKEY
                    MOVE STR-ITEMWANTED TO STR-MSGARG1
                    PERFORM 0504-SHOWMESSAGE
                 ELSE
                  IF BLN-ITEMCONSUMABLE(INT-ITEMSLOT) NOT EQUAL TO "Y"
                     OR INT-ITEMHEAL(INT-ITEMSLOT) EQUAL TO ZERO THEN
                    MOVE "NOTEDIBLE" TO STR-MSGKEY
                    MOVE STR-ITEMWANTED TO STR-MSGARG1
                    PERFORM 0504-SHOWMESSAGE
                  ELSE
                    COMPUTE INT-HEALGAINED =
                            INT-MAXHEALTH - INT-HEALTH
                    IF INT-ITEMHEAL(INT-ITEMSLOT) LESS THAN
                       INT-HEALGAINED THEN
                       MOVE INT-ITEMHEAL(INT-ITEMSLOT)
                          TO INT-HEALGAINED
                    END-IF
                    ADD INT-HEALGAINED TO INT-HEALTH
      *             'gone for good - out of the inventory and off
      *             'the carried weight, same as a spent candle
                    PERFORM 0211-REMOVEFROMINVENTORY
                    IF INT-WEIGHTWANTED GREATER THAN
                       INT-CARRIEDWEIGHT THEN
                       MOVE ZERO TO INT-CARRIEDWEIGHT
                    ELSE
                       SUBTRACT INT-WEIGHTWANTED
                          FROM INT-CARRIEDWEIGHT
                    END-IF
                    IF STR-LITITEM EQUAL TO STR-ITEMWANTED THEN
                       MOVE SPACES TO STR-LITITEM
                       MOVE ZERO TO INT-LIGHTMOVESLEFT
                    END-IF
                    MOVE "HEALED" TO STR-MSGKEY
                    MOVE STR-ITEMWANTED TO STR-MSGARG1
                    MOVE INT-HEALGAINED TO STR-MSGARG2
                    PERFORM 0504-SHOWMESSAGE
                  END-IF
                 END-IF
              END-IF
           END-IF.

       0111-LOADHINTS.
      *    Created 15/10/2026 By Roger Williams
      *
      *    called by 0005-LOADLEVEL - reads HINTSn_COBOL.TXT for the
      *    current level into the hint table; a level without a hint
      *    file simply has no hints. A new level starts with no
      *    hints taken in any of its rooms
           MOVE INT-CURLEVEL TO INT-LEVELNUMEDIT.
           IF STR-PACKHINTS(INT-CURLEVEL) NOT EQUAL TO SPACES THEN
              MOVE STR-PACKHINTS(INT-CURLEVEL) TO STR-BAREFILENAME
           ELSE
              MOVE SPACES TO STR-BAREFILENAME
              STRING "HINTS" DELIMITED BY SIZE
                     INT-LEVELNUMEDIT DELIMITED BY SIZE
                     "_COBOL.TXT" DELIMITED BY SIZE
                     INTO STR-BAREFILENAME
              END-STRING
           END-IF.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-HINTSNAME.

           INITIALIZE REC-HINT-INTERNAL.
           MOVE 0 TO ENDOFHINTFILE.

           OPEN INPUT FILE-HINTS.
           IF STR-HINTSFILESTATUS EQUAL TO "00" THEN
              READ FILE-HINTS
                    AT END MOVE 1 TO ENDOFHINTFILE
              END-READ
              PERFORM 0112-STOREHINT TEST AFTER
                      UNTIL ENDOFHINTFILE EQUAL TO 1
              CLOSE FILE-HINTS
           END-IF.

       0112-STOREHINT.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0111-LOADHINTS - stores the hint
      *    record already read, then reads ahead for the next one; a
      *    graded hint (1-3) takes the slot for its grade, an
      *    ungraded one or a clashing grade the first free slot, and
      *    a fourth hint for the same room is dropped
           IF ENDOFHINTFILE NOT EQUAL TO 1 THEN
              IF INT-HINTROOM-READ IS NUMERIC AND
                 INT-HINTROOM-READ GREATER THAN ZERO AND
                 STR-HINTTEXT-READ NOT EQUAL TO SPACES THEN
                 MOVE INT-HINTROOM-READ TO INT-HINTROOMID
                 MOVE ZERO TO INT-HINTSLOT
                 IF INT-HINTGRADE-READ IS NUMERIC AND
                    INT-HINTGRADE-READ GREATER THAN ZERO AND
                    INT-HINTGRADE-READ LESS THAN 4 THEN
                    IF STR-HINTTEXT(INT-HINTROOMID, INT-HINTGRADE-READ)
                       EQUAL TO SPACES THEN
                       MOVE INT-HINTGRADE-READ TO INT-HINTSLOT
                    END-IF
                 END-IF
                 IF INT-HINTSLOT EQUAL TO ZERO AND
                    STR-HINTTEXT(INT-HINTROOMID, 1) EQUAL TO SPACES THEN
                    MOVE 1 TO INT-HINTSLOT
                 END-IF
                 IF INT-HINTSLOT EQUAL TO ZERO AND
                    STR-HINTTEXT(INT-HINTROOMID, 2) EQUAL TO SPACES THEN
                    MOVE 2 TO INT-HINTSLOT
                 END-IF
                 IF INT-HINTSLOT EQUAL TO ZERO AND
                    STR-HINTTEXT(INT-HINTROOMID, 3) EQUAL TO SPACES THEN
                    MOVE 3 TO INT-HINTSLOT
                 END-IF
                 IF INT-HINTSLOT NOT EQUAL TO ZERO THEN
                    MOVE STR-HINTTEXT-READ
                       TO STR-HINTTEXT(INT-HINTROOMID, INT-HINTSLOT)
                 END-IF
              END-IF
              INITIALIZE REC-HINT-READ
              READ FILE-HINTS INTO REC-HINT-READ
                    AT END MOVE 1 TO ENDOFHINTFILE
              END-READ
           END-IF.

       0113-GIVEHINT.
      *    Created 15/10/2026 By Roger Williams
      *
      *    "hint" - shows the next hint the player has not yet had
      *    for the current room and takes INT-HINTCOST points off
      *    the score for it (never below zero); a room with no
      *    hints, or none left, costs nothing
           MOVE INT-ROOMID(INT-CURROOM) TO INT-HINTROOMID.
           MOVE ZERO TO INT-HINTSLOT.

           IF INT-HINTROOMID EQUAL TO ZERO THEN
              MOVE "HINTNONE" TO STR-MSGKEY
              PERFORM 0504-SHOWMESSAGE
           ELSE
              IF STR-HINTTEXT(INT-HINTROOMID, 1) EQUAL TO SPACES AND
                 STR-HINTTEXT(INT-HINTROOMID, 2) EQUAL TO SPACES AND
                 STR-HINTTEXT(INT-HINTROOMID, 3) EQUAL TO SPACES THEN
                 MOVE "HINTNONE" TO STR-MSGKEY
                 PERFORM 0504-SHOWMESSAGE
              ELSE
                 COMPUTE INT-NUM1 = INT-HINTSSHOWN(INT-HINTROOMID) + 1
                 PERFORM 0117-FINDNEXTHINT TEST AFTER
                         UNTIL INT-NUM1 GREATER THAN 3 OR
                               INT-HINTSLOT NOT EQUAL TO ZERO
                 IF INT-HINTSLOT EQUAL TO ZERO THEN
                    MOVE "HINTSUSED" TO STR-MSGKEY
                    PERFORM 0504-SHOWMESSAGE
                 ELSE
                    MOVE INT-HINTSLOT TO INT-HINTSSHOWN(INT-HINTROOMID)
                    ADD 1 TO INT-HINTCOUNT
                    MOVE "HINTTEXT" TO STR-MSGKEY
                    MOVE STR-HINTTEXT(INT-HINTROOMID, INT-HINTSLOT)
                       TO STR-MSGARG1
                    PERFORM 0504-SHOWMESSAGE
                    MOVE INT-HINTCOST TO INT-HINTCHARGED
                    IF INT-HINTCHARGED GREATER THAN INT-SCORE THEN
                       MOVE INT-SCORE TO INT-HINTCHARGED
                    END-IF
                    SUBTRACT INT-HINTCHARGED FROM INT-SCORE
                    IF INT-HINTCHARGED GREATER THAN ZERO THEN
                       MOVE "HINTCOST" TO STR-MSGKEY
                       MOVE INT-HINTCHARGED TO STR-MSGARG1
                       PERFORM 0504-SHOWMESSAGE
                    END-IF
                 END-IF
              END-IF
           END-IF.

       0114-COPYSAVEHINTS.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0008-SAVEGAME - copies how far
      *    through one room's hints the player has got into the
      *    save record
           MOVE INT-HINTSSHOWN(INT-NUM1)
              TO INT-SAVEHINTSSHOWN(INT-NUM1).
           ADD 1 TO INT-NUM1.

       0115-RESTOREHINTS.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0009-RESTOREGAME - copies one room's
      *    hint count back out of the save record
           IF INT-SAVEHINTSSHOWN(INT-NUM1) IS NUMERIC AND
              INT-SAVEHINTSSHOWN(INT-NUM1) LESS THAN 4 THEN
              MOVE INT-SAVEHINTSSHOWN(INT-NUM1)
                 TO INT-HINTSSHOWN(INT-NUM1)
           END-IF.
           ADD 1 TO INT-NUM1.

       0116-SETHINTCOST.
      *    Created 15/10/2026 By Roger Williams
      *
      *    called by 0087-LOADMANIFESTLINE for a HINTCOST: line - a
      *    whole number of points, 0-999; anything else leaves the
      *    cost as it was
           EVALUATE TRUE
              WHEN STR-MANIFESTVALUE(1:1) IS NUMERIC AND
                   STR-MANIFESTVALUE(2:1) EQUAL TO SPACE
                 MOVE STR-MANIFESTVALUE(1:1) TO INT-HINTCOST
              WHEN STR-MANIFESTVALUE(1:2) IS NUMERIC AND
                   STR-MANIFESTVALUE(3:1) EQUAL TO SPACE
                 MOVE STR-MANIFESTVALUE(1:2) TO INT-HINTCOST
              WHEN STR-MANIFESTVALUE(1:3) IS NUMERIC AND
                   STR-MANIFESTVALUE(4:1) EQUAL TO SPACE
                 MOVE STR-MANIFESTVALUE(1:3) TO INT-HINTCOST
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       0117-FINDNEXTHINT.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0113-GIVEHINT - takes slot INT-NUM1
      *    of the current room's hints if it holds one, so a gap
      *    left by a missing grade is skipped over
           IF INT-NUM1 LESS THAN 4 THEN
              IF STR-HINTTEXT(INT-HINTROOMID, INT-NUM1) NOT EQUAL TO
                 SPACES THEN
                 MOVE INT-NUM1 TO INT-HINTSLOT
              END-IF
           END-IF.
           ADD 1 TO INT-NUM1.

       0118-LOADRECIPES.
      *    Created 15/10/2026 By Roger Williams
      *
      *    called once at startup - reads RECIPES_COBOL.TXT into the
      *    recipe table; a missing file is not an error, nothing
      *    then combines with anything
           MOVE "RECIPES_COBOL.TXT" TO STR-BAREFILENAME.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-RECIPESNAME.

           MOVE 0 TO ENDOFRECIPEFILE.

           OPEN INPUT FILE-RECIPES.
           IF STR-RECIPESFILESTATUS EQUAL TO "00" THEN
              READ FILE-RECIPES
                    AT END MOVE 1 TO ENDOFRECIPEFILE
              END-READ
              PERFORM 0119-STORERECIPE TEST AFTER
                      UNTIL ENDOFRECIPEFILE EQUAL TO 1
              CLOSE FILE-RECIPES
           END-IF.

       0119-STORERECIPE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0118-LOADRECIPES - stores the recipe
      *    record already read, then reads ahead for the next one;
      *    a record missing an input or its result is skipped and
      *    records past the OCCURS 20 limit are dropped
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
      *          'anything but an explicit "N" uses the inputs up
                 IF BLN-RECIPECONSUME-READ EQUAL TO "N" THEN
                    MOVE "N" TO BLN-RECIPECONSUME(INT-NUMRECIPES)
                 ELSE
                    MOVE "Y" TO BLN-RECIPECONSUME(INT-NUMRECIPES)
                 END-IF
                 MOVE STR-RECIPETEXT-READ
                    TO STR-RECIPETEXT(INT-NUMRECIPES)
              END-IF
              INITIALIZE REC-RECIPE-READ
              READ FILE-RECIPES INTO REC-RECIPE-READ
                    AT END MOVE 1 TO ENDOFRECIPEFILE
              END-READ
           END-IF.

       0120-COMBINEITEMS.
      *    Created 15/10/2026 By Roger Williams
      *
      *    "combine <item> with/and <item>" or "use <item> on/with
      *    <item>" - when the player carries both items and a recipe
      *    puts them together (in this room, if it names one) the
      *    item it makes joins the inventory and the two inputs go,
      *    unless the recipe leaves them; the item made scores and
      *    fires TAKEITEM events just as if it had been picked up
           PERFORM 0121-SPLITCRAFTITEMS.

           IF STR-CRAFTITEM1 EQUAL TO SPACES OR
              STR-CRAFTITEM2 EQUAL TO SPACES THEN
              MOVE "COMBINEWHAT" TO STR-MSGKEY
              PERFORM 0504-SHOWMESSAGE
           ELSE
              MOVE STR-CRAFTITEM1 TO STR-ITEMWANTED
              PERFORM 0207-CHECKHASITEM
              IF BLN-HASITEM EQUAL TO "Y" THEN
                 MOVE STR-CRAFTITEM2 TO STR-ITEMWANTED
                 PERFORM 0207-CHECKHASITEM
              END-IF
      *       'STR-ITEMWANTED is left holding whichever is missing
              IF BLN-HASITEM EQUAL TO "N" THEN
                 MOVE "NOTCARRYING" TO STR-MSGKEY
                 MOVE STR-ITEMWANTED TO STR-MSGARG1
                 PERFORM 0504-SHOWMESSAGE
              ELSE
                 PERFORM 0122-FINDRECIPE
                 IF INT-RECIPESLOT EQUAL TO ZERO THEN
                    IF BLN-RECIPEWRONGROOM EQUAL TO "Y" THEN
                       MOVE "RECIPEROOM" TO STR-MSGKEY
                    ELSE
                       MOVE "NORECIPE" TO STR-MSGKEY
                    END-IF
                    MOVE STR-CRAFTITEM1 TO STR-MSGARG1
                    MOVE STR-CRAFTITEM2 TO STR-MSGARG2
                    PERFORM 0504-SHOWMESSAGE
                 ELSE
                    PERFORM 0124-MAKERECIPE
                 END-IF
              END-IF
           END-IF.

       0121-SPLITCRAFTITEMS.
      *    Created 15/10/2026 By Roger Williams
      *
      *    called by 0120-COMBINEITEMS - the parser keeps only one
      *    noun, so the two item names are cut straight out of the
      *    command: whatever follows the verb, split at "with", "and"
      *    or "on", which lets either name be two words ("use rusty
      *    key on old lock"); "combine rope hook" still works for
      *    one-word names
           MOVE SPACES TO STR-CRAFTITEM1.
           MOVE SPACES TO STR-CRAFTITEM2.
           MOVE SPACES TO STR-CRAFTREST.

      *    step over the verb
           MOVE 1 TO INT-CRAFTPOS.
           UNSTRING STR-INPUT DELIMITED BY ALL SPACES
              INTO STR-TEMP1
              POINTER INT-CRAFTPOS
           END-UNSTRING.
           IF INT-CRAFTPOS LESS THAN 41 THEN
              MOVE STR-INPUT(INT-CRAFTPOS:) TO STR-CRAFTREST
           END-IF.

           UNSTRING STR-CRAFTREST
              DELIMITED BY " with " OR " and " OR " on "
              INTO STR-CRAFTITEM1 STR-CRAFTITEM2
           END-UNSTRING.
           MOVE FUNCTION TRIM(STR-CRAFTITEM1) TO STR-CRAFTITEM1.
           MOVE FUNCTION TRIM(STR-CRAFTITEM2) TO STR-CRAFTITEM2.

           IF STR-CRAFTITEM2 EQUAL TO SPACES AND
              STR-RESULT4 EQUAL TO SPACES THEN
              MOVE STR-RESULT2 TO STR-CRAFTITEM1
              MOVE STR-RESULT3 TO STR-CRAFTITEM2
           END-IF.

       0122-FINDRECIPE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    custom function - looks for a recipe taking the items in
      *    STR-CRAFTITEM1 and STR-CRAFTITEM2, in either order, that
      *    can be made in the current room; leaves it in
      *    INT-RECIPESLOT or zero, with BLN-RECIPEWRONGROOM "Y" when
      *    the only recipe found belongs to another room
           MOVE ZERO TO INT-RECIPESLOT.
           MOVE "N" TO BLN-RECIPEWRONGROOM.
           MOVE 1 TO INT-RECIPESCAN.

           PERFORM 0123-CHECKONERECIPE TEST AFTER
                   UNTIL INT-RECIPESCAN GREATER THAN INT-NUMRECIPES.

       0123-CHECKONERECIPE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0122-FINDRECIPE - the first recipe
      *    that fits wins
           IF INT-NUMRECIPES GREATER THAN ZERO AND
              INT-RECIPESLOT EQUAL TO ZERO THEN
              IF (STR-RECIPEINPUT1(INT-RECIPESCAN) EQUAL TO
                  STR-CRAFTITEM1 AND
                  STR-RECIPEINPUT2(INT-RECIPESCAN) EQUAL TO
                  STR-CRAFTITEM2) OR
                 (STR-RECIPEINPUT1(INT-RECIPESCAN) EQUAL TO
                  STR-CRAFTITEM2 AND
                  STR-RECIPEINPUT2(INT-RECIPESCAN) EQUAL TO
                  STR-CRAFTITEM1) THEN
      *          'room 0 means "anywhere"
                 IF INT-RECIPEROOM(INT-RECIPESCAN) EQUAL TO ZERO OR
                    INT-RECIPEROOM(INT-RECIPESCAN) EQUAL TO
                    INT-ROOMID(INT-CURROOM) THEN
                    MOVE INT-RECIPESCAN TO INT-RECIPESLOT
                 ELSE
                    MOVE "Y" TO BLN-RECIPEWRONGROOM
                 END-IF
              END-IF
           END-IF.
           ADD 1 TO INT-RECIPESCAN.

       0124-MAKERECIPE.
      *    Created 15/10/2026 By Roger Williams
      *
      *    called by 0120-COMBINEITEMS once recipe INT-RECIPESLOT is
      *    known to fit - the capacity checks take the inputs being
      *    used up into account, then the swap is made; points, the
      *    achievement check and the TAKEITEM events follow
      *    0208-TAKEITEM exactly
           MOVE INT-INVENTORYCOUNT TO INT-CRAFTCOUNT.
           MOVE INT-CARRIEDWEIGHT TO INT-CRAFTWEIGHT.
           IF BLN-RECIPECONSUME(INT-RECIPESLOT) EQUAL TO "Y" THEN
              IF INT-CRAFTCOUNT GREATER THAN 1 THEN
                 SUBTRACT 2 FROM INT-CRAFTCOUNT
              END-IF
              MOVE STR-CRAFTITEM1 TO STR-ITEMWANTED
              PERFORM 0526-FINDITEMMASTER
              IF INT-WEIGHTWANTED GREATER THAN INT-CRAFTWEIGHT THEN
                 MOVE ZERO TO INT-CRAFTWEIGHT
              ELSE
                 SUBTRACT INT-WEIGHTWANTED FROM INT-CRAFTWEIGHT
              END-IF
              MOVE STR-CRAFTITEM2 TO STR-ITEMWANTED
              PERFORM 0526-FINDITEMMASTER
              IF INT-WEIGHTWANTED GREATER THAN INT-CRAFTWEIGHT THEN
                 MOVE ZERO TO INT-CRAFTWEIGHT
              ELSE
                 SUBTRACT INT-WEIGHTWANTED FROM INT-CRAFTWEIGHT
              END-IF
           END-IF.

           MOVE STR-RECIPERESULT(INT-RECIPESLOT) TO STR-ITEMWANTED.
           PERFORM 0526-FINDITEMMASTER.

           IF INT-CRAFTCOUNT GREATER THAN OR EQUAL TO 20 THEN
              MOVE "CARRYFULL" TO STR-MSGKEY
              PERFORM 0504-SHOWMESSAGE
           ELSE
            IF INT-CRAFTWEIGHT + INT-WEIGHTWANTED GREATER THAN
               INT-MAXCARRYWEIGHT THEN
              MOVE "TOOHEAVY" TO STR-MSGKEY
              MOVE STR-ITEMWANTED TO STR-MSGARG1
              PERFORM 0504-SHOWMESSAGE
            ELSE
              IF BLN-RECIPECONSUME(INT-RECIPESLOT) EQUAL TO "Y" THEN
                 MOVE STR-CRAFTITEM1 TO STR-ITEMWANTED
                 PERFORM 0125-USEUPCRAFTITEM
                 MOVE STR-CRAFTITEM2 TO STR-ITEMWANTED
                 PERFORM 0125-USEUPCRAFTITEM
              END-IF
              MOVE STR-RECIPERESULT(INT-RECIPESLOT) TO STR-ITEMWANTED
              PERFORM 0526-FINDITEMMASTER
              ADD 1 TO INT-INVENTORYCOUNT
              MOVE STR-ITEMWANTED TO REC-INVENTORY(INT-INVENTORYCOUNT)
              ADD INT-WEIGHTWANTED TO INT-CARRIEDWEIGHT
              IF STR-RECIPETEXT(INT-RECIPESLOT) NOT EQUAL TO SPACES
                 THEN
                 DISPLAY STR-RECIPETEXT(INT-RECIPESLOT)
              END-IF
              MOVE "CRAFTED" TO STR-MSGKEY
              MOVE STR-ITEMWANTED TO STR-MSGARG1
              PERFORM 0504-SHOWMESSAGE
      *       'treasure points, first time this item kind is held
              IF INT-ITEMSLOT NOT EQUAL TO ZERO THEN
                 IF BLN-ITEMSCORED(INT-ITEMSLOT) EQUAL TO "N" AND
                    INT-ITEMPOINTS(INT-ITEMSLOT) NOT EQUAL TO
                    ZERO THEN
                    ADD INT-ITEMPOINTS(INT-ITEMSLOT) TO INT-SCORE
                    MOVE "Y" TO BLN-ITEMSCORED(INT-ITEMSLOT)
                    MOVE "GAINPOINTS" TO STR-MSGKEY
                    MOVE INT-ITEMPOINTS(INT-ITEMSLOT)
                       TO STR-MSGARG1
                    PERFORM 0504-SHOWMESSAGE
                    MOVE "TAKE" TO STR-ACHIEVEPHASE
                    PERFORM 0092-CHECKACHIEVEMENTS
                 END-IF
              END-IF
      *       'fire any scripted events for taking the item made
              PERFORM 0231-FIRETAKEEVENTS
            END-IF
           END-IF.

       0125-USEUPCRAFTITEM.
      *    Created 15/10/2026 By Roger Williams
      *
      *    called by 0124-MAKERECIPE - takes the input item in
      *    STR-ITEMWANTED out of the inventory and off the carried
      *    weight; a lit light source used up goes out, same as one
      *    eaten in 0110-EATITEM
           PERFORM 0211-REMOVEFROMINVENTORY.
           IF BLN-REMOVEDONE EQUAL TO "Y" THEN
              PERFORM 0526-FINDITEMMASTER
              IF INT-WEIGHTWANTED GREATER THAN INT-CARRIEDWEIGHT THEN
                 MOVE ZERO TO INT-CARRIEDWEIGHT
              ELSE
                 SUBTRACT INT-WEIGHTWANTED FROM INT-CARRIEDWEIGHT
              END-IF
           END-IF.
           IF STR-LITITEM EQUAL TO STR-ITEMWANTED THEN
              MOVE SPACES TO STR-LITITEM
              MOVE ZERO TO INT-LIGHTMOVESLEFT
           END-IF.

       0016-VALIDATELEVEL.
      *    Created 18/08/2024 By Roger Williams
      *
      *    called by 0005-LOADLEVEL right after the level file is
      *    closed - checks the room table is small enough to fit
      *    REC-ROOM, that no two rooms share a room id, and that
      *    every exit leads to a room id that actually exists, before
      *    the player ever sees the intro screens
           MOVE "Y" TO BLN-LEVELVALID.

      *    0005-LOADLEVEL leaves INT-NUMROOMS one higher than the
      *    real room count (it counts the failed lookahead read that
      *    finds end-of-file), so compare the real count against
      *    REC-ROOM's OCCURS 99 limit
           COMPUTE INT-REALNUMROOMS = INT-NUMROOMS - 1.

           IF INT-REALNUMROOMS GREATER THAN 99 THEN
              DISPLAY "LEVEL FILE ERROR: level defines more than 99 "
                      "rooms"
              MOVE "N" TO BLN-LEVELVALID
      *       only the first 99 rooms were actually stored in
      *       REC-ROOM (see 0005-LOADLEVEL's overflow guard) - cap
      *       the duplicate/exit checks below to that many so they
      *       never index the table past its OCCURS 99 limit
              MOVE 99 TO INT-REALNUMROOMS
           END-IF.

           MOVE 1 TO INT-NUM1.
           PERFORM 0017-CHECKROOMUNIQUE TEST AFTER
                   UNTIL INT-NUM1 GREATER THAN INT-REALNUMROOMS.

           MOVE 1 TO INT-NUM1.
           PERFORM 0019-CHECKROOMEXITS TEST AFTER
                   UNTIL INT-NUM1 GREATER THAN INT-REALNUMROOMS.

           IF BLN-LEVELVALID EQUAL TO "N" THEN
              DISPLAY "Cannot start the game until the level file "
                      "is fixed."
              STOP RUN
           END-IF.

       0017-CHECKROOMUNIQUE.
      *    Created 18/08/2024 By Roger Williams
      *
      *    repeatedly called by 0016-VALIDATELEVEL - for room
      *    INT-NUM1, checks every later room for a matching room id
           IF INT-ROOMID(INT-NUM1) NOT EQUAL TO ZERO THEN
              COMPUTE INT-NUM2 = INT-NUM1 + 1
              PERFORM 0018-CHECKROOMUNIQUEINNER TEST AFTER
                      UNTIL INT-NUM2 GREATER THAN INT-REALNUMROOMS
           END-IF.

           ADD 1 TO INT-NUM1.

       0018-CHECKROOMUNIQUEINNER.
      *    Created 18/08/2024 By Roger Williams
      *
      *    repeatedly called by 0017-CHECKROOMUNIQUE
           IF INT-ROOMID(INT-NUM2) EQUAL TO INT-ROOMID(INT-NUM1) THEN
              DISPLAY "LEVEL FILE ERROR: duplicate room id "
                      INT-ROOMID(INT-NUM1)
              MOVE "N" TO BLN-LEVELVALID
           END-IF.

           ADD 1 TO INT-NUM2.

       0019-CHECKROOMEXITS.
      *    Created 18/08/2024 By Roger Williams
      *
      *    repeatedly called by 0016-VALIDATELEVEL - checks every
      *    non-zero exit of room INT-NUM1 leads to a room id that
      *    exists somewhere in the table
           IF INT-NEXTROOMNORTH(INT-NUM1) NOT EQUAL TO ZERO THEN
              MOVE INT-NEXTROOMNORTH(INT-NUM1) TO INT-EXITTARGET
              PERFORM 0020-CHECKEXITTARGET
           END-IF.
           IF INT-NEXTROOMSOUTH(INT-NUM1) NOT EQUAL TO ZERO THEN
              MOVE INT-NEXTROOMSOUTH(INT-NUM1) TO INT-EXITTARGET
              PERFORM 0020-CHECKEXITTARGET
           END-IF.

           EVALUATE STR-VOCABTYPE
              WHEN "verb"
                 IF INT-NUMVERBS LESS THAN 56 THEN
                    ADD 1 TO INT-NUMVERBS
                    MOVE STR-VOCABWORD TO LST-VERBS(INT-NUMVERBS)
                 END-IF
      *    creature table; a level without a creature file simply
      *    has no creatures, that is not an error
           MOVE INT-CURLEVEL TO INT-LEVELNUMEDIT.
           IF STR-PACKCREATURES(INT-CURLEVEL) NOT EQUAL TO SPACES THEN
              MOVE STR-PACKCREATURES(INT-CURLEVEL) TO STR-BAREFILENAME
           ELSE
              MOVE SPACES TO STR-BAREFILENAME
              STRING "CREATURES" DELIMITED BY SIZE
                     INT-LEVELNUMEDIT DELIMITED BY SIZE
                     "_COBOL.TXT" DELIMITED BY SIZE
                     INTO STR-BAREFILENAME
              END-STRING
           END-IF.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-CREATURESNAME.

       0026-STORECREATURE.
      *    Created 22/08/2026 By Roger Williams
      *
      *    Modified 15/10/2026 By Roger Williams - carries the
      *    creature's damage rating; a creature file from before
      *    creatures could attack reads back spaces there = harmless
      *
      *    repeatedly called by 0025-LOADCREATURES - stores the
      *    creature record already read, then reads ahead for the
      *    next one; records past the OCCURS 10 limit are dropped
                    TO STR-CREATUREKILLTEXT(INT-NUMCREATURES)
                 MOVE STR-CREATURETALKTEXT-READ
                    TO STR-CREATURETALKTEXT(INT-NUMCREATURES)
                 IF INT-CREATUREDAMAGE-READ IS NOT NUMERIC THEN
                    MOVE ZEROS TO INT-CREATUREDAMAGE-READ
                 END-IF
                 MOVE INT-CREATUREDAMAGE-READ
                    TO INT-CREATUREDAMAGE(INT-NUMCREATURES)
                 MOVE "N" TO BLN-CREATUREDEAD(INT-NUMCREATURES)
              END-IF
              INITIALIZE REC-CREATURE-READ
      *    the current level into the event table; a level without
      *    an events file simply has no scripted events
           MOVE INT-CURLEVEL TO INT-LEVELNUMEDIT.
           IF STR-PACKEVENTS(INT-CURLEVEL) NOT EQUAL TO SPACES THEN
              MOVE STR-PACKEVENTS(INT-CURLEVEL) TO STR-BAREFILENAME
           ELSE
              MOVE SPACES TO STR-BAREFILENAME
              STRING "EVENTS" DELIMITED BY SIZE
                     INT-LEVELNUMEDIT DELIMITED BY SIZE
                     "_COBOL.TXT" DELIMITED BY SIZE
                     INTO STR-BAREFILENAME
              END-STRING
           END-IF.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-EVENTSNAME.

      *    sequential file is read once so an existing machine's
      *    history migrates across, and is never rewritten again
      *
      *    Modified 15/10/2026 By Roger Williams - a keyed ledger
      *    from before wins and deaths were kept (status "39") is
      *    converted to the new layout and opened again
      *
      *    fills the in-memory table that drives the welcome line
      *    and the hall-of-fame display - no ledger file yet just
      *    means nobody has played on this machine before
           MOVE 0 TO ENDOFPLAYERFILE.

           OPEN INPUT FILE-PLAYERSIDX.
           IF STR-PLAYERSIDXFILESTATUS EQUAL TO "39" THEN
              PERFORM 0126-CONVERTLEDGER
              OPEN INPUT FILE-PLAYERSIDX
           END-IF.
           IF STR-PLAYERSIDXFILESTATUS EQUAL TO "00" THEN
              PERFORM 0084-LOADONEIDXPLAYER TEST AFTER
                      UNTIL ENDOFPLAYERFILE EQUAL TO 1
       0084-LOADONEIDXPLAYER.
      *    Created 02/09/2026 By Roger Williams
      *
      *    Modified 15/10/2026 By Roger Williams - loads the wins
      *    and deaths counts too
      *
      *    repeatedly called by 0045-LOADPLAYERS - reads the keyed
      *    ledger front to back into the display table; the table
      *    caps the hall-of-fame DISPLAY at 50 players, records
                    TO INT-PLAYERBEST(INT-NUMPLAYERS)
                 MOVE INT-PLAYERLEVELS-IDX
                    TO INT-PLAYERLEVELS(INT-NUMPLAYERS)
                 IF INT-PLAYERWINS-IDX IS NOT NUMERIC THEN
                    MOVE ZEROS TO INT-PLAYERWINS-IDX
                 END-IF
                 IF INT-PLAYERDEATHS-IDX IS NOT NUMERIC THEN
                    MOVE ZEROS TO INT-PLAYERDEATHS-IDX
                 END-IF
                 MOVE INT-PLAYERWINS-IDX
                    TO INT-PLAYERWINS(INT-NUMPLAYERS)
                 MOVE INT-PLAYERDEATHS-IDX
                    TO INT-PLAYERDEATHS(INT-NUMPLAYERS)
              END-IF
           END-IF.

           MOVE INT-PLAYERMOVES(INT-NUM3) TO INT-PLAYERMOVES-IDX.
           MOVE INT-PLAYERBEST(INT-NUM3) TO INT-PLAYERBEST-IDX.
           MOVE INT-PLAYERLEVELS(INT-NUM3) TO INT-PLAYERLEVELS-IDX.
           MOVE INT-PLAYERWINS(INT-NUM3) TO INT-PLAYERWINS-IDX.
           MOVE INT-PLAYERDEATHS(INT-NUM3) TO INT-PLAYERDEATHS-IDX.
           WRITE REC-PLAYERIDX.
           ADD 1 TO INT-NUM3.

       0126-CONVERTLEDGER.
      *    Created 15/10/2026 By Roger Williams
      *
      *    one-off conversion - a keyed ledger written before wins
      *    and deaths were kept is copied record by record to the
      *    holding file with both counts zero, then the keyed ledger
      *    is recreated in the new layout from the holding file;
      *    nothing is recreated unless the whole copy succeeded,
      *    and the holding file stays behind as a copy of the old
      *    figures
           MOVE "N" TO BLN-CONVERTOK.
           OPEN INPUT FILE-PLAYERSOLDIDX.
           IF STR-PLAYERSOLDFILESTATUS EQUAL TO "00" THEN
              OPEN OUTPUT FILE-PLAYERSCONV
              IF STR-PLAYERSCONVFILESTATUS EQUAL TO "00" THEN
                 MOVE "Y" TO BLN-CONVERTOK
                 MOVE 0 TO ENDOFCONVFILE
                 PERFORM 0127-HOLDOLDPLAYER TEST AFTER
                         UNTIL ENDOFCONVFILE EQUAL TO 1
                 CLOSE FILE-PLAYERSCONV
              END-IF
              CLOSE FILE-PLAYERSOLDIDX
           END-IF.

           IF BLN-CONVERTOK EQUAL TO "Y" THEN
              OPEN INPUT FILE-PLAYERSCONV
              IF STR-PLAYERSCONVFILESTATUS EQUAL TO "00" THEN
                 OPEN OUTPUT FILE-PLAYERSIDX
                 IF STR-PLAYERSIDXFILESTATUS EQUAL TO "00" THEN
                    MOVE 0 TO ENDOFCONVFILE
                    PERFORM 0128-WRITECONVPLAYER TEST AFTER
                            UNTIL ENDOFCONVFILE EQUAL TO 1
                    CLOSE FILE-PLAYERSIDX
                 ELSE
                    MOVE "N" TO BLN-CONVERTOK
                 END-IF
                 CLOSE FILE-PLAYERSCONV
              ELSE
                 MOVE "N" TO BLN-CONVERTOK
              END-IF
           END-IF.

           IF BLN-CONVERTOK EQUAL TO "N" THEN
              DISPLAY "WARNING: could not convert the player ledger "
                      "to its new record layout"
           END-IF.

       0127-HOLDOLDPLAYER.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0126-CONVERTLEDGER - copies one
      *    old-layout ledger record to the holding file; a read
      *    failure stops the copy and the conversion with it
           READ FILE-PLAYERSOLDIDX NEXT RECORD
              AT END MOVE 1 TO ENDOFCONVFILE
           END-READ.

           IF ENDOFCONVFILE NOT EQUAL TO 1 THEN
              IF STR-PLAYERSOLDFILESTATUS NOT EQUAL TO "00" THEN
                 MOVE "N" TO BLN-CONVERTOK
                 MOVE 1 TO ENDOFCONVFILE
              ELSE
                 MOVE STR-PLAYEROLDIDX-KEY TO STR-PLAYERCONV-NAME
                 MOVE INT-PLAYERGAMES-OLD TO INT-PLAYERGAMES-CONV
                 MOVE INT-PLAYERMOVES-OLD TO INT-PLAYERMOVES-CONV
                 MOVE INT-PLAYERBEST-OLD TO INT-PLAYERBEST-CONV
                 MOVE INT-PLAYERLEVELS-OLD TO INT-PLAYERLEVELS-CONV
                 MOVE ZEROS TO INT-PLAYERWINS-CONV
                 MOVE ZEROS TO INT-PLAYERDEATHS-CONV
                 WRITE REC-PLAYERCONV
              END-IF
           END-IF.

       0128-WRITECONVPLAYER.
      *    Created 15/10/2026 By Roger Williams
      *
      *    repeatedly called by 0126-CONVERTLEDGER - writes one held
      *    ledger record back to the recreated keyed ledger
           READ FILE-PLAYERSCONV
              AT END MOVE 1 TO ENDOFCONVFILE
           END-READ.

           IF ENDOFCONVFILE NOT EQUAL TO 1 THEN
              MOVE STR-PLAYERCONV-NAME TO STR-PLAYERIDX-KEY
              MOVE INT-PLAYERGAMES-CONV TO INT-PLAYERGAMES-IDX
              MOVE INT-PLAYERMOVES-CONV TO INT-PLAYERMOVES-IDX
              MOVE INT-PLAYERBEST-CONV TO INT-PLAYERBEST-IDX
              MOVE INT-PLAYERLEVELS-CONV TO INT-PLAYERLEVELS-IDX
              MOVE INT-PLAYERWINS-CONV TO INT-PLAYERWINS-IDX
              MOVE INT-PLAYERDEATHS-CONV TO INT-PLAYERDEATHS-IDX
              WRITE REC-PLAYERIDX
           END-IF.

       0046-STOREPLAYERRECORD.
      *    Created 22/08/2026 By Roger Williams
      *
       0047-UPDATEPLAYERLEDGER.
      *    Created 22/08/2026 By Roger Williams
      *
      *    Modified 15/10/2026 By Roger Williams - counts wins and
      *    deaths; only a won game can improve the best move count
      *
      *    folds this session's figures into the player's ledger
      *    record, creating the record when the name is new - the
      *    best move count only improves when the game was actually
              MOVE ZEROS TO INT-PLAYERMOVES(INT-PLAYERSLOT)
              MOVE ZEROS TO INT-PLAYERBEST(INT-PLAYERSLOT)
              MOVE ZEROS TO INT-PLAYERLEVELS(INT-PLAYERSLOT)
              MOVE ZEROS TO INT-PLAYERWINS(INT-PLAYERSLOT)
              MOVE ZEROS TO INT-PLAYERDEATHS(INT-PLAYERSLOT)
           END-IF.

           IF INT-PLAYERSLOT NOT EQUAL TO ZERO THEN
              ADD 1 TO INT-PLAYERGAMES(INT-PLAYERSLOT)
              ADD INT-MOVECOUNT TO INT-PLAYERMOVES(INT-PLAYERSLOT)
              ADD INT-LEVELSDONE TO INT-PLAYERLEVELS(INT-PLAYERSLOT)
              IF STR-OUTCOME EQUAL TO "WON" THEN
                 ADD 1 TO INT-PLAYERWINS(INT-PLAYERSLOT)
              END-IF
              IF STR-OUTCOME EQUAL TO "DIED" THEN
                 ADD 1 TO INT-PLAYERDEATHS(INT-PLAYERSLOT)
              END-IF
              IF STR-OUTCOME EQUAL TO "WON" AND
                 INT-MOVECOUNT GREATER THAN ZERO THEN
                 IF INT-PLAYERBEST(INT-PLAYERSLOT) EQUAL TO ZERO OR
                    INT-MOVECOUNT LESS THAN
       0081-UPDATELEDGERRECORD.
      *    Created 02/09/2026 By Roger Williams
      *
      *    Modified 15/10/2026 By Roger Williams - counts wins and
      *    deaths; only a won game can improve the best move count
      *
      *    folds THIS session's figures into the player's single
      *    keyed ledger record - read the record, add the deltas,
      *    rewrite - so a session finishing on another console at
                 ADD 1 TO INT-PLAYERGAMES-IDX
                 ADD INT-MOVECOUNT TO INT-PLAYERMOVES-IDX
                 ADD INT-LEVELSDONE TO INT-PLAYERLEVELS-IDX
      *          a record written before wins and deaths were
      *          counted has nothing sensible there yet
                 IF INT-PLAYERWINS-IDX IS NOT NUMERIC THEN
                    MOVE ZEROS TO INT-PLAYERWINS-IDX
                 END-IF
                 IF INT-PLAYERDEATHS-IDX IS NOT NUMERIC THEN
                    MOVE ZEROS TO INT-PLAYERDEATHS-IDX
                 END-IF
                 IF STR-OUTCOME EQUAL TO "WON" THEN
                    ADD 1 TO INT-PLAYERWINS-IDX
                 END-IF
                 IF STR-OUTCOME EQUAL TO "DIED" THEN
                    ADD 1 TO INT-PLAYERDEATHS-IDX
                 END-IF
      *          the best move count only improves when the game
      *          was actually won - quitting or dying does not count
                 IF STR-OUTCOME EQUAL TO "WON" AND
                    INT-MOVECOUNT GREATER THAN ZERO THEN
                    IF INT-PLAYERBEST-IDX EQUAL TO ZERO OR
                       INT-MOVECOUNT LESS THAN
                 MOVE INT-MOVECOUNT TO INT-PLAYERMOVES-IDX
                 MOVE INT-LEVELSDONE TO INT-PLAYERLEVELS-IDX
                 MOVE ZEROS TO INT-PLAYERBEST-IDX
                 MOVE ZEROS TO INT-PLAYERWINS-IDX
                 MOVE ZEROS TO INT-PLAYERDEATHS-IDX
                 IF STR-OUTCOME EQUAL TO "WON" THEN
                    MOVE 1 TO INT-PLAYERWINS-IDX
                    IF INT-MOVECOUNT GREATER THAN ZERO THEN
                       MOVE INT-MOVECOUNT TO INT-PLAYERBEST-IDX
                    END-IF
                 END-IF
                 IF STR-OUTCOME EQUAL TO "DIED" THEN
                    MOVE 1 TO INT-PLAYERDEATHS-IDX
                 END-IF
                 WRITE REC-PLAYERIDX
              END-IF
                      STR-LEDGERNAME(INT-FAMEBEST) "  "
                      INT-PLAYERLEVELS(INT-FAMEBEST)(3:3) "  "
                      INT-PLAYERBEST(INT-FAMEBEST)(2:4) "  "
                      INT-PLAYERGAMES(INT-FAMEBEST)(2:4) "  "
                      INT-PLAYERWINS(INT-FAMEBEST)(2:4) "  "
                      INT-PLAYERDEATHS(INT-FAMEBEST)(2:4)
           END-IF.

       0054-CHECKFAMECANDIDATE.
                 INT-MSGPOS LESS THAN 94 THEN
                 PERFORM 0505-FINDMESSAGE
                 IF INT-MSGIDX EQUAL TO ZERO AND
                    INT-NUMMESSAGES LESS THAN 99 THEN
                    ADD 1 TO INT-NUMMESSAGES
                    MOVE INT-NUMMESSAGES TO INT-MSGIDX
                    MOVE STR-MSGKEY TO STR-CATMSGID(INT-MSGIDX)
       0028-STOREITEMRECORD.
      *    Created 22/08/2026 By Roger Williams
      *
      *    Modified 15/10/2026 By Roger Williams - carries the
      *    health a consumable gives back; an item file from before
      *    reads back spaces there = heals nothing
      *
      *    repeatedly called by 0027-LOADITEMS - stores the item
      *    record already read, then reads ahead for the next one;
      *    records past the OCCURS 30 limit are dropped
                    TO INT-ITEMWEIGHT(INT-NUMITEMS)
                 MOVE BLN-ITEMCONSUMABLE-READ
                    TO BLN-ITEMCONSUMABLE(INT-NUMITEMS)
                 IF INT-ITEMHEAL-READ IS NOT NUMERIC THEN
                    MOVE ZEROS TO INT-ITEMHEAL-READ
                 END-IF
                 MOVE INT-ITEMHEAL-READ
                    TO INT-ITEMHEAL(INT-NUMITEMS)
                 MOVE "N" TO BLN-ITEMSCORED(INT-NUMITEMS)
              END-IF
              INITIALIZE REC-ITEM-READ
           PERFORM 0504-SHOWMESSAGE.
           MOVE "HELPMAP" TO STR-MSGKEY.
           PERFORM 0504-SHOWMESSAGE.
           MOVE "HELPHINT" TO STR-MSGKEY.
           PERFORM 0504-SHOWMESSAGE.
           MOVE "HELPCOMBINE" TO STR-MSGKEY.
           PERFORM 0504-SHOWMESSAGE.
           DISPLAY " ".
           MOVE "HELPEXIT" TO STR-MSGKEY.
           PERFORM 0504-SHOWMESSAGE.

           MOVE 1 TO INT-NUM.
      *    two fewer blank lines now the status bar is painted too,
      *    and one more each for the map, hint and combine help lines
           COMPUTE INT-NUM2 = 30 - 17.

      *    "scroll" text to top of display
           PERFORM 0502-PRINTBLANKLINES WITH TEST BEFORE
      *    is now by total weight from the item master file, and
      *    taking an item awards its points to the running score
      *    (once only per item kind)
      *    Modified 15/10/2026 By Roger Williams - scoring a treasure
      *    item is checked against the achievement goals
      *
      *    moves STR-ITEMWANTED from the current room into the
      *    player's inventory IF it is actually lying in the room
                       MOVE INT-ITEMPOINTS(INT-ITEMSLOT)
                          TO STR-MSGARG1
                       PERFORM 0504-SHOWMESSAGE
                       MOVE "TAKE" TO STR-ACHIEVEPHASE
                       PERFORM 0092-CHECKACHIEVEMENTS
                    END-IF
                 END-IF
      *          'fire any scripted events for taking this item

       0218-KILLCREATURE.
      *    Created 22/08/2026 By Roger Williams
      *    Modified 15/10/2026 By Roger Williams - a defeat is checked
      *    against the achievement goals
      *
      *    "kill <creature>" - works only while carrying the item
      *    that can defeat it, e.g. the sword for the dragon
              IF BLN-HASITEM EQUAL TO "Y" THEN
                 MOVE "Y" TO BLN-CREATUREDEAD(INT-CREATURESLOT)
                 DISPLAY STR-CREATUREKILLTEXT(INT-CREATURESLOT)
                 MOVE "KILL" TO STR-ACHIEVEPHASE
                 PERFORM 0092-CHECKACHIEVEMENTS
              ELSE
                 MOVE "CANTDEFEAT" TO STR-MSGKEY
                 MOVE STR-CREATURENAME(INT-CREATURESLOT)

       0220-GIVETOCREATURE.
      *    Created 22/08/2026 By Roger Williams
      *    Modified 15/10/2026 By Roger Williams - a pacified creature
      *    is checked against the achievement goals
      *
      *    "give <creature>" - hands over the item the creature
      *    wants, IF the player is carrying it, which pacifies the
                 MOVE STR-ITEMWANTED TO STR-MSGARG1
                 PERFORM 0504-SHOWMESSAGE
                 DISPLAY STR-CREATUREKILLTEXT(INT-CREATURESLOT)
                 MOVE "KILL" TO STR-ACHIEVEPHASE
                 PERFORM 0092-CHECKACHIEVEMENTS
              ELSE
                 MOVE "NOTWANTED" TO STR-MSGKEY
                 MOVE STR-CREATURENAME(INT-CREATURESLOT)

       0254-LIGHTSOURCE.
      *    Created 02/09/2026 By Roger Williams
      *    Modified 15/10/2026 By Roger Williams - lighting spoils any
      *    "never light" achievement goal for the item
      *
      *    "light <item>" - lights a carried light source; a candle
      *    needs the matches as well, a lantern lights on its own
                    MOVE "LIGHTON" TO STR-MSGKEY
                    MOVE STR-LITITEM TO STR-MSGARG1
                    PERFORM 0504-SHOWMESSAGE
                    MOVE "LIGHT" TO STR-ACHIEVEPHASE
                    PERFORM 0092-CHECKACHIEVEMENTS
                 END-IF
              END-IF
             END-IF
      *    for the current level into the container table; a level
      *    without a container file simply has no containers
           MOVE INT-CURLEVEL TO INT-LEVELNUMEDIT.
           IF STR-PACKCONTAINERS(INT-CURLEVEL) NOT EQUAL TO SPACES THEN
              MOVE STR-PACKCONTAINERS(INT-CURLEVEL) TO STR-BAREFILENAME
           ELSE
              MOVE SPACES TO STR-BAREFILENAME
              STRING "CONTAINERS" DELIMITED BY SIZE
                     INT-LEVELNUMEDIT DELIMITED BY SIZE
                     "_COBOL.TXT" DELIMITED BY SIZE
                     INTO STR-BAREFILENAME
              END-STRING
           END-IF.
           PERFORM 0503-BUILDFULLPATH.
           MOVE STR-FULLFILENAME TO STR-CONTAINERSNAME.


       0260-TAKEFROMCONTAINER.
      *    Created 02/09/2026 By Roger Williams
      *    Modified 15/10/2026 By Roger Williams - scoring a treasure
      *    item is checked against the achievement goals
      *
      *    takes STR-ITEMWANTED out of the open container found by
      *    0259-FINDINCONTAINERS - the same capacity, scoring and
                    MOVE INT-ITEMPOINTS(INT-ITEMSLOT)
                       TO STR-MSGARG1
                    PERFORM 0504-SHOWMESSAGE
                    MOVE "TAKE" TO STR-ACHIEVEPHASE
                    PERFORM 0092-CHECKACHIEVEMENTS
                 END-IF
              END-IF
      *       'fire any scripted events for taking this item
