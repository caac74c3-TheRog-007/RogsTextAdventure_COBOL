              05 STR-ITEMREQDOWN-READ PIC X(20) VALUE SPACES.
      *'"Y" = dark room needing a lit light source
              05 BLN-ROOMDARK-READ PIC X VALUE "N".
      *'per-turn hazard damage and the item that protects against it
              05 INT-ROOMHAZARD-READ PIC 99 VALUE ZEROS.
              05 STR-HAZARDITEM-READ PIC X(20) VALUE SPACES.

       WORKING-STORAGE SECTION.
      *    define file location vars - same convention as the game,
              05 STR-ITEMREQDOWN PIC X(20) VALUE SPACES.
      *'"Y" = dark room needing a lit light source
              05 BLN-ROOMDARK PIC X VALUE "N".
      *'per-turn hazard damage and the item that protects against it
              05 INT-ROOMHAZARD PIC 99 VALUE ZEROS.
              05 STR-HAZARDITEM PIC X(20) VALUE SPACES.

      *    stores number of rooms currently held in the table -
      *    one wider than the room id so loops can step past 99
                 IF INT-NEXTROOMDOWN(INT-NUMROOMS) IS NOT NUMERIC
                    MOVE ZEROS TO INT-NEXTROOMDOWN(INT-NUMROOMS)
                 END-IF
                 IF INT-ROOMHAZARD(INT-NUMROOMS) IS NOT NUMERIC
                    MOVE ZEROS TO INT-ROOMHAZARD(INT-NUMROOMS)
                 END-IF
              ELSE
                 IF BLN-OVERFLOWWARNED EQUAL TO "N" THEN
                    DISPLAY "WARNING: more than 99 rooms in file - "
                 PERFORM 0121-ENTEREXITS
                 PERFORM 0122-ENTERITEMS
                 PERFORM 0125-ENTERDARKFLAG
                 PERFORM 0126-ENTERHAZARD
                 PERFORM 0123-ENTERDESCRIPTION
                 MOVE "Y" TO BLN-CHANGED
                 DISPLAY "Room " INT-ROOMID(INT-CURSLOT) " added."
              END-IF
           END-IF.

       0126-ENTERHAZARD.
      *    Created 15/10/2026 By Roger Williams
      *
      *    asks how much health room INT-CURSLOT takes from the
      *    player each turn and which carried item prevents it -
      *    return keeps the value shown, "-" clears the item
           DISPLAY "Hazard damage per turn is currently "
                   INT-ROOMHAZARD(INT-CURSLOT) " (00 = safe room).".
           MOVE "New hazard damage (blank keeps current)"
              TO STR-PROMPT.
           PERFORM 0520-GETNUMBER.
           IF BLN-BLANKANSWER EQUAL TO "N" THEN
              MOVE INT-ANSWER TO INT-ROOMHAZARD(INT-CURSLOT)
           END-IF.

           IF INT-ROOMHAZARD(INT-CURSLOT) EQUAL TO ZERO THEN
              MOVE SPACES TO STR-HAZARDITEM(INT-CURSLOT)
           ELSE
              DISPLAY "Hazard is prevented by '"
                      FUNCTION TRIM(STR-HAZARDITEM(INT-CURSLOT)) "'"
              MOVE "Protective item (blank keeps, - clears)"
                 TO STR-PROMPT
              PERFORM 0523-GETITEMCHANGE
              IF BLN-BLANKANSWER EQUAL TO "N" THEN
                 MOVE STR-TEXTANSWER(1:20)
                    TO STR-HAZARDITEM(INT-CURSLOT)
              END-IF
           END-IF.

       0123-ENTERDESCRIPTION.
      *    Created 22/08/2026 By Roger Williams
      *
              PERFORM 0131-CHANGEEXITS
              PERFORM 0132-CHANGEITEMS
              PERFORM 0125-ENTERDARKFLAG
              PERFORM 0126-ENTERHAZARD

              DISPLAY "Retype the description lines (y/n)?"
              MOVE SPACES TO STR-ANSWER
