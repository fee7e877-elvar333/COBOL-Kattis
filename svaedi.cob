      *> QUADRANT could classify an (aisle, bay) pair into a floor
      *> zone but nothing tied a SKU to a location, so the
      *> classifier had no data.  Entry feed:
      *>   A sku aisle bay [cap]
      *>                     place a SKU (zone derived by the same
      *>                     sign logic QUADRANT uses; negative
      *>                     coordinates west/south of center),
      *>                     optionally with its shelf capacity
      *>   R                 zone-level sales report: joins TXLOG
      *>                     sale lines to the zone master the way
      *>                     TIMABIL joins to categories
      *>   L sku             show one SKU's pick location
      *>   C sku cap         set the shelf capacity alone - the
      *>                     units the face holds, the ceiling the
      *>                     nightly fill list (HILLUFYLLING) fills to

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
       01 SKU-RAW PIC X(10).
       01 AISLE-RAW PIC X(6).
       01 BAY-RAW PIC X(6).
       01 CAP-RAW PIC X(6).
       01 ACT-LEN PIC S9(2).
       01 SKU-LEN PIC S9(2).
       01 AISLE-LEN PIC S9(2).
       01 BAY-LEN PIC S9(2).
       01 CAP-LEN PIC S9(2).

       01 AISLE-NUM PIC S9(5).
       01 BAY-NUM PIC S9(5).
       01 CAP-NUM PIC 9(5).
       01 OK-SW PIC X.
           88 TOKEN-OK VALUE "Y".

            MOVE SPACES TO SKU-RAW
            MOVE "0" TO AISLE-RAW
            MOVE "0" TO BAY-RAW
            MOVE SPACES TO CAP-RAW
            MOVE 0 TO ACT-LEN SKU-LEN AISLE-LEN BAY-LEN CAP-LEN
            UNSTRING INP DELIMITED BY ALL SPACE
                INTO ACT-RAW   COUNT IN ACT-LEN,
                     SKU-RAW   COUNT IN SKU-LEN,
                     AISLE-RAW COUNT IN AISLE-LEN,
                     BAY-RAW   COUNT IN BAY-LEN,
                     CAP-RAW   COUNT IN CAP-LEN

            IF ACT-RAW = "A"
                PERFORM ZONE-ASSIGN-RTN
            IF ACT-RAW = "L"
                PERFORM ZONE-SHOW-RTN
            ELSE
            IF ACT-RAW = "C"
                PERFORM ZONE-CAPACITY-RTN
            ELSE
            IF ACT-RAW = "R"
                PERFORM ZONE-REPORT-RTN
            ELSE
            END-IF
            END-IF
            END-IF
            END-IF
        END-IF
    END-PERFORM


ZONE-ASSIGN-RTN.
    PERFORM SIGNED-CHECK-RTN
    IF CAP-LEN > 0
        IF CAP-RAW(1:CAP-LEN) IS NOT NUMERIC
            MOVE "N" TO OK-SW
        END-IF
    END-IF
    IF SKU-LEN = 0 OR AISLE-LEN = 0 OR BAY-LEN = 0
          OR NOT TOKEN-OK
        DISPLAY "SVAEDI: BAD PLACEMENT LINE " function TRIM(INP)
                MOVE AISLE-NUM TO ZONE-AISLE
                MOVE BAY-NUM TO ZONE-BAY
                MOVE ZONE-NAME-TAB(ZONE-IDX) TO ZONE-NAME
                MOVE 0 TO ZONE-SHELF-CAP
                IF CAP-LEN > 0
                    MOVE CAP-RAW(1:CAP-LEN) TO ZONE-SHELF-CAP
                END-IF
                WRITE ZONE-MASTER-RECORD
            NOT INVALID KEY
                MOVE AISLE-NUM TO ZONE-AISLE
                MOVE BAY-NUM TO ZONE-BAY
                MOVE ZONE-NAME-TAB(ZONE-IDX) TO ZONE-NAME
                IF CAP-LEN > 0
                    MOVE CAP-RAW(1:CAP-LEN) TO ZONE-SHELF-CAP
                END-IF
                REWRITE ZONE-MASTER-RECORD
        END-READ
        ADD 1 TO PLACE-COUNT
            NOT INVALID KEY
                MOVE ZONE-AISLE TO AISLE-ED
                MOVE ZONE-BAY TO BAY-ED
                MOVE ZONE-SHELF-CAP TO CAP-NUM
                DISPLAY function TRIM(SKU-RAW) "  AISLE "
                        function TRIM(AISLE-ED) " BAY "
                        function TRIM(BAY-ED) "  "
                        function TRIM(ZONE-NAME)
                        "  SHELF HOLDS " CAP-NUM
        END-READ
    END-IF.

      *> C sku cap - the third token carries the capacity; the SKU
      *> must already be placed, since a capacity with no location
      *> fills nothing.
ZONE-CAPACITY-RTN.
    IF SKU-LEN = 0 OR AISLE-LEN = 0
          OR AISLE-RAW(1:AISLE-LEN) IS NOT NUMERIC
        DISPLAY "SVAEDI: BAD CAPACITY LINE " function TRIM(INP)
    ELSE
        MOVE SKU-RAW TO ZONE-SKU
        READ ZONE-MASTER
            INVALID KEY
                DISPLAY "SVAEDI: " function TRIM(SKU-RAW)
                        " HAS NO PICK LOCATION - PLACE IT FIRST"
            NOT INVALID KEY
                MOVE AISLE-RAW(1:AISLE-LEN) TO ZONE-SHELF-CAP
                REWRITE ZONE-MASTER-RECORD
                MOVE ZONE-SHELF-CAP TO CAP-NUM
                DISPLAY function TRIM(SKU-RAW)
                        " SHELF CAPACITY SET TO " CAP-NUM
        END-READ
    END-IF.

