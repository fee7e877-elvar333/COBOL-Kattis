IDENTIFICATION DIVISION.
PROGRAM-ID. HILLUFYLLING.

      *> nightly shelf-fill pick list and its confirmation -
      *> INV-QTY-ON-HAND said we were fine while the shelf stood
      *> empty and three cases sat in the backroom.  Receiving now
      *> lands stock in INV-QTY-BACKROOM and sales come off the
      *> floor (on-hand less backroom); this says how much to bring
      *> out per SKU, capped at the ZONEMAST shelf capacity, in
      *> aisle/bay walk order, and takes back what was actually
      *> brought out.  Feed, one action per line, until a blank
      *> line:
      *>   L              build the fill list into BUDFILL and print
      *>                  it - the nightly step feeds just this
      *>   C sku qty      qty brought out to the floor: moves it
      *>                  from the backroom to the shelf (never more
      *>                  than the backroom holds)
      *> A confirmation run ends with the list lines nobody has
      *> confirmed yet, so the morning crew knows what was missed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INVENTORY-MASTER ASSIGN TO "INVMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS INV-SKU
        FILE STATUS IS INV-FS.

    SELECT ZONE-MASTER ASSIGN TO "ZONEMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS ZONE-SKU
        FILE STATUS IS ZONE-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

      *> the current fill list, rebuilt by every L.
    SELECT FILL-FILE ASSIGN TO "BUDFILL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FILL-FS.

      *> every confirmed move, appended.
    SELECT FILL-CONFIRM-FILE ASSIGN TO "BUDFILLC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FCNF-FS.

DATA DIVISION.
    FILE SECTION.
    FD  INVENTORY-MASTER.
    COPY "invmast.cpy".

    FD  ZONE-MASTER.
    COPY "zonemast.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    FD  FILL-FILE.
    01  FILL-RECORD.
        05  FILL-DATE       PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  FILL-AISLE      PIC S9(5).
        05  FILLER          PIC X VALUE SPACE.
        05  FILL-BAY        PIC S9(5).
        05  FILLER          PIC X VALUE SPACE.
        05  FILL-ZONE       PIC X(12).
        05  FILLER          PIC X VALUE SPACE.
        05  FILL-SKU        PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  FILL-QTY        PIC S9(7).
        05  FILLER          PIC X VALUE SPACE.
        05  FILL-FLOOR      PIC S9(7).
        05  FILLER          PIC X VALUE SPACE.
        05  FILL-CAP        PIC 9(5).

    FD  FILL-CONFIRM-FILE.
    01  FILL-CONFIRM-RECORD.
        05  FCNF-DATE       PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  FCNF-SKU        PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  FCNF-LISTED     PIC S9(7).
        05  FILLER          PIC X VALUE SPACE.
        05  FCNF-MOVED      PIC S9(7).
        05  FILLER          PIC X VALUE SPACE.
        05  FCNF-BACKROOM   PIC S9(7).

    WORKING-STORAGE SECTION.
       01 INV-FS PIC XX.
           88 INV-FOUND VALUE "00".
           88 INV-EOF VALUE "10".
       01 ZONE-FS PIC XX.
           88 ZONE-FOUND VALUE "00".
       01 ZONE-OPEN-SW PIC X VALUE "N".
           88 ZONE-FILE-OPEN VALUE "Y".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".
       01 FILL-FS PIC XX.
           88 FILL-FOUND VALUE "00".
           88 FILL-EOF VALUE "10".
       01 FCNF-FS PIC XX.
           88 FCNF-FOUND VALUE "00".
       01 FCNF-OPEN-SW PIC X VALUE "N".
           88 FCNF-FILE-OPEN VALUE "Y".

       01 TODAY-DATE PIC 9(8).

       01 INP PIC X(40).
           88 EOF-INP VALUE SPACES.
       01 ACT-RAW PIC X(2).
       01 SKU-RAW PIC X(10).
       01 QTY-RAW PIC X(8).
       01 ACT-LEN PIC S9(2).
       01 SKU-LEN PIC S9(2).
       01 QTY-LEN PIC S9(2).
       01 MOVE-QTY PIC S9(7).

      *> the fill lines, built and sorted into walk order - or, on
      *> a confirmation run, the standing list read back so each
      *> confirmation can be ticked off against it.
       01 FL-TAB.
           05 FL-ENTRY OCCURS 2000 TIMES INDEXED BY FX.
               10 FT-AISLE   PIC S9(5).
               10 FT-BAY     PIC S9(5).
               10 FT-ZONE    PIC X(12).
               10 FT-SKU     PIC X(10).
               10 FT-QTY     PIC S9(7).
               10 FT-FLOOR   PIC S9(7).
               10 FT-CAP     PIC 9(5).
               10 FT-DONE    PIC S9(7).
       01 FL-COUNT PIC 9(4) VALUE 0.
       01 FL-OVER-COUNT PIC 9(5) VALUE 0.
       01 FL-LOADED-SW PIC X VALUE "N".
           88 FL-LOADED VALUE "Y".
       01 FL-HIT-SW PIC X VALUE "N".
           88 FL-HIT VALUE "Y".
       01 SWAP-ENTRY PIC X(58).
       01 SORT-I PIC S9(5).
       01 SORT-J PIC S9(5).

       01 FLOOR-QTY PIC S9(7).
       01 ROOM-QTY PIC S9(7).
       01 NEED-QTY PIC S9(7).
       01 LIST-DATE PIC 9(8) VALUE 0.

       01 LIST-UNITS PIC S9(9) VALUE 0.
       01 CONFIRM-COUNT PIC 9(5) VALUE 0.
       01 OPEN-COUNT PIC 9(5) VALUE 0.
       01 UNPLACED-COUNT PIC 9(5) VALUE 0.
       01 NOCAP-COUNT PIC 9(5) VALUE 0.
       01 AISLE-ED PIC -(4)9.
       01 BAY-ED PIC -(4)9.
       01 QTY-DISP PIC -(6)9.
       01 FLOOR-DISP PIC -(6)9.
       01 CAP-DISP PIC Z(4)9.
       01 COUNT-DISP PIC Z(4)9.
       01 UNITS-DISP PIC -(8)9.

PROCEDURE DIVISION.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD
    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND AND BUD-BUSINESS-DATE > 0
            MOVE BUD-BUSINESS-DATE TO TODAY-DATE
        END-IF
    END-IF
    CLOSE CONTROL-FILE

    OPEN I-O INVENTORY-MASTER
    IF NOT INV-FOUND
        DISPLAY "HILLUFYLLING: NO INVENTORY MASTER ON SITE"
        GOBACK
    END-IF
    OPEN INPUT ZONE-MASTER
    IF ZONE-FOUND
        MOVE "Y" TO ZONE-OPEN-SW
    END-IF

    ACCEPT INP
    PERFORM UNTIL EOF-INP
        MOVE SPACES TO ACT-RAW SKU-RAW QTY-RAW
        MOVE 0 TO ACT-LEN SKU-LEN QTY-LEN
        UNSTRING INP DELIMITED BY ALL SPACE
            INTO ACT-RAW COUNT IN ACT-LEN,
                 SKU-RAW COUNT IN SKU-LEN,
                 QTY-RAW COUNT IN QTY-LEN
        IF ACT-RAW = "L"
            PERFORM FILL-LIST-RTN
        ELSE IF ACT-RAW = "C"
            PERFORM FILL-CONFIRM-RTN
        ELSE
            DISPLAY "HILLUFYLLING: UNKNOWN ACTION " function TRIM(INP)
        END-IF
        END-IF
        ACCEPT INP
    END-PERFORM

    IF FCNF-FILE-OPEN
        CLOSE FILL-CONFIRM-FILE
        PERFORM OPEN-LINES-RTN
    END-IF
    CLOSE INVENTORY-MASTER
    IF ZONE-FILE-OPEN
        CLOSE ZONE-MASTER
    END-IF
    GOBACK.

      *> L - every placed SKU whose floor is below its shelf
      *> capacity and that has backroom stock to bring out.
FILL-LIST-RTN.
    IF NOT ZONE-FILE-OPEN
        DISPLAY "HILLUFYLLING: NO ZONE MASTER - NO SHELF "
                "CAPACITIES TO FILL TO"
    ELSE
        MOVE 0 TO FL-COUNT FL-OVER-COUNT LIST-UNITS
        MOVE 0 TO UNPLACED-COUNT NOCAP-COUNT
        MOVE LOW-VALUES TO INV-SKU
        START INVENTORY-MASTER KEY IS NOT LESS THAN INV-SKU
            INVALID KEY MOVE "10" TO INV-FS
        END-START
        IF NOT INV-EOF
            PERFORM INV-READ-RTN
        END-IF
        PERFORM UNTIL INV-EOF
            IF INV-QTY-BACKROOM > 0
                PERFORM FILL-NEED-RTN
            END-IF
            PERFORM INV-READ-RTN
        END-PERFORM
        MOVE "00" TO INV-FS

        PERFORM VARYING SORT-I FROM 1 BY 1
                UNTIL SORT-I >= FL-COUNT
            PERFORM SORT-PASS-RTN
                VARYING SORT-J FROM 1 BY 1
                UNTIL SORT-J > FL-COUNT - SORT-I
        END-PERFORM

        OPEN OUTPUT FILL-FILE
        DISPLAY "SHELF-FILL LIST " TODAY-DATE
        DISPLAY "  AISLE   BAY ZONE         SKU          BRING"
                "    FLOOR  HOLDS"
        PERFORM FILL-PRINT-RTN
            VARYING FX FROM 1 BY 1 UNTIL FX > FL-COUNT
        CLOSE FILL-FILE
        MOVE "Y" TO FL-LOADED-SW

        MOVE FL-COUNT TO COUNT-DISP
        DISPLAY "LINES TO FILL:           " COUNT-DISP
        MOVE LIST-UNITS TO UNITS-DISP
        DISPLAY "UNITS TO BRING OUT:  " UNITS-DISP
        IF FL-OVER-COUNT > 0
            MOVE FL-OVER-COUNT TO COUNT-DISP
            DISPLAY "NOT LISTED - TABLE FULL: " COUNT-DISP
        END-IF
        IF UNPLACED-COUNT > 0
            MOVE UNPLACED-COUNT TO COUNT-DISP
            DISPLAY "BACKROOM STOCK, NO LOCATION: " COUNT-DISP
        END-IF
        IF NOCAP-COUNT > 0
            MOVE NOCAP-COUNT TO COUNT-DISP
            DISPLAY "BACKROOM STOCK, NO CAPACITY: " COUNT-DISP
        END-IF
    END-IF.

FILL-NEED-RTN.
    MOVE INV-SKU TO ZONE-SKU
    READ ZONE-MASTER
        INVALID KEY
            ADD 1 TO UNPLACED-COUNT
        NOT INVALID KEY
            IF ZONE-SHELF-CAP = 0
                ADD 1 TO NOCAP-COUNT
            ELSE
                COMPUTE FLOOR-QTY = INV-QTY-ON-HAND - INV-QTY-BACKROOM
                IF FLOOR-QTY < 0
                    MOVE 0 TO FLOOR-QTY
                END-IF
                COMPUTE ROOM-QTY = ZONE-SHELF-CAP - FLOOR-QTY
                IF ROOM-QTY > 0
                    MOVE ROOM-QTY TO NEED-QTY
                    IF NEED-QTY > INV-QTY-BACKROOM
                        MOVE INV-QTY-BACKROOM TO NEED-QTY
                    END-IF
                    PERFORM FILL-ADD-RTN
                END-IF
            END-IF
    END-READ.

FILL-ADD-RTN.
    IF FL-COUNT < 2000
        ADD 1 TO FL-COUNT
        MOVE ZONE-AISLE TO FT-AISLE(FL-COUNT)
        MOVE ZONE-BAY TO FT-BAY(FL-COUNT)
        MOVE ZONE-NAME TO FT-ZONE(FL-COUNT)
        MOVE INV-SKU TO FT-SKU(FL-COUNT)
        MOVE NEED-QTY TO FT-QTY(FL-COUNT)
        MOVE FLOOR-QTY TO FT-FLOOR(FL-COUNT)
        MOVE ZONE-SHELF-CAP TO FT-CAP(FL-COUNT)
        MOVE 0 TO FT-DONE(FL-COUNT)
        ADD NEED-QTY TO LIST-UNITS
    ELSE
        ADD 1 TO FL-OVER-COUNT
    END-IF.

SORT-PASS-RTN.
    IF FT-AISLE(SORT-J) > FT-AISLE(SORT-J + 1)
          OR (FT-AISLE(SORT-J) = FT-AISLE(SORT-J + 1)
              AND FT-BAY(SORT-J) > FT-BAY(SORT-J + 1))
        MOVE FL-ENTRY(SORT-J) TO SWAP-ENTRY
        MOVE FL-ENTRY(SORT-J + 1) TO FL-ENTRY(SORT-J)
        MOVE SWAP-ENTRY TO FL-ENTRY(SORT-J + 1)
    END-IF.

FILL-PRINT-RTN.
    MOVE TODAY-DATE TO FILL-DATE
    MOVE FT-AISLE(FX) TO FILL-AISLE
    MOVE FT-BAY(FX) TO FILL-BAY
    MOVE FT-ZONE(FX) TO FILL-ZONE
    MOVE FT-SKU(FX) TO FILL-SKU
    MOVE FT-QTY(FX) TO FILL-QTY
    MOVE FT-FLOOR(FX) TO FILL-FLOOR
    MOVE FT-CAP(FX) TO FILL-CAP
    WRITE FILL-RECORD
    MOVE FT-AISLE(FX) TO AISLE-ED
    MOVE FT-BAY(FX) TO BAY-ED
    MOVE FT-QTY(FX) TO QTY-DISP
    MOVE FT-FLOOR(FX) TO FLOOR-DISP
    MOVE FT-CAP(FX) TO CAP-DISP
    DISPLAY "  " AISLE-ED " " BAY-ED " " FT-ZONE(FX) " "
            FT-SKU(FX) " " QTY-DISP "  " FLOOR-DISP "  " CAP-DISP.

      *> C sku qty - the units brought out.  The backroom cannot
      *> give up more than it holds; the difference is reported,
      *> since it means the backroom book is short and wants a B
      *> count in TALNING.
FILL-CONFIRM-RTN.
    IF SKU-LEN = 0 OR QTY-LEN = 0
          OR QTY-RAW(1:QTY-LEN) IS NOT NUMERIC
        DISPLAY "HILLUFYLLING: BAD CONFIRMATION " function TRIM(INP)
    ELSE
        IF NOT FL-LOADED
            PERFORM FILL-LOAD-RTN
        END-IF
        IF NOT FCNF-FILE-OPEN
            OPEN INPUT FILL-CONFIRM-FILE
            IF FCNF-FOUND
                CLOSE FILL-CONFIRM-FILE
                OPEN EXTEND FILL-CONFIRM-FILE
            ELSE
                OPEN OUTPUT FILL-CONFIRM-FILE
            END-IF
            MOVE "Y" TO FCNF-OPEN-SW
        END-IF
        MOVE QTY-RAW(1:QTY-LEN) TO MOVE-QTY
        MOVE SKU-RAW TO INV-SKU
        READ INVENTORY-MASTER
            INVALID KEY
                DISPLAY "HILLUFYLLING: UNKNOWN SKU "
                        function TRIM(SKU-RAW)
            NOT INVALID KEY
                PERFORM FILL-MOVE-RTN
        END-READ
    END-IF.

FILL-MOVE-RTN.
    IF MOVE-QTY > INV-QTY-BACKROOM
        MOVE MOVE-QTY TO QTY-DISP
        MOVE INV-QTY-BACKROOM TO FLOOR-DISP
        DISPLAY "HILLUFYLLING: " function TRIM(SKU-RAW)
                " BROUGHT OUT " function TRIM(QTY-DISP)
                " BUT BACKROOM BOOK HELD " function TRIM(FLOOR-DISP)
                " - COUNT THE BACKROOM"
        IF INV-QTY-BACKROOM > 0
            MOVE INV-QTY-BACKROOM TO MOVE-QTY
        ELSE
            MOVE 0 TO MOVE-QTY
        END-IF
    END-IF
    SUBTRACT MOVE-QTY FROM INV-QTY-BACKROOM
    REWRITE INV-MASTER-RECORD
    ADD 1 TO CONFIRM-COUNT

    MOVE "N" TO FL-HIT-SW
    PERFORM VARYING FX FROM 1 BY 1
            UNTIL FX > FL-COUNT OR FL-HIT
        IF FT-SKU(FX) = SKU-RAW
            MOVE "Y" TO FL-HIT-SW
        END-IF
    END-PERFORM
    MOVE TODAY-DATE TO FCNF-DATE
    MOVE SKU-RAW TO FCNF-SKU
    MOVE 0 TO FCNF-LISTED
    IF FL-HIT
        SET FX DOWN BY 1
        ADD MOVE-QTY TO FT-DONE(FX)
        MOVE FT-QTY(FX) TO FCNF-LISTED
    END-IF
    MOVE MOVE-QTY TO FCNF-MOVED
    MOVE INV-QTY-BACKROOM TO FCNF-BACKROOM
    WRITE FILL-CONFIRM-RECORD
    MOVE MOVE-QTY TO QTY-DISP
    DISPLAY function TRIM(SKU-RAW) "  " function TRIM(QTY-DISP)
            " MOVED BACKROOM TO FLOOR".

      *> the standing list back off BUDFILL, for a confirmation run
      *> that did not build it.
FILL-LOAD-RTN.
    MOVE 0 TO FL-COUNT
    OPEN INPUT FILL-FILE
    IF FILL-FOUND
        PERFORM FILL-READ-RTN
        PERFORM UNTIL FILL-EOF
            IF FL-COUNT < 2000
                ADD 1 TO FL-COUNT
                MOVE FILL-AISLE TO FT-AISLE(FL-COUNT)
                MOVE FILL-BAY TO FT-BAY(FL-COUNT)
                MOVE FILL-ZONE TO FT-ZONE(FL-COUNT)
                MOVE FILL-SKU TO FT-SKU(FL-COUNT)
                MOVE FILL-QTY TO FT-QTY(FL-COUNT)
                MOVE FILL-FLOOR TO FT-FLOOR(FL-COUNT)
                MOVE FILL-CAP TO FT-CAP(FL-COUNT)
                MOVE 0 TO FT-DONE(FL-COUNT)
                MOVE FILL-DATE TO LIST-DATE
            END-IF
            PERFORM FILL-READ-RTN
        END-PERFORM
        CLOSE FILL-FILE
    END-IF
    MOVE "Y" TO FL-LOADED-SW.

      *> the list lines not (fully) confirmed this run.
OPEN-LINES-RTN.
    MOVE CONFIRM-COUNT TO COUNT-DISP
    DISPLAY "CONFIRMATIONS POSTED:    " COUNT-DISP
    IF LIST-DATE > 0
        DISPLAY "AGAINST THE FILL LIST OF " LIST-DATE
    END-IF
    MOVE 0 TO OPEN-COUNT
    PERFORM VARYING FX FROM 1 BY 1 UNTIL FX > FL-COUNT
        IF FT-DONE(FX) < FT-QTY(FX)
            IF OPEN-COUNT = 0
                DISPLAY "FILL LINES NOT BROUGHT OUT"
                DISPLAY "  AISLE   BAY SKU           LISTED    MOVED"
            END-IF
            ADD 1 TO OPEN-COUNT
            MOVE FT-AISLE(FX) TO AISLE-ED
            MOVE FT-BAY(FX) TO BAY-ED
            MOVE FT-QTY(FX) TO QTY-DISP
            MOVE FT-DONE(FX) TO FLOOR-DISP
            DISPLAY "  " AISLE-ED " " BAY-ED " " FT-SKU(FX) " "
                    QTY-DISP "  " FLOOR-DISP
        END-IF
    END-PERFORM
    MOVE OPEN-COUNT TO COUNT-DISP
    DISPLAY "LINES STILL OPEN:        " COUNT-DISP.

INV-READ-RTN.
    READ INVENTORY-MASTER NEXT
        AT END
            MOVE "10" TO INV-FS
    END-READ.

FILL-READ-RTN.
    READ FILL-FILE
        AT END MOVE "10" TO FILL-FS
    END-READ.
