IDENTIFICATION DIVISION.
PROGRAM-ID. VEFPONTUN.

      *> web-shop click-and-collect import - the web shop used to
      *> mail its pickup orders to the store, so staff picked
      *> against stock the position inquiry still showed as free
      *> and the till sold it out from under them.  Run nightly and
      *> again during the day against whatever the web shop has
      *> dropped in BUDWEBIN:
      *>   - each new order line goes onto the WEBORD master and is
      *>     allocated out of on-hand less what layaway tickets,
      *>     special orders and earlier web orders already hold -
      *>     the same reservation arithmetic the position inquiry
      *>     and the oversell check run;
      *>   - lines left short on an earlier run are offered the
      *>     stock again first, oldest order first;
      *>   - a cancel from the web shop releases the line;
      *>   - every line touched goes back to the web shop on the
      *>     BUDWEBST status file, short ones with the quantity we
      *>     could hold;
      *>   - whatever was allocated since the last pick list prints
      *>     on a new one in ZONEMAST aisle/bay walk order.
      *> A line already on the master is skipped, so the web shop
      *> can resend a cumulative file without double-allocating.
      *> No entry feed; the business date comes off BUDCTL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WEB-ORDER-MASTER ASSIGN TO "WEBORD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WEB-KEY
        FILE STATUS IS WEB-FS.

      *> the web shop's order drop - one line per order line:
      *> action (N new, X cancel), order, SKU, quantity, amount
      *> paid online, order date, customer name.
    SELECT WEB-IN-FILE ASSIGN TO "BUDWEBIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WIN-FS.

      *> status back to the web shop - rebuilt each run.
    SELECT WEB-STATUS-FILE ASSIGN TO "BUDWEBST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WST-FS.

    SELECT INVENTORY-MASTER ASSIGN TO "INVMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS INV-SKU
        FILE STATUS IS INV-FS.

    SELECT LAYAWAY-ITEM-FILE ASSIGN TO "LAYITEM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LITEM-FS.

    SELECT LAYAWAY-MASTER ASSIGN TO "LAYAMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS LAY-ID
        FILE STATUS IS LAY-FS.

    SELECT SPECIAL-ORDER-MASTER ASSIGN TO "SPECMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS SO-ID
        FILE STATUS IS SO-FS.

      *> pick locations - the list walks the floor in aisle/bay
      *> order instead of order-number order.
    SELECT ZONE-MASTER ASSIGN TO "ZONEMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS ZONE-SKU
        FILE STATUS IS ZONE-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  WEB-ORDER-MASTER.
    COPY "webord.cpy".

    FD  WEB-IN-FILE.
    01  WEB-IN-RECORD.
        05  WIN-ACTION      PIC X(1).
        05  FILLER          PIC X.
        05  WIN-ORDER-NO    PIC X(10).
        05  FILLER          PIC X.
        05  WIN-SKU         PIC X(10).
        05  FILLER          PIC X.
        05  WIN-QTY         PIC 9(5).
        05  FILLER          PIC X.
        05  WIN-AMOUNT      PIC 9(9).
        05  FILLER          PIC X.
        05  WIN-ORDER-DATE  PIC 9(8).
        05  FILLER          PIC X.
        05  WIN-CUST-NAME   PIC X(30).

      *> WST-STATUS: ALLOC (held in full), SHORT (WST-ALLOC is what
      *> we could hold), CANCEL (released), UNKNOWN (SKU not carried
      *> here - line not taken), BADLINE (unreadable line).
    FD  WEB-STATUS-FILE.
    01  WEB-STATUS-RECORD.
        05  WST-DATE        PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  WST-ORDER-NO    PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  WST-SKU         PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  WST-ORDERED     PIC 9(7).
        05  FILLER          PIC X VALUE SPACE.
        05  WST-ALLOC       PIC 9(7).
        05  FILLER          PIC X VALUE SPACE.
        05  WST-STATUS      PIC X(7).

    FD  INVENTORY-MASTER.
    COPY "invmast.cpy".

    FD  LAYAWAY-ITEM-FILE.
    01  LAYAWAY-ITEM-RECORD.
        05  LITEM-TICKET    PIC X(10).
        05  FILLER          PIC X.
        05  LITEM-SKU       PIC X(10).
        05  FILLER          PIC X.
        05  LITEM-QTY       PIC S9(7).

    FD  LAYAWAY-MASTER.
    COPY "layamst.cpy".

    FD  SPECIAL-ORDER-MASTER.
    COPY "specord.cpy".

    FD  ZONE-MASTER.
    COPY "zonemast.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    WORKING-STORAGE SECTION.
       01 WEB-FS PIC XX.
           88 WEB-FOUND VALUE "00".
           88 WEB-NEW-FILE VALUE "35".
           88 WEB-EOF VALUE "10".
       01 WIN-FS PIC XX.
           88 WIN-FOUND VALUE "00".
           88 WIN-EOF VALUE "10".
       01 WST-FS PIC XX.
       01 INV-FS PIC XX.
           88 INV-FOUND VALUE "00".
       01 LITEM-FS PIC XX.
           88 LITEM-FOUND VALUE "00".
           88 LITEM-EOF VALUE "10".
       01 LAY-FS PIC XX.
           88 LAY-FOUND VALUE "00".
       01 SO-FS PIC XX.
           88 SO-FOUND VALUE "00".
           88 SO-EOF VALUE "10".
       01 ZONE-FS PIC XX.
           88 ZONE-FOUND VALUE "00".
       01 ZONE-OPEN-SW PIC X VALUE "N".
           88 ZONE-FILE-OPEN VALUE "Y".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".

       01 BUSINESS-DATE PIC 9(8).

      *> everything already promised out of on-hand, per SKU.
       01 RESV-TAB.
           05 RESV-ENTRY OCCURS 500 TIMES INDEXED BY RVX.
               10 RV-SKU PIC X(10).
               10 RV-QTY PIC S9(9).
       01 RESV-COUNT PIC 9(4) VALUE 0.
       01 RV-FOUND-SW PIC X VALUE "N".
           88 RV-FOUND VALUE "Y".
       01 RESV-SKU PIC X(10).
       01 RESV-QTY PIC S9(9).

       01 FREE-QTY PIC S9(9).
       01 NEED-QTY PIC S9(7).
       01 TAKE-QTY PIC S9(7).

      *> this run's pick list, walk-sorted before it prints.
       01 PICK-TAB.
           05 PICK-ENTRY OCCURS 500 TIMES INDEXED BY PKX.
               10 PK-AISLE PIC S9(5).
               10 PK-BAY   PIC S9(5).
               10 PK-ZONE  PIC X(12).
               10 PK-SKU   PIC X(10).
               10 PK-ORDER PIC X(10).
               10 PK-QTY   PIC S9(7).
       01 PICK-COUNT PIC 9(4) VALUE 0.
       01 SWAP-ENTRY PIC X(49).
       01 SORT-I PIC S9(5).
       01 SORT-J PIC S9(5).

       01 NEW-COUNT PIC 9(5) VALUE 0.
       01 DUP-COUNT PIC 9(5) VALUE 0.
       01 SHORT-COUNT PIC 9(5) VALUE 0.
       01 FILLED-COUNT PIC 9(5) VALUE 0.
       01 CANCEL-COUNT PIC 9(5) VALUE 0.
       01 REJECT-COUNT PIC 9(5) VALUE 0.
       01 COUNT-DISP PIC Z(4)9.
       01 QTY-DISP PIC -(6)9.
       01 AISLE-ED PIC -(4)9.
       01 BAY-ED PIC -(4)9.

PROCEDURE DIVISION.
    ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND
            IF BUD-BUSINESS-DATE > 0
                MOVE BUD-BUSINESS-DATE TO BUSINESS-DATE
            END-IF
        END-IF
    END-IF
    CLOSE CONTROL-FILE

    OPEN INPUT INVENTORY-MASTER
    IF NOT INV-FOUND
        DISPLAY "VEFPONTUN: NO INVENTORY MASTER ON SITE"
        GOBACK
    END-IF

    OPEN I-O WEB-ORDER-MASTER
    IF WEB-NEW-FILE
        OPEN OUTPUT WEB-ORDER-MASTER
        CLOSE WEB-ORDER-MASTER
        OPEN I-O WEB-ORDER-MASTER
    END-IF

    OPEN INPUT ZONE-MASTER
    IF ZONE-FOUND
        MOVE "Y" TO ZONE-OPEN-SW
    END-IF

    OPEN OUTPUT WEB-STATUS-FILE

    PERFORM RESV-LOAD-RTN

      *> short lines from earlier runs get first call on whatever
      *> has come in since.
    MOVE "00" TO WEB-FS
    MOVE LOW-VALUES TO WEB-KEY
    START WEB-ORDER-MASTER KEY NOT < WEB-KEY
        INVALID KEY
            MOVE "10" TO WEB-FS
    END-START
    PERFORM UNTIL WEB-EOF
        PERFORM WEB-READ-RTN
        IF NOT WEB-EOF AND WEB-SHORT
            PERFORM SHORT-RETRY-RTN
        END-IF
    END-PERFORM

      *> then the web shop's drop.  No drop just means nothing new
      *> came in - the retry and the pick list still run.
    OPEN INPUT WEB-IN-FILE
    IF WIN-FOUND
        PERFORM WIN-READ-RTN
        PERFORM UNTIL WIN-EOF
            IF WIN-ACTION = "X"
                PERFORM WEB-CANCEL-RTN
            ELSE
                PERFORM WEB-NEW-RTN
            END-IF
            PERFORM WIN-READ-RTN
        END-PERFORM
        CLOSE WEB-IN-FILE
    END-IF

    PERFORM PICK-LIST-RTN

    CLOSE WEB-STATUS-FILE
    CLOSE WEB-ORDER-MASTER
    CLOSE INVENTORY-MASTER
    IF ZONE-FILE-OPEN
        CLOSE ZONE-MASTER
    END-IF

    DISPLAY " "
    DISPLAY "WEB ORDERS - " BUSINESS-DATE
    MOVE NEW-COUNT TO COUNT-DISP
    DISPLAY "  LINES IMPORTED:       " function TRIM(COUNT-DISP)
    MOVE DUP-COUNT TO COUNT-DISP
    DISPLAY "  ALREADY ON FILE:      " function TRIM(COUNT-DISP)
    MOVE FILLED-COUNT TO COUNT-DISP
    DISPLAY "  SHORT LINES FILLED:   " function TRIM(COUNT-DISP)
    MOVE SHORT-COUNT TO COUNT-DISP
    DISPLAY "  LINES SHORT:          " function TRIM(COUNT-DISP)
    MOVE CANCEL-COUNT TO COUNT-DISP
    DISPLAY "  LINES CANCELLED:      " function TRIM(COUNT-DISP)
    MOVE REJECT-COUNT TO COUNT-DISP
    DISPLAY "  LINES REJECTED:       " function TRIM(COUNT-DISP)

    GOBACK.

      *> what is already promised: live layaway tickets, special-
      *> order units received, and web allocations still live.
RESV-LOAD-RTN.
    OPEN INPUT LAYAWAY-MASTER
    OPEN INPUT LAYAWAY-ITEM-FILE
    IF LITEM-FOUND AND LAY-FOUND
        PERFORM LITEM-READ-RTN
        PERFORM UNTIL LITEM-EOF
            MOVE LITEM-TICKET TO LAY-ID
            READ LAYAWAY-MASTER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE LITEM-SKU TO RESV-SKU
                    MOVE LITEM-QTY TO RESV-QTY
                    PERFORM RESV-ADD-RTN
            END-READ
            PERFORM LITEM-READ-RTN
        END-PERFORM
    END-IF
    CLOSE LAYAWAY-ITEM-FILE
    CLOSE LAYAWAY-MASTER

    OPEN INPUT SPECIAL-ORDER-MASTER
    IF SO-FOUND
        PERFORM SO-READ-RTN
        PERFORM UNTIL SO-EOF
            IF SO-LIVE AND SO-QTY-RESERVED > 0
                MOVE SO-SKU TO RESV-SKU
                MOVE SO-QTY-RESERVED TO RESV-QTY
                PERFORM RESV-ADD-RTN
            END-IF
            PERFORM SO-READ-RTN
        END-PERFORM
        CLOSE SPECIAL-ORDER-MASTER
    END-IF

    MOVE "00" TO WEB-FS
    MOVE LOW-VALUES TO WEB-KEY
    START WEB-ORDER-MASTER KEY NOT < WEB-KEY
        INVALID KEY
            MOVE "10" TO WEB-FS
    END-START
    PERFORM UNTIL WEB-EOF
        PERFORM WEB-READ-RTN
        IF NOT WEB-EOF AND WEB-LIVE AND WEB-QTY-ALLOC > 0
            MOVE WEB-SKU TO RESV-SKU
            MOVE WEB-QTY-ALLOC TO RESV-QTY
            PERFORM RESV-ADD-RTN
        END-IF
    END-PERFORM.

SHORT-RETRY-RTN.
    COMPUTE NEED-QTY = WEB-QTY-ORDERED - WEB-QTY-ALLOC
    PERFORM ALLOCATE-RTN
    IF TAKE-QTY > 0
        ADD TAKE-QTY TO WEB-QTY-ALLOC
        IF WEB-QTY-ALLOC >= WEB-QTY-ORDERED
            MOVE "A" TO WEB-STATUS
            ADD 1 TO FILLED-COUNT
        END-IF
        REWRITE WEB-ORDER-RECORD
        PERFORM STATUS-WRITE-RTN
    END-IF.

      *> a new order line - taken onto the master and allocated as
      *> far as free stock goes.
WEB-NEW-RTN.
    IF WIN-ORDER-NO = SPACES OR WIN-SKU = SPACES
          OR WIN-QTY IS NOT NUMERIC OR WIN-QTY = 0
        ADD 1 TO REJECT-COUNT
        MOVE BUSINESS-DATE TO WST-DATE
        MOVE WIN-ORDER-NO TO WST-ORDER-NO
        MOVE WIN-SKU TO WST-SKU
        MOVE 0 TO WST-ORDERED
        MOVE 0 TO WST-ALLOC
        MOVE "BADLINE" TO WST-STATUS
        WRITE WEB-STATUS-RECORD
    ELSE
        MOVE WIN-ORDER-NO TO WEB-ORDER-NO
        MOVE WIN-SKU TO WEB-SKU
        READ WEB-ORDER-MASTER
            INVALID KEY
                MOVE WIN-SKU TO INV-SKU
                READ INVENTORY-MASTER
                    INVALID KEY
                        ADD 1 TO REJECT-COUNT
                        MOVE BUSINESS-DATE TO WST-DATE
                        MOVE WIN-ORDER-NO TO WST-ORDER-NO
                        MOVE WIN-SKU TO WST-SKU
                        MOVE WIN-QTY TO WST-ORDERED
                        MOVE 0 TO WST-ALLOC
                        MOVE "UNKNOWN" TO WST-STATUS
                        WRITE WEB-STATUS-RECORD
                        DISPLAY "VEFPONTUN: ORDER "
                                function TRIM(WIN-ORDER-NO)
                                " UNKNOWN SKU " function TRIM(WIN-SKU)
                    NOT INVALID KEY
                        MOVE WIN-ORDER-NO TO WEB-ORDER-NO
                        MOVE WIN-SKU TO WEB-SKU
                        MOVE WIN-CUST-NAME TO WEB-CUST-NAME
                        MOVE WIN-ORDER-DATE TO WEB-ORDER-DATE
                        MOVE WIN-QTY TO WEB-QTY-ORDERED
                        MOVE 0 TO WEB-QTY-ALLOC
                        MOVE 0 TO WEB-QTY-PICKED
                        MOVE WIN-AMOUNT TO WEB-AMOUNT
                        MOVE 0 TO WEB-COLLECT-DATE
                        MOVE WEB-QTY-ORDERED TO NEED-QTY
                        PERFORM ALLOCATE-RTN
                        MOVE TAKE-QTY TO WEB-QTY-ALLOC
                        IF WEB-QTY-ALLOC >= WEB-QTY-ORDERED
                            MOVE "A" TO WEB-STATUS
                        ELSE
                            MOVE "S" TO WEB-STATUS
                        END-IF
                        WRITE WEB-ORDER-RECORD
                        ADD 1 TO NEW-COUNT
                        PERFORM STATUS-WRITE-RTN
                END-READ
            NOT INVALID KEY
                ADD 1 TO DUP-COUNT
        END-READ
    END-IF.

      *> the web shop cancelled the line - its allocation goes back
      *> on sale.  A line already handed over stays as it was.
WEB-CANCEL-RTN.
    MOVE WIN-ORDER-NO TO WEB-ORDER-NO
    MOVE WIN-SKU TO WEB-SKU
    READ WEB-ORDER-MASTER
        INVALID KEY
            DISPLAY "VEFPONTUN: CANCEL FOR "
                    function TRIM(WIN-ORDER-NO) " "
                    function TRIM(WIN-SKU) " - NOT ON FILE"
        NOT INVALID KEY
            IF WEB-LIVE
                MOVE WEB-SKU TO RESV-SKU
                COMPUTE RESV-QTY = 0 - WEB-QTY-ALLOC
                PERFORM RESV-ADD-RTN
                MOVE "X" TO WEB-STATUS
                MOVE 0 TO WEB-QTY-ALLOC
                REWRITE WEB-ORDER-RECORD
                ADD 1 TO CANCEL-COUNT
                MOVE BUSINESS-DATE TO WST-DATE
                MOVE WEB-ORDER-NO TO WST-ORDER-NO
                MOVE WEB-SKU TO WST-SKU
                MOVE WEB-QTY-ORDERED TO WST-ORDERED
                MOVE 0 TO WST-ALLOC
                MOVE "CANCEL" TO WST-STATUS
                WRITE WEB-STATUS-RECORD
            ELSE
                DISPLAY "VEFPONTUN: CANCEL FOR "
                        function TRIM(WIN-ORDER-NO) " "
                        function TRIM(WIN-SKU)
                        " - LINE ALREADY CLOSED"
            END-IF
    END-READ.

      *> how much of NEED-QTY the free stock of WEB-SKU covers -
      *> TAKE-QTY comes back with it, and the reservation table
      *> carries it from here on.
ALLOCATE-RTN.
    MOVE 0 TO TAKE-QTY
    MOVE WEB-SKU TO INV-SKU
    READ INVENTORY-MASTER
        INVALID KEY
            MOVE 0 TO FREE-QTY
        NOT INVALID KEY
            MOVE INV-QTY-ON-HAND TO FREE-QTY
    END-READ
    MOVE WEB-SKU TO RESV-SKU
    MOVE "N" TO RV-FOUND-SW
    PERFORM RESV-NET-RTN
        VARYING RVX FROM 1 BY 1
        UNTIL RVX > RESV-COUNT OR RV-FOUND
    IF FREE-QTY > 0
        IF FREE-QTY >= NEED-QTY
            MOVE NEED-QTY TO TAKE-QTY
        ELSE
            MOVE FREE-QTY TO TAKE-QTY
        END-IF
        MOVE TAKE-QTY TO RESV-QTY
        PERFORM RESV-ADD-RTN
    END-IF.

STATUS-WRITE-RTN.
    MOVE BUSINESS-DATE TO WST-DATE
    MOVE WEB-ORDER-NO TO WST-ORDER-NO
    MOVE WEB-SKU TO WST-SKU
    MOVE WEB-QTY-ORDERED TO WST-ORDERED
    MOVE WEB-QTY-ALLOC TO WST-ALLOC
    IF WEB-SHORT
        MOVE "SHORT" TO WST-STATUS
        ADD 1 TO SHORT-COUNT
        MOVE WEB-QTY-ALLOC TO QTY-DISP
        DISPLAY "VEFPONTUN: ORDER " function TRIM(WEB-ORDER-NO)
                " " function TRIM(WEB-SKU) " SHORT - HOLDING "
                function TRIM(QTY-DISP) " OF " WEB-QTY-ORDERED
    ELSE
        MOVE "ALLOC" TO WST-STATUS
    END-IF
    WRITE WEB-STATUS-RECORD.

      *> everything allocated since the last list, one line per
      *> order line, walked in aisle/bay order - an SKU with no
      *> pick location goes to the end.
PICK-LIST-RTN.
    MOVE 0 TO PICK-COUNT
    MOVE "00" TO WEB-FS
    MOVE LOW-VALUES TO WEB-KEY
    START WEB-ORDER-MASTER KEY NOT < WEB-KEY
        INVALID KEY
            MOVE "10" TO WEB-FS
    END-START
    PERFORM UNTIL WEB-EOF
        PERFORM WEB-READ-RTN
        IF NOT WEB-EOF AND WEB-LIVE
              AND WEB-QTY-ALLOC > WEB-QTY-PICKED
            IF PICK-COUNT < 500
                ADD 1 TO PICK-COUNT
                SET PKX TO PICK-COUNT
                MOVE WEB-SKU TO PK-SKU(PKX)
                MOVE WEB-ORDER-NO TO PK-ORDER(PKX)
                COMPUTE PK-QTY(PKX) = WEB-QTY-ALLOC - WEB-QTY-PICKED
                MOVE 99999 TO PK-AISLE(PKX)
                MOVE 99999 TO PK-BAY(PKX)
                MOVE "UNZONED" TO PK-ZONE(PKX)
                IF ZONE-FILE-OPEN
                    MOVE WEB-SKU TO ZONE-SKU
                    READ ZONE-MASTER
                        NOT INVALID KEY
                            MOVE ZONE-AISLE TO PK-AISLE(PKX)
                            MOVE ZONE-BAY TO PK-BAY(PKX)
                            MOVE ZONE-NAME TO PK-ZONE(PKX)
                    END-READ
                END-IF
                MOVE WEB-QTY-ALLOC TO WEB-QTY-PICKED
                REWRITE WEB-ORDER-RECORD
            ELSE
                DISPLAY "VEFPONTUN: PICK LIST FULL - "
                        function TRIM(WEB-ORDER-NO) " "
                        function TRIM(WEB-SKU) " ON THE NEXT LIST"
            END-IF
        END-IF
    END-PERFORM

    PERFORM VARYING SORT-I FROM 1 BY 1
            UNTIL SORT-I >= PICK-COUNT
        PERFORM SORT-PASS-RTN
            VARYING SORT-J FROM 1 BY 1
            UNTIL SORT-J > PICK-COUNT - SORT-I
    END-PERFORM

    DISPLAY "WEB ORDER PICK LIST - " BUSINESS-DATE
    IF PICK-COUNT = 0
        DISPLAY "  NOTHING NEW TO PICK"
    END-IF
    PERFORM PICK-PRINT-RTN
        VARYING PKX FROM 1 BY 1 UNTIL PKX > PICK-COUNT.

SORT-PASS-RTN.
    IF PK-AISLE(SORT-J) > PK-AISLE(SORT-J + 1)
          OR (PK-AISLE(SORT-J) = PK-AISLE(SORT-J + 1)
              AND PK-BAY(SORT-J) > PK-BAY(SORT-J + 1))
        MOVE PICK-ENTRY(SORT-J) TO SWAP-ENTRY
        MOVE PICK-ENTRY(SORT-J + 1) TO PICK-ENTRY(SORT-J)
        MOVE SWAP-ENTRY TO PICK-ENTRY(SORT-J + 1)
    END-IF.

PICK-PRINT-RTN.
    MOVE PK-QTY(PKX) TO QTY-DISP
    IF PK-AISLE(PKX) = 99999
        DISPLAY "  NO LOCATION     " PK-SKU(PKX)
                " QTY " function TRIM(QTY-DISP)
                "  ORDER " function TRIM(PK-ORDER(PKX))
    ELSE
        MOVE PK-AISLE(PKX) TO AISLE-ED
        MOVE PK-BAY(PKX) TO BAY-ED
        DISPLAY "  AISLE " AISLE-ED " BAY " BAY-ED "  "
                PK-SKU(PKX) " QTY " function TRIM(QTY-DISP)
                "  ORDER " function TRIM(PK-ORDER(PKX))
                "  (" function TRIM(PK-ZONE(PKX)) ")"
    END-IF.

WEB-READ-RTN.
    READ WEB-ORDER-MASTER NEXT
        AT END
            MOVE "10" TO WEB-FS
    END-READ
    IF NOT WEB-FOUND
        MOVE "10" TO WEB-FS
    END-IF.

WIN-READ-RTN.
    READ WEB-IN-FILE
        AT END
            MOVE "10" TO WIN-FS
    END-READ.

LITEM-READ-RTN.
    READ LAYAWAY-ITEM-FILE
        AT END
            MOVE "10" TO LITEM-FS
    END-READ.

SO-READ-RTN.
    READ SPECIAL-ORDER-MASTER NEXT
        AT END
            MOVE "10" TO SO-FS
    END-READ.

RESV-ADD-RTN.
    MOVE "N" TO RV-FOUND-SW
    PERFORM RESV-MATCH-RTN
        VARYING RVX FROM 1 BY 1
        UNTIL RVX > RESV-COUNT OR RV-FOUND
    IF NOT RV-FOUND AND RESV-COUNT < 500
        ADD 1 TO RESV-COUNT
        MOVE RESV-SKU TO RV-SKU(RESV-COUNT)
        MOVE RESV-QTY TO RV-QTY(RESV-COUNT)
    END-IF.

RESV-MATCH-RTN.
    IF RV-SKU(RVX) = RESV-SKU
        MOVE "Y" TO RV-FOUND-SW
        ADD RESV-QTY TO RV-QTY(RVX)
    END-IF.

RESV-NET-RTN.
    IF RV-SKU(RVX) = RESV-SKU
        MOVE "Y" TO RV-FOUND-SW
        SUBTRACT RV-QTY(RVX) FROM FREE-QTY
    END-IF.
