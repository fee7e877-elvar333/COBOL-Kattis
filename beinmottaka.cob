IDENTIFICATION DIVISION.
PROGRAM-ID. BEINMOTTAKA.

      *> direct store delivery receiving - bread, milk and soft
      *> drinks come off the route trucks every morning on the
      *> driver's own delivery note with no purchase order behind
      *> them, so VORUMOTTAKA's three-way match has nothing to match
      *> them to.  This books the driver's note instead, for
      *> vendors BIRGJAR has flagged for direct delivery; a note
      *> from any other vendor is refused whole.  Entry feed:
      *>   NOTE sup driver noteno      open the driver's note
      *>   D sku qty cost [bestbefore] goods delivered
      *>   B sku qty cost              stale goods the driver takes
      *>                               back on the same visit
      *>   END                         close the note
      *> A note still open at the end of the feed is closed there.
      *> The sku may be a scanned barcode, resolved through EANMAST
      *> at the pack quantity the way the dock and the till do;
      *> cost is the note's price per selling unit (per kilo on a
      *> by-weight SKU), and a line keyed without one goes in at
      *> the SKU's carried cost.  Delivered goods go on hand and
      *> are averaged into INV-COST like any receipt; take-backs
      *> come off hand at the carried cost; both are journalled to
      *> BUDCOSTJ.  Closing a note writes one approved payable for
      *> its net value to BUDPAYBL - the day's payables the GL and
      *> the payment run read - and every line goes to the BUDDSD
      *> delivery log, off which the run ends by printing the day's
      *> sign-off summary per driver.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INVENTORY-MASTER ASSIGN TO "INVMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS INV-SKU
        FILE STATUS IS INV-FS.

    SELECT SUPPLIER-MASTER ASSIGN TO "SUPMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SUP-CODE
        FILE STATUS IS SUP-FS.

    SELECT EAN-XREF-FILE ASSIGN TO "EANMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS EAN-CODE
        FILE STATUS IS EAN-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

      *> every driver's note line booked, with the note's closing
      *> total - appended forever, and what the per-driver sign-off
      *> summary is printed from.
    SELECT DSD-LOG-FILE ASSIGN TO "BUDDSD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DSD-FS.

    SELECT PAYABLE-FILE ASSIGN TO "BUDPAYBL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PAY-FS.

    SELECT LOT-FILE ASSIGN TO "BUDLOT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOT-FS.

    SELECT COST-JOURNAL-FILE ASSIGN TO "BUDCOSTJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CJ-FS.

DATA DIVISION.
    FILE SECTION.
    FD  INVENTORY-MASTER.
    COPY "invmast.cpy".

    FD  SUPPLIER-MASTER.
    COPY "supmast.cpy".

    FD  EAN-XREF-FILE.
    COPY "eanmast.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    FD  DSD-LOG-FILE.
    01  DSD-LOG-RECORD.
        05  DSD-DATE        PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  DSD-SUPPLIER    PIC X(6).
        05  FILLER          PIC X VALUE SPACE.
        05  DSD-DRIVER      PIC X(8).
        05  FILLER          PIC X VALUE SPACE.
        05  DSD-NOTE        PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
      *> D delivered, B taken back, T the note's closing total.
        05  DSD-TYPE        PIC X(1).
        05  FILLER          PIC X VALUE SPACE.
        05  DSD-SKU         PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  DSD-QTY         PIC S9(7).
        05  FILLER          PIC X VALUE SPACE.
        05  DSD-UNIT-COST   PIC S9(6).
        05  FILLER          PIC X VALUE SPACE.
        05  DSD-AMT         PIC S9(11).

    FD  PAYABLE-FILE.
    01  PAYABLE-RECORD.
        05  PAY-DATE        PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  PAY-SUPPLIER    PIC X(6).
        05  FILLER          PIC X VALUE SPACE.
        05  PAY-INV-NO      PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  PAY-PO-NO       PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  PAY-SKU         PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  PAY-QTY         PIC S9(7).
        05  FILLER          PIC X VALUE SPACE.
        05  PAY-AMT         PIC S9(12).

    FD  LOT-FILE.
    01  LOT-RECORD.
        05  LOT-RECV-DATE   PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  LOT-SKU         PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  LOT-QTY         PIC S9(7).
        05  FILLER          PIC X VALUE SPACE.
        05  LOT-BEST-BEFORE PIC 9(8).

    FD  COST-JOURNAL-FILE.
    COPY "costjrn.cpy".

    WORKING-STORAGE SECTION.
       01 INV-FS PIC XX.
           88 INV-FOUND VALUE "00".
       01 SUP-FS PIC XX.
           88 SUP-FOUND VALUE "00".
       01 EAN-FS PIC XX.
           88 EAN-FOUND VALUE "00".
       01 XREF-OPEN-SW PIC X VALUE "N".
           88 XREF-FILE-OPEN VALUE "Y".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".
       01 DSD-FS PIC XX.
           88 DSD-FOUND VALUE "00".
           88 DSD-EOF VALUE "10".
       01 PAY-FS PIC XX.
           88 PAY-FOUND VALUE "00".
       01 LOT-FS PIC XX.
           88 LOT-FOUND VALUE "00".
       01 CJ-FS PIC XX.
           88 CJ-FOUND VALUE "00".

       01 TODAY-DATE PIC 9(8).

       01 INP PIC X(60).
           88 EOF-INP VALUE SPACES.
       01 ACT-RAW  PIC X(4).
       01 TOK1-RAW PIC X(13).
       01 TOK2-RAW PIC X(10).
       01 TOK3-RAW PIC X(10).
       01 TOK4-RAW PIC X(8).
       01 ACT-LEN  PIC S9(2).
       01 TOK1-LEN PIC S9(2).
       01 TOK2-LEN PIC S9(2).
       01 TOK3-LEN PIC S9(2).
       01 TOK4-LEN PIC S9(2).

      *> the note being booked - open from its NOTE line to its END;
      *> a refused note's lines are read and passed over.
       01 NOTE-STATE-SW PIC X VALUE "C".
           88 NOTE-OPEN VALUE "O".
           88 NOTE-REFUSED VALUE "R".
           88 NOTE-CLOSED VALUE "C".
       01 NOTE-SUPPLIER PIC X(6).
       01 NOTE-DRIVER PIC X(8).
       01 NOTE-NO PIC X(10).
       01 NOTE-LINES PIC 9(5).
       01 NOTE-UNITS PIC S9(9).
       01 NOTE-VALUE PIC S9(11).

       01 LINE-SKU PIC X(10).
       01 LINE-QTY PIC S9(7).
       01 LINE-COST PIC S9(6).
       01 LINE-AMT PIC S9(11).
       01 QTY-BEFORE PIC S9(7).
       01 OLD-AVG-COST PIC S9(6).

       01 NOTE-COUNT PIC 9(5) VALUE 0.
       01 REFUSED-COUNT PIC 9(5) VALUE 0.
       01 SKIPPED-COUNT PIC 9(5) VALUE 0.
       01 BAD-COUNT PIC 9(5) VALUE 0.

      *> the day's notes per driver, off the delivery log.
       01 DRV-TAB.
           05 DRV-ENTRY OCCURS 100 TIMES INDEXED BY DX.
               10 DV-SUPPLIER   PIC X(6).
               10 DV-DRIVER     PIC X(8).
               10 DV-NOTES      PIC 9(5).
               10 DV-DEL-UNITS  PIC S9(9).
               10 DV-DEL-VALUE  PIC S9(11).
               10 DV-BACK-UNITS PIC S9(9).
               10 DV-BACK-VALUE PIC S9(11).
       01 DRV-COUNT PIC 9(3) VALUE 0.
       01 DV-FOUND-SW PIC X VALUE "N".
           88 DV-FOUND VALUE "Y".
       01 DRV-NET PIC S9(11).

       01 QTY-DISP PIC -(8)9.
       01 COST-DISP PIC -(5)9.
       01 AMT-DISP PIC -(10)9.
       01 COUNT-DISP PIC Z(4)9.

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
        DISPLAY "BEINMOTTAKA: NO INVENTORY MASTER ON SITE"
        GOBACK
    END-IF
    OPEN INPUT SUPPLIER-MASTER
    IF NOT SUP-FOUND
        DISPLAY "BEINMOTTAKA: NO SUPPLIER MASTER - NO VENDOR IS "
                "AUTHORIZED FOR DIRECT DELIVERY"
        CLOSE INVENTORY-MASTER
        GOBACK
    END-IF

      *> no barcode cross-reference on site just means every line
      *> has to be keyed as the raw SKU.
    OPEN INPUT EAN-XREF-FILE
    IF EAN-FOUND
        MOVE "Y" TO XREF-OPEN-SW
    END-IF

    OPEN INPUT DSD-LOG-FILE
    IF DSD-FOUND
        CLOSE DSD-LOG-FILE
        OPEN EXTEND DSD-LOG-FILE
    ELSE
        OPEN OUTPUT DSD-LOG-FILE
    END-IF
    OPEN INPUT PAYABLE-FILE
    IF PAY-FOUND
        CLOSE PAYABLE-FILE
        OPEN EXTEND PAYABLE-FILE
    ELSE
        OPEN OUTPUT PAYABLE-FILE
    END-IF
    OPEN INPUT LOT-FILE
    IF LOT-FOUND
        CLOSE LOT-FILE
        OPEN EXTEND LOT-FILE
    ELSE
        OPEN OUTPUT LOT-FILE
    END-IF
    OPEN INPUT COST-JOURNAL-FILE
    IF CJ-FOUND
        CLOSE COST-JOURNAL-FILE
        OPEN EXTEND COST-JOURNAL-FILE
    ELSE
        OPEN OUTPUT COST-JOURNAL-FILE
    END-IF

    PERFORM UNTIL EOF-INP
        ACCEPT INP
        IF NOT EOF-INP
            PERFORM PARSE-LINE-RTN
            IF ACT-RAW = "NOTE"
                IF NOTE-OPEN
                    PERFORM NOTE-CLOSE-RTN
                END-IF
                PERFORM NOTE-OPEN-RTN
            ELSE
            IF ACT-RAW = "END"
                IF NOTE-OPEN
                    PERFORM NOTE-CLOSE-RTN
                ELSE
                IF NOTE-REFUSED
                    MOVE "C" TO NOTE-STATE-SW
                ELSE
                    DISPLAY "BEINMOTTAKA: END WITH NO NOTE OPEN"
                END-IF
                END-IF
            ELSE
            IF ACT-RAW = "D" OR ACT-RAW = "B"
                IF NOTE-OPEN
                    PERFORM NOTE-LINE-RTN
                ELSE
                IF NOTE-REFUSED
                    ADD 1 TO SKIPPED-COUNT
                ELSE
                    DISPLAY "BEINMOTTAKA: LINE OUTSIDE A DRIVER'S "
                            "NOTE - " function TRIM(INP)
                    ADD 1 TO BAD-COUNT
                END-IF
                END-IF
            ELSE
                DISPLAY "BEINMOTTAKA: BAD ACTION CODE "
                        function TRIM(INP)
                ADD 1 TO BAD-COUNT
            END-IF
            END-IF
            END-IF
        END-IF
    END-PERFORM
    IF NOTE-OPEN
        PERFORM NOTE-CLOSE-RTN
    END-IF

    CLOSE INVENTORY-MASTER
    CLOSE SUPPLIER-MASTER
    CLOSE DSD-LOG-FILE
    CLOSE PAYABLE-FILE
    CLOSE LOT-FILE
    CLOSE COST-JOURNAL-FILE
    IF XREF-FILE-OPEN
        CLOSE EAN-XREF-FILE
    END-IF

    MOVE NOTE-COUNT TO COUNT-DISP
    DISPLAY "DRIVER NOTES BOOKED:      " function TRIM(COUNT-DISP)
    MOVE REFUSED-COUNT TO COUNT-DISP
    DISPLAY "DRIVER NOTES REFUSED:     " function TRIM(COUNT-DISP)
    MOVE SKIPPED-COUNT TO COUNT-DISP
    DISPLAY "LINES ON REFUSED NOTES:   " function TRIM(COUNT-DISP)
    MOVE BAD-COUNT TO COUNT-DISP
    DISPLAY "LINES NOT BOOKED:         " function TRIM(COUNT-DISP)

    PERFORM DRIVER-SUMMARY-RTN

    GOBACK.

PARSE-LINE-RTN.
    MOVE SPACES TO ACT-RAW TOK1-RAW TOK2-RAW TOK3-RAW TOK4-RAW
    MOVE 0 TO ACT-LEN TOK1-LEN TOK2-LEN TOK3-LEN TOK4-LEN
    UNSTRING INP DELIMITED BY ALL SPACE
        INTO ACT-RAW  COUNT IN ACT-LEN,
             TOK1-RAW COUNT IN TOK1-LEN,
             TOK2-RAW COUNT IN TOK2-LEN,
             TOK3-RAW COUNT IN TOK3-LEN,
             TOK4-RAW COUNT IN TOK4-LEN.

      *> NOTE sup driver noteno - the vendor has to be on file,
      *> active, and authorized for direct delivery, or the whole
      *> note is turned away at the back door.
NOTE-OPEN-RTN.
    IF TOK1-LEN = 0 OR TOK2-LEN = 0 OR TOK3-LEN = 0
        DISPLAY "BEINMOTTAKA: BAD NOTE LINE " function TRIM(INP)
        MOVE "R" TO NOTE-STATE-SW
        ADD 1 TO BAD-COUNT
    ELSE
        MOVE TOK1-RAW TO NOTE-SUPPLIER
        MOVE TOK2-RAW TO NOTE-DRIVER
        MOVE TOK3-RAW TO NOTE-NO
        MOVE 0 TO NOTE-LINES NOTE-UNITS NOTE-VALUE
        MOVE NOTE-SUPPLIER TO SUP-CODE
        READ SUPPLIER-MASTER
            INVALID KEY
                DISPLAY "BEINMOTTAKA: UNKNOWN SUPPLIER "
                        function TRIM(NOTE-SUPPLIER)
                        " - NOTE " function TRIM(NOTE-NO)
                        " REFUSED"
                MOVE "R" TO NOTE-STATE-SW
            NOT INVALID KEY
                IF SUP-RETIRED
                    DISPLAY "BEINMOTTAKA: SUPPLIER "
                            function TRIM(NOTE-SUPPLIER)
                            " IS RETIRED - NOTE "
                            function TRIM(NOTE-NO) " REFUSED"
                    MOVE "R" TO NOTE-STATE-SW
                ELSE
                IF NOT SUP-DSD-OK
                    DISPLAY "BEINMOTTAKA: "
                            function TRIM(NOTE-SUPPLIER)
                            " IS NOT AUTHORIZED FOR DIRECT "
                            "DELIVERY - NOTE "
                            function TRIM(NOTE-NO)
                            " REFUSED, RECEIVE AGAINST A PO"
                    MOVE "R" TO NOTE-STATE-SW
                ELSE
                    MOVE "O" TO NOTE-STATE-SW
                    DISPLAY "NOTE " function TRIM(NOTE-NO)
                            " - " function TRIM(SUP-NAME)
                            " - DRIVER " function TRIM(NOTE-DRIVER)
                END-IF
                END-IF
        END-READ
        IF NOTE-REFUSED
            ADD 1 TO REFUSED-COUNT
        END-IF
    END-IF.

      *> D or B sku qty cost [bestbefore] - one line off the note.
NOTE-LINE-RTN.
    IF TOK1-LEN = 0 OR TOK2-LEN = 0
          OR TOK2-RAW(1:TOK2-LEN) IS NOT NUMERIC
          OR (TOK3-LEN > 0 AND TOK3-RAW(1:TOK3-LEN) IS NOT NUMERIC)
        DISPLAY "BEINMOTTAKA: BAD NOTE LINE " function TRIM(INP)
        ADD 1 TO BAD-COUNT
    ELSE
        MOVE TOK1-RAW TO LINE-SKU
        MOVE TOK2-RAW(1:TOK2-LEN) TO LINE-QTY
      *> a scanned barcode resolves to its SKU at the pack quantity.
        IF XREF-FILE-OPEN
            MOVE TOK1-RAW TO EAN-CODE
            READ EAN-XREF-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE EAN-SKU TO LINE-SKU
                    IF EAN-PACK-QTY > 1
                        MULTIPLY EAN-PACK-QTY BY LINE-QTY
                    END-IF
            END-READ
        END-IF
        MOVE LINE-SKU TO INV-SKU
        READ INVENTORY-MASTER
            INVALID KEY
                DISPLAY "BEINMOTTAKA: UNKNOWN SKU "
                        function TRIM(TOK1-RAW)
                        " - LINE NOT BOOKED"
                ADD 1 TO BAD-COUNT
            NOT INVALID KEY
                IF TOK3-LEN > 0
                    MOVE TOK3-RAW(1:TOK3-LEN) TO LINE-COST
                ELSE
                    MOVE INV-COST TO LINE-COST
                    DISPLAY "BEINMOTTAKA: "
                            function TRIM(LINE-SKU)
                            " KEYED WITHOUT A COST - BOOKED AT "
                            INV-COST
                END-IF
                IF INV-BY-WEIGHT
                    COMPUTE LINE-AMT ROUNDED =
                        LINE-QTY * LINE-COST / 1000
                ELSE
                    COMPUTE LINE-AMT = LINE-QTY * LINE-COST
                END-IF
                IF ACT-RAW = "D"
                    PERFORM DELIVER-RTN
                ELSE
                    PERFORM TAKE-BACK-RTN
                END-IF
                REWRITE INV-MASTER-RECORD
                ADD 1 TO NOTE-LINES
                MOVE TODAY-DATE TO DSD-DATE
                MOVE NOTE-SUPPLIER TO DSD-SUPPLIER
                MOVE NOTE-DRIVER TO DSD-DRIVER
                MOVE NOTE-NO TO DSD-NOTE
                MOVE ACT-RAW TO DSD-TYPE
                MOVE LINE-SKU TO DSD-SKU
                MOVE LINE-QTY TO DSD-QTY
                MOVE LINE-COST TO DSD-UNIT-COST
                MOVE LINE-AMT TO DSD-AMT
                WRITE DSD-LOG-RECORD
        END-READ
    END-IF.

      *> goods in: on hand up, the note's price averaged into the
      *> carried cost the way the dock averages a PO receipt (a
      *> consignment SKU keeps its agreed cost), and a dated lot
      *> for a perishable SKU.
DELIVER-RTN.
    MOVE INV-QTY-ON-HAND TO QTY-BEFORE
    MOVE INV-COST TO OLD-AVG-COST
    ADD LINE-QTY TO INV-QTY-ON-HAND
    ADD LINE-QTY TO INV-QTY-BACKROOM
    IF LINE-COST NOT = 0 AND NOT INV-CONSIGNMENT AND NOT INV-AGENCY
        IF QTY-BEFORE <= 0 OR INV-COST = 0
            MOVE LINE-COST TO INV-COST
        ELSE
            COMPUTE INV-COST ROUNDED =
                (QTY-BEFORE * INV-COST + LINE-QTY * LINE-COST)
                / (QTY-BEFORE + LINE-QTY)
        END-IF
        MOVE LINE-COST TO INV-LAST-COST
    END-IF
    MOVE "DSD" TO CJ-SOURCE
    PERFORM COST-JOURNAL-RTN
    ADD LINE-QTY TO NOTE-UNITS
    ADD LINE-AMT TO NOTE-VALUE
    IF TOK4-LEN > 0 AND TOK4-RAW(1:TOK4-LEN) IS NUMERIC
          AND TOK4-RAW(1:TOK4-LEN) NOT = ZERO
        MOVE TODAY-DATE TO LOT-RECV-DATE
        MOVE LINE-SKU TO LOT-SKU
        MOVE LINE-QTY TO LOT-QTY
        MOVE TOK4-RAW TO LOT-BEST-BEFORE
        WRITE LOT-RECORD
    ELSE
        IF INV-SHELF-DAYS > 0
            DISPLAY "BEINMOTTAKA: " function TRIM(LINE-SKU)
                    " IS DATE-TRACKED BUT THE LINE CARRIES NO "
                    "BEST-BEFORE"
        END-IF
    END-IF
    MOVE LINE-QTY TO QTY-DISP
    MOVE LINE-AMT TO AMT-DISP
    DISPLAY "  DELIVERED " function TRIM(LINE-SKU)
            " " QTY-DISP " VALUE " AMT-DISP.

      *> stale goods out: off hand at the carried cost, which the
      *> take-back does not move; the driver's credit comes off
      *> the note's value.
TAKE-BACK-RTN.
    MOVE INV-QTY-ON-HAND TO QTY-BEFORE
    MOVE INV-COST TO OLD-AVG-COST
    SUBTRACT LINE-QTY FROM INV-QTY-ON-HAND
    PERFORM BACKROOM-CLAMP-RTN
    IF INV-QTY-ON-HAND < 0
        DISPLAY "BEINMOTTAKA: " function TRIM(LINE-SKU)
                " TAKE-BACK LEAVES THE BOOK NEGATIVE - COUNT IT"
    END-IF
    MOVE "DSDBACK" TO CJ-SOURCE
    COMPUTE LINE-QTY = 0 - LINE-QTY
    COMPUTE LINE-AMT = 0 - LINE-AMT
    PERFORM COST-JOURNAL-RTN
    ADD LINE-QTY TO NOTE-UNITS
    ADD LINE-AMT TO NOTE-VALUE
    MOVE LINE-QTY TO QTY-DISP
    MOVE LINE-AMT TO AMT-DISP
    DISPLAY "  TAKEN BACK " function TRIM(LINE-SKU)
            " " QTY-DISP " CREDIT " AMT-DISP.

COST-JOURNAL-RTN.
    MOVE TODAY-DATE TO CJ-DATE
    MOVE LINE-SKU TO CJ-SKU
    MOVE NOTE-NO TO CJ-REF
    MOVE LINE-QTY TO CJ-QTY
    MOVE LINE-COST TO CJ-MOVE-COST
    MOVE QTY-BEFORE TO CJ-QTY-BEFORE
    MOVE OLD-AVG-COST TO CJ-OLD-COST
    MOVE INV-COST TO CJ-NEW-COST
    WRITE COST-JOURNAL-RECORD.

      *> the note's net value - deliveries less the driver's
      *> credit for stale goods - goes to the approved payables as
      *> one line under the driver's note number; there is no
      *> separate invoice to match for a direct delivery.
NOTE-CLOSE-RTN.
    MOVE "C" TO NOTE-STATE-SW
    ADD 1 TO NOTE-COUNT
    MOVE TODAY-DATE TO DSD-DATE
    MOVE NOTE-SUPPLIER TO DSD-SUPPLIER
    MOVE NOTE-DRIVER TO DSD-DRIVER
    MOVE NOTE-NO TO DSD-NOTE
    MOVE "T" TO DSD-TYPE
    MOVE SPACES TO DSD-SKU
    MOVE NOTE-UNITS TO DSD-QTY
    MOVE 0 TO DSD-UNIT-COST
    MOVE NOTE-VALUE TO DSD-AMT
    WRITE DSD-LOG-RECORD
    IF NOTE-VALUE NOT = 0
        MOVE TODAY-DATE TO PAY-DATE
        MOVE NOTE-SUPPLIER TO PAY-SUPPLIER
        MOVE NOTE-NO TO PAY-INV-NO
        MOVE "DSD" TO PAY-PO-NO
        MOVE SPACES TO PAY-SKU
        MOVE NOTE-UNITS TO PAY-QTY
        MOVE NOTE-VALUE TO PAY-AMT
        WRITE PAYABLE-RECORD
    END-IF
    MOVE NOTE-LINES TO COUNT-DISP
    MOVE NOTE-VALUE TO AMT-DISP
    DISPLAY "NOTE " function TRIM(NOTE-NO) " CLOSED - "
            function TRIM(COUNT-DISP) " LINES, NET PAYABLE "
            function TRIM(AMT-DISP).

      *> the day's sign-off per driver: every note booked today,
      *> this run or an earlier one, off the delivery log - what
      *> was delivered, what went back on the truck, and the net,
      *> with the lines for the driver and the receiver to sign.
DRIVER-SUMMARY-RTN.
    OPEN INPUT DSD-LOG-FILE
    IF DSD-FOUND
        PERFORM DSD-READ-RTN
        PERFORM UNTIL DSD-EOF
            IF DSD-DATE = TODAY-DATE
                PERFORM DRIVER-TALLY-RTN
            END-IF
            PERFORM DSD-READ-RTN
        END-PERFORM
        CLOSE DSD-LOG-FILE
    END-IF
    IF DRV-COUNT = 0
        DISPLAY "NO DIRECT DELIVERIES BOOKED FOR " TODAY-DATE
    ELSE
        DISPLAY " "
        DISPLAY "DIRECT STORE DELIVERY SUMMARY - " TODAY-DATE
        PERFORM DRIVER-PRINT-RTN
            VARYING DX FROM 1 BY 1 UNTIL DX > DRV-COUNT
    END-IF.

DSD-READ-RTN.
    READ DSD-LOG-FILE
        AT END
            MOVE "10" TO DSD-FS
    END-READ.

DRIVER-TALLY-RTN.
    MOVE "N" TO DV-FOUND-SW
    PERFORM DRIVER-MATCH-RTN
        VARYING DX FROM 1 BY 1
        UNTIL DX > DRV-COUNT OR DV-FOUND
    IF DV-FOUND
        SET DX DOWN BY 1
    ELSE
        IF DRV-COUNT < 100
            ADD 1 TO DRV-COUNT
            SET DX TO DRV-COUNT
            MOVE DSD-SUPPLIER TO DV-SUPPLIER(DX)
            MOVE DSD-DRIVER TO DV-DRIVER(DX)
            MOVE 0 TO DV-NOTES(DX) DV-DEL-UNITS(DX)
                      DV-DEL-VALUE(DX) DV-BACK-UNITS(DX)
                      DV-BACK-VALUE(DX)
            MOVE "Y" TO DV-FOUND-SW
        END-IF
    END-IF
    IF DV-FOUND
        IF DSD-TYPE = "T"
            ADD 1 TO DV-NOTES(DX)
        END-IF
        IF DSD-TYPE = "D"
            ADD DSD-QTY TO DV-DEL-UNITS(DX)
            ADD DSD-AMT TO DV-DEL-VALUE(DX)
        END-IF
        IF DSD-TYPE = "B"
            ADD DSD-QTY TO DV-BACK-UNITS(DX)
            ADD DSD-AMT TO DV-BACK-VALUE(DX)
        END-IF
    END-IF.

DRIVER-MATCH-RTN.
    IF DV-SUPPLIER(DX) = DSD-SUPPLIER AND DV-DRIVER(DX) = DSD-DRIVER
        MOVE "Y" TO DV-FOUND-SW
    END-IF.

DRIVER-PRINT-RTN.
    DISPLAY " "
    MOVE DV-NOTES(DX) TO COUNT-DISP
    DISPLAY "SUPPLIER " function TRIM(DV-SUPPLIER(DX))
            "  DRIVER " function TRIM(DV-DRIVER(DX))
            "  NOTES " function TRIM(COUNT-DISP)
    MOVE DV-DEL-UNITS(DX) TO QTY-DISP
    MOVE DV-DEL-VALUE(DX) TO AMT-DISP
    DISPLAY "  DELIVERED   UNITS " QTY-DISP "  VALUE " AMT-DISP
    MOVE DV-BACK-UNITS(DX) TO QTY-DISP
    MOVE DV-BACK-VALUE(DX) TO AMT-DISP
    DISPLAY "  TAKEN BACK  UNITS " QTY-DISP "  VALUE " AMT-DISP
    COMPUTE DRV-NET = DV-DEL-VALUE(DX) + DV-BACK-VALUE(DX)
    MOVE DRV-NET TO AMT-DISP
    DISPLAY "  NET PAYABLE                   " AMT-DISP
    DISPLAY "  DRIVER SIGNATURE ____________________  "
            "RECEIVED BY ____________________".

      *> stale goods come off the floor; if the book says the floor
      *> held fewer, the rest were in the backroom.
BACKROOM-CLAMP-RTN.
    IF INV-QTY-BACKROOM > INV-QTY-ON-HAND
        IF INV-QTY-ON-HAND > 0
            MOVE INV-QTY-ON-HAND TO INV-QTY-BACKROOM
        ELSE
            MOVE 0 TO INV-QTY-BACKROOM
        END-IF
    END-IF.
