      *> three-way match VORUMOTTAKA runs at the receiving dock.
      *> Entry feed, one action per line, same ACCEPT-and-UNSTRING
      *> convention as FLUTNINGUR and FRATEKT:
      *>   A po sku qty sup cost [ccy]
      *>                    add a line to an order (SKU must exist;
      *>                    sup is the vendor the order is placed
      *>                    with - must be active on the supplier
      *>                    vendor when the token is absent; cost is
      *>                    the agreed unit cost, zero when absent,
      *>                    stamped onto the SKU at receiving)
      *>                    a currency code on the end raises the
      *>                    line in that currency - cost is then the
      *>                    supplier's price in hundredths of the
      *>                    foreign unit (1250 is 12.50), converted
      *>                    through FXRATE at today's rate as the
      *>                    estimate and again at receipt
      *>   K po             close every line of an order
      *>   L po             list an order's lines and open quantity
      *>   M pin            manager approval for the next A line
      *>                    that would take its department past the
      *>                    month's open-to-buy
      *> Every line added is charged at cost (the keyed cost, or the
      *> SKU's average cost when none was keyed) against the
      *> open-to-buy month and department on OTBMAST.  A line that
      *> would go past what the month has left is refused unless a
      *> manager approved it on the line before; one that leaves
      *> less than a tenth of the plan gets a warning; a month with
      *> no plan loaded is charged with a note.  Closing a line
      *> short gives back the cost of what never came.
      *>
      *> every line added goes to its supplier on PANTSENDING's
      *> electronic order file; a line raised after it went out is
      *> sent again at its new quantity and waits for a fresh
      *> confirmation.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS SUP-CODE
        FILE STATUS IS SUP-FS.

      *> the rate table GENGI loads - only read for a line raised
      *> in a foreign currency.
    SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS FX-CCY
        FILE STATUS IS FX-FS.

      *> the month-by-department purchase budget INNKAUPAHLAD loads
      *> - charged as lines are placed and given back as they close
      *> short.
    SELECT OTB-MASTER ASSIGN TO "OTBMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS OTB-KEY
        FILE STATUS IS OTB-FS.

      *> the manager PIN an over-budget line is approved with.
    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  PO-MASTER.
    FD  SUPPLIER-MASTER.
    COPY "supmast.cpy".

    FD  FX-RATE-FILE.
    COPY "fxrate.cpy".

    FD  OTB-MASTER.
    COPY "otbmast.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    WORKING-STORAGE SECTION.
       01 PO-FS PIC XX.
           88 PO-FOUND    VALUE "00".
           88 SUP-FOUND VALUE "00".
       01 SUP-OPEN-SW PIC X VALUE "N".
           88 SUP-FILE-OPEN VALUE "Y".
       01 FX-FS PIC XX.
           88 FX-FOUND VALUE "00".
       01 FX-OPEN-SW PIC X VALUE "N".
           88 FX-FILE-OPEN VALUE "Y".
       01 OTB-FS PIC XX.
           88 OTB-FOUND    VALUE "00".
           88 OTB-NEW-FILE VALUE "35".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".

       01 INP PIC X(56).
           88 EOF-INP VALUE SPACES.
       01 SKU-RAW PIC X(10).
       01 QTY-RAW PIC X(7).
       01 SUP-RAW PIC X(6).
       01 COST-RAW PIC X(9).
       01 CCY-RAW PIC X(3).
       01 ACT-LEN PIC S9(2).
       01 PO-LEN  PIC S9(2).
       01 SKU-LEN PIC S9(2).
       01 QTY-LEN PIC S9(2).
       01 SUP-LEN PIC S9(2).
       01 COST-LEN PIC S9(2).
       01 CCY-LEN PIC S9(2).
       01 LINE-COST PIC S9(6).
      *> a foreign-currency line's supplier price and the rate it
      *> was estimated at.
       01 LINE-FX-COST PIC 9(7)V99.
       01 LINE-FX-UNITS PIC 9(9).
       01 FX-COST-ED PIC Z(6)9.99.
      *> the vendor resolved for the line being added - keyed, or
      *> defaulted from the SKU's usual vendor.
       01 LINE-SUPPLIER PIC X(6).
           88 SUP-OK VALUE "Y".
       01 TODAY-DATE PIC 9(8).

      *> the open-to-buy charge for the line being added - month,
      *> department, units and unit cost - and what the month had
      *> left before it.
       01 VALID-MGR-PIN PIC X(4) VALUE SPACES.
       01 MGR-OK-SW PIC X VALUE "N".
           88 MGR-APPROVED VALUE "Y".
       01 OTB-OK-SW PIC X VALUE "Y".
           88 OTB-OK VALUE "Y".
       01 OTB-REC-SW PIC X VALUE "N".
           88 OTB-REC-ON-FILE VALUE "Y".
       01 CHARGE-MONTH PIC 9(6).
       01 CHARGE-DEPT PIC 9(2).
       01 CHARGE-QTY PIC S9(7).
       01 CHARGE-COST PIC S9(6).
       01 CHARGE-AMT PIC S9(11).
       01 LEFT-AMT PIC S9(11).
       01 OVER-AMT PIC S9(11).
      *> a line leaving less than this percent of the month's plan
      *> gets a warning.
       01 OTB-WARN-PCT PIC 9(2) VALUE 10.
       01 GIVE-QTY PIC S9(7).
       01 GIVE-AMT PIC S9(11).
       01 GIVE-TOTAL PIC S9(11).
       01 OTB-AMT-ED PIC -(11)9.
       01 OTB-LINE-ED PIC -(11)9.

       01 ORDER-QTY PIC S9(7).
       01 OPEN-QTY PIC S9(7).
       01 OPEN-QTY-ED PIC -(6)9.
    IF SUP-FOUND
        MOVE "Y" TO SUP-OPEN-SW
    END-IF
    OPEN INPUT FX-RATE-FILE
    IF FX-FOUND
        MOVE "Y" TO FX-OPEN-SW
    END-IF

      *> orders are charged from the first line placed, plan or no
      *> plan, so the month's figure is right when the plan lands.
    OPEN I-O OTB-MASTER
    IF OTB-NEW-FILE
        OPEN OUTPUT OTB-MASTER
        CLOSE OTB-MASTER
        OPEN I-O OTB-MASTER
    END-IF
    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND
            MOVE BUD-MGR-PIN TO VALID-MGR-PIN
        END-IF
        CLOSE CONTROL-FILE
    END-IF

    PERFORM UNTIL EOF-INP
        ACCEPT INP
            MOVE "0" TO QTY-RAW
            MOVE SPACES TO SUP-RAW
            MOVE "0" TO COST-RAW
            MOVE SPACES TO CCY-RAW
            MOVE 0 TO ACT-LEN PO-LEN SKU-LEN QTY-LEN SUP-LEN
                      COST-LEN CCY-LEN
            UNSTRING INP DELIMITED BY ALL SPACE
                INTO ACT-RAW COUNT IN ACT-LEN,
                     PO-RAW  COUNT IN PO-LEN,
                     SKU-RAW COUNT IN SKU-LEN,
                     QTY-RAW COUNT IN QTY-LEN,
                     SUP-RAW COUNT IN SUP-LEN,
                     COST-RAW COUNT IN COST-LEN,
                     CCY-RAW COUNT IN CCY-LEN

            IF ACT-RAW = "A"
                PERFORM PO-ADD-RTN
            ELSE
            IF ACT-RAW = "L"
                PERFORM PO-LIST-RTN
            ELSE
            IF ACT-RAW = "M"
                PERFORM MGR-APPROVE-RTN
            ELSE
                DISPLAY "PANTANIR: BAD ACTION CODE "
                        function TRIM(INP)
            END-IF
            END-IF
            END-IF
            END-IF
        END-IF
    END-PERFORM

    IF SUP-FILE-OPEN
        CLOSE SUPPLIER-MASTER
    END-IF
    IF FX-FILE-OPEN
        CLOSE FX-RATE-FILE
    END-IF
    CLOSE OTB-MASTER

    MOVE ADD-COUNT TO COUNT-DISP
    DISPLAY "PO LINES ADDED:  " function TRIM(COUNT-DISP)
          OR QTY-RAW(1:QTY-LEN) = ZERO
          OR (COST-LEN > 0
              AND COST-RAW(1:COST-LEN) IS NOT NUMERIC)
          OR (CCY-LEN = 0 AND COST-LEN > 6)
        DISPLAY "PANTANIR: BAD ORDER LINE " function TRIM(INP)
    ELSE
        MOVE 0 TO LINE-COST
        MOVE 0 TO LINE-FX-COST
        IF COST-LEN > 0
            MOVE COST-RAW(1:COST-LEN) TO LINE-FX-UNITS
            IF CCY-LEN = 0
                MOVE LINE-FX-UNITS TO LINE-COST
            ELSE
                COMPUTE LINE-FX-COST = LINE-FX-UNITS / 100
            END-IF
        END-IF
        MOVE "Y" TO SUP-OK-SW
        IF CCY-LEN > 0
            PERFORM FX-ESTIMATE-RTN
        END-IF
        IF SUP-OK
        MOVE SKU-RAW TO INV-SKU
        READ INVENTORY-MASTER
            INVALID KEY
                ELSE
                    MOVE INV-SUPPLIER TO LINE-SUPPLIER
                END-IF
                IF SUP-FILE-OPEN AND LINE-SUPPLIER NOT = SPACES
                    MOVE LINE-SUPPLIER TO SUP-CODE
                    READ SUPPLIER-MASTER
                MOVE SKU-RAW TO PO-SKU
                READ PO-MASTER
                    INVALID KEY
                        MOVE QTY-RAW TO CHARGE-QTY
                        MOVE TODAY-DATE(1:6) TO CHARGE-MONTH
                        PERFORM CHARGE-DEPT-RTN
                        MOVE LINE-COST TO CHARGE-COST
                        IF CHARGE-COST = 0
                            MOVE INV-COST TO CHARGE-COST
                        END-IF
                        PERFORM OTB-CHECK-RTN
                        IF OTB-OK
                        MOVE PO-RAW TO PO-NUMBER
                        MOVE SKU-RAW TO PO-SKU
                        MOVE QTY-RAW TO PO-QTY-ORDERED
                        MOVE LINE-SUPPLIER TO PO-SUPPLIER
                        MOVE LINE-COST TO PO-UNIT-COST
                        MOVE TODAY-DATE TO PO-ORDER-DATE
                        MOVE CCY-RAW TO PO-CCY
                        MOVE LINE-FX-COST TO PO-FX-COST
                        MOVE CHARGE-MONTH TO PO-OTB-MONTH
                        MOVE CHARGE-DEPT TO PO-OTB-DEPT
                        MOVE CHARGE-QTY TO PO-OTB-QTY
                        MOVE CHARGE-COST TO PO-OTB-COST
                        PERFORM PO-EDI-RESET-RTN
                        WRITE PO-MASTER-RECORD
                        PERFORM OTB-CHARGE-RTN
                        ADD 1 TO ADD-COUNT
                        DISPLAY "PO " function TRIM(PO-RAW)
                                " LINE " function TRIM(SKU-RAW)
                                " ORDERED " function TRIM(QTY-RAW)
                                " FROM " function TRIM(LINE-SUPPLIER)
                        END-IF
                    NOT INVALID KEY
      *> the same PO/SKU again raises the ordered quantity rather
      *> than refusing - a supplier confirming a bigger allocation.
                        MOVE QTY-RAW TO ORDER-QTY
                        PERFORM PO-OTB-FIELDS-RTN
                        MOVE ORDER-QTY TO CHARGE-QTY
      *> more of a line already charged goes to the same month and
      *> department at the cost it was first charged at, so a
      *> short close still gives back like for like.
                        IF PO-OTB-MONTH > 0
                            MOVE PO-OTB-MONTH TO CHARGE-MONTH
                            MOVE PO-OTB-DEPT TO CHARGE-DEPT
                            MOVE PO-OTB-COST TO CHARGE-COST
                        ELSE
                            MOVE TODAY-DATE(1:6) TO CHARGE-MONTH
                            PERFORM CHARGE-DEPT-RTN
                            MOVE LINE-COST TO CHARGE-COST
                            IF CHARGE-COST = 0
                                MOVE PO-UNIT-COST TO CHARGE-COST
                            END-IF
                            IF CHARGE-COST = 0
                                MOVE INV-COST TO CHARGE-COST
                            END-IF
                        END-IF
                        PERFORM OTB-CHECK-RTN
                        IF OTB-OK
                        ADD ORDER-QTY TO PO-QTY-ORDERED
                        MOVE "O" TO PO-STATUS
                        IF LINE-SUPPLIER NOT = SPACES
                        IF LINE-COST NOT = 0
                            MOVE LINE-COST TO PO-UNIT-COST
                        END-IF
                        IF CCY-LEN > 0
                            MOVE CCY-RAW TO PO-CCY
                            MOVE LINE-FX-COST TO PO-FX-COST
                        END-IF
                        MOVE CHARGE-MONTH TO PO-OTB-MONTH
                        MOVE CHARGE-DEPT TO PO-OTB-DEPT
                        ADD CHARGE-QTY TO PO-OTB-QTY
                        MOVE CHARGE-COST TO PO-OTB-COST
                        PERFORM PO-EDI-RESET-RTN
                        REWRITE PO-MASTER-RECORD
                        PERFORM OTB-CHARGE-RTN
                        ADD 1 TO ADD-COUNT
                        DISPLAY "PO " function TRIM(PO-RAW)
                                " LINE " function TRIM(SKU-RAW)
                                " ORDERED NOW " PO-QTY-ORDERED
                        END-IF
                END-READ
                END-IF
        END-READ
        END-IF
    END-IF
    MOVE "N" TO MGR-OK-SW.

      *> a foreign-currency line is only taken when the rate table
      *> knows the currency - the cost carried on the line is the
      *> supplier's price at today's rate, until the goods land and
      *> the receiving dock converts it again.
FX-ESTIMATE-RTN.
    IF NOT FX-FILE-OPEN
        MOVE "N" TO SUP-OK-SW
        DISPLAY "PANTANIR: NO RATE TABLE ON FILE - "
                function TRIM(CCY-RAW) " LINE NOT ADDED"
    ELSE
        MOVE CCY-RAW TO FX-CCY
        READ FX-RATE-FILE
            INVALID KEY
                MOVE "N" TO SUP-OK-SW
                DISPLAY "PANTANIR: NO RATE FOR "
                        function TRIM(CCY-RAW)
                        " - LINE NOT ADDED"
            NOT INVALID KEY
                COMPUTE LINE-COST ROUNDED =
                    LINE-FX-COST * FX-RATE
                MOVE LINE-FX-COST TO FX-COST-ED
                DISPLAY "  " function TRIM(CCY-RAW) " "
                        function TRIM(FX-COST-ED) " AT "
                        FX-RATE " ESTIMATED AT " LINE-COST
        END-READ
    END-IF.

      *> K po - close every line of the order; whatever never
        DISPLAY "PANTANIR: BAD CLOSE LINE " function TRIM(INP)
    ELSE
        MOVE 0 TO LINE-COUNT
        MOVE 0 TO GIVE-TOTAL
        PERFORM PO-WALK-SETUP-RTN
        PERFORM UNTIL PO-EOF OR PO-NUMBER NOT = PO-RAW
            IF PO-LINE-OPEN
                MOVE "C" TO PO-STATUS
                PERFORM OTB-RELEASE-RTN
                REWRITE PO-MASTER-RECORD
                ADD 1 TO CLOSE-COUNT
                ADD 1 TO LINE-COUNT
            MOVE LINE-COUNT TO COUNT-DISP
            DISPLAY "PO " function TRIM(PO-RAW) " CLOSED - "
                    function TRIM(COUNT-DISP) " LINES"
            IF GIVE-TOTAL > 0
                MOVE GIVE-TOTAL TO OTB-AMT-ED
                DISPLAY "  OPEN-TO-BUY GIVEN BACK "
                        function TRIM(OTB-AMT-ED)
            END-IF
        END-IF
    END-IF.

                    "  OPEN " function TRIM(OPEN-QTY-ED)
                    "  " PO-STATUS
                    "  " function TRIM(PO-SUPPLIER)
            IF PO-CCY NOT = SPACES AND PO-FX-COST IS NUMERIC
                MOVE PO-FX-COST TO FX-COST-ED
                DISPLAY "      PRICED " PO-CCY " "
                        function TRIM(FX-COST-ED)
                        "  ESTIMATED COST " PO-UNIT-COST
            END-IF
            PERFORM PO-WALK-READ-RTN
        END-PERFORM
        IF LINE-COUNT = 0
    IF NOT PO-FOUND
        MOVE "10" TO PO-FS
    END-IF.

      *> M pin - a manager standing at the buyer's shoulder lets
      *> the next line through past the budget; the approval is
      *> spent on that line whether or not it needed it.
MGR-APPROVE-RTN.
    IF VALID-MGR-PIN = SPACES OR PO-LEN = 0
          OR PO-RAW NOT = VALID-MGR-PIN
        MOVE "N" TO MGR-OK-SW
        DISPLAY "PANTANIR: MANAGER PIN DOES NOT MATCH - "
                "NO APPROVAL GIVEN"
    ELSE
        MOVE "Y" TO MGR-OK-SW
        DISPLAY "MANAGER APPROVAL GIVEN FOR THE NEXT LINE"
    END-IF.

      *> the SKU's department, off the inventory record just read -
      *> unclassified stock counts as department 1, the same as
      *> every category report.
CHARGE-DEPT-RTN.
    IF INV-CATEGORY >= 1 AND INV-CATEGORY <= 4
        MOVE INV-CATEGORY TO CHARGE-DEPT
    ELSE
        MOVE 1 TO CHARGE-DEPT
    END-IF.

      *> a PO line written before the budget was kept reads its
      *> charge fields as nothing charged.
PO-OTB-FIELDS-RTN.
    IF PO-OTB-MONTH IS NOT NUMERIC OR PO-OTB-DEPT IS NOT NUMERIC
          OR PO-OTB-QTY IS NOT NUMERIC
          OR PO-OTB-COST IS NOT NUMERIC
        MOVE 0 TO PO-OTB-MONTH PO-OTB-DEPT PO-OTB-QTY PO-OTB-COST
    END-IF.

      *> a new line, or one raised, goes to the supplier (again) on
      *> the next electronic order file and waits for a fresh
      *> confirmation.
PO-EDI-RESET-RTN.
    MOVE 0 TO PO-SENT-DATE PO-REQ-DATE PO-CONF-DATE PO-CONF-QTY
              PO-PROMISE-DATE
    MOVE SPACE TO PO-CUT-FLAG PO-LATE-FLAG.

      *> what the month has left against what the line would take.
      *> Leaves the month's record in the record area for
      *> OTB-CHARGE-RTN, nothing else touching OTBMAST in between.
OTB-CHECK-RTN.
    MOVE "Y" TO OTB-OK-SW
    COMPUTE CHARGE-AMT = CHARGE-QTY * CHARGE-COST
    MOVE CHARGE-MONTH TO OTB-MONTH
    MOVE CHARGE-DEPT TO OTB-DEPT
    READ OTB-MASTER
        INVALID KEY
            MOVE "N" TO OTB-REC-SW
            MOVE CHARGE-MONTH TO OTB-MONTH
            MOVE CHARGE-DEPT TO OTB-DEPT
            MOVE "N" TO OTB-PLAN-SW
            MOVE 0 TO OTB-PLAN OTB-ORDERED OTB-RELEASED
                      OTB-OVER-AMT
        NOT INVALID KEY
            MOVE "Y" TO OTB-REC-SW
    END-READ
    COMPUTE LEFT-AMT = OTB-PLAN - OTB-ORDERED + OTB-RELEASED
    MOVE CHARGE-AMT TO OTB-LINE-ED
    IF NOT OTB-PLANNED
        DISPLAY "  NOTE: NO OPEN-TO-BUY PLAN FOR DEPARTMENT "
                CHARGE-DEPT " IN " CHARGE-MONTH
                " - LINE CHARGED UNPLANNED"
    ELSE
    IF CHARGE-AMT > LEFT-AMT
        MOVE LEFT-AMT TO OTB-AMT-ED
        IF MGR-APPROVED
            IF LEFT-AMT > 0
                COMPUTE OVER-AMT = CHARGE-AMT - LEFT-AMT
            ELSE
                MOVE CHARGE-AMT TO OVER-AMT
            END-IF
            ADD OVER-AMT TO OTB-OVER-AMT
            DISPLAY "  MANAGER APPROVED: LINE OF "
                    function TRIM(OTB-LINE-ED)
                    " TAKES DEPARTMENT " CHARGE-DEPT
                    " PAST ITS " CHARGE-MONTH " OPEN-TO-BUY ("
                    function TRIM(OTB-AMT-ED) " LEFT)"
        ELSE
            MOVE "N" TO OTB-OK-SW
            DISPLAY "PANTANIR: LINE OF " function TRIM(OTB-LINE-ED)
                    " WOULD TAKE DEPARTMENT " CHARGE-DEPT
                    " PAST ITS " CHARGE-MONTH " OPEN-TO-BUY ("
                    function TRIM(OTB-AMT-ED) " LEFT)"
            DISPLAY "  LINE NOT ADDED - NEEDS MANAGER APPROVAL "
                    "(M pin) ON THE LINE BEFORE"
        END-IF
    ELSE
        IF (LEFT-AMT - CHARGE-AMT) * 100 < OTB-PLAN * OTB-WARN-PCT
            COMPUTE OTB-AMT-ED = LEFT-AMT - CHARGE-AMT
            DISPLAY "  WARNING: DEPARTMENT " CHARGE-DEPT
                    " HAS " function TRIM(OTB-AMT-ED)
                    " OPEN-TO-BUY LEFT FOR " CHARGE-MONTH
                    " AFTER THIS LINE"
        END-IF
    END-IF
    END-IF.

OTB-CHARGE-RTN.
    ADD CHARGE-AMT TO OTB-ORDERED
    IF OTB-REC-ON-FILE
        REWRITE OTB-MASTER-RECORD
    ELSE
        WRITE OTB-MASTER-RECORD
    END-IF.

      *> a line closing with units still to come gives their cost
      *> back to the month and department it was charged to - only
      *> as many units as were charged, at the cost they were
      *> charged at.
OTB-RELEASE-RTN.
    PERFORM PO-OTB-FIELDS-RTN
    COMPUTE GIVE-QTY = PO-QTY-ORDERED - PO-QTY-RECEIVED
    IF GIVE-QTY > PO-OTB-QTY
        MOVE PO-OTB-QTY TO GIVE-QTY
    END-IF
    IF GIVE-QTY > 0 AND PO-OTB-MONTH > 0
        COMPUTE GIVE-AMT = GIVE-QTY * PO-OTB-COST
        SUBTRACT GIVE-QTY FROM PO-OTB-QTY
        MOVE PO-OTB-MONTH TO OTB-MONTH
        MOVE PO-OTB-DEPT TO OTB-DEPT
        READ OTB-MASTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                ADD GIVE-AMT TO OTB-RELEASED
                REWRITE OTB-MASTER-RECORD
                ADD GIVE-AMT TO GIVE-TOTAL
        END-READ
    END-IF.
