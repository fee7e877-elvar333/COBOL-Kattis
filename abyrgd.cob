IDENTIFICATION DIVISION.
PROGRAM-ID. ABYRGD.

      *> warranty claims on serial-tracked goods - when a customer
      *> brings back a broken unit, the counter used to guess at
      *> whether it was in warranty and the claim on the supplier
      *> went out by mail and was forgotten.  This finds the serial's
      *> last sale on the BUDSERL trail, confirms the receipt in
      *> TXHIST (or today's TXLOG), holds the sale date against the
      *> SKU's INV-WARRANTY-MONTHS and says in or out of warranty.
      *> The claim is recorded on WARRMAST with what the customer got
      *> (repair, replacement or refund); an in-warranty claim is
      *> raised against the SKU's INV-SUPPLIER for the unit's cost
      *> (or a repair bill keyed instead) and listed to BUDWCLM to
      *> go to the supplier, then followed until their credit comes
      *> in.  ABYRGDALDUR ages what is still owed.
      *>
      *> entry feed, one action per line, same ACCEPT-and-UNSTRING
      *> convention as SERPONTUN:
      *>   K claim serial R|P|F [amount]  take a claim - repair,
      *>                                  replacement or refund; the
      *>                                  amount overrides the unit
      *>                                  cost as what is claimed
      *>   S claim supref                 claim sent to the supplier
      *>                                  under their reference
      *>   C claim amount                 supplier's credit received
      *>   J claim                        supplier rejected the claim

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WARRANTY-MASTER ASSIGN TO "WARRMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS WCL-ID
        FILE STATUS IS WCL-FS.

    SELECT INVENTORY-MASTER ASSIGN TO "INVMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS INV-SKU
        FILE STATUS IS INV-FS.

      *> the serial event trail the dock and the till append - a
      *> serial's last SOLD event names the receipt and the date.
    SELECT SERIAL-FILE ASSIGN TO "BUDSERL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SERL-FS.

    SELECT HISTORY-FILE ASSIGN TO "TXHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HIST-FS.

    SELECT TXLOG-FILE ASSIGN TO "TXLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TXLOG-FS.

      *> claims raised this run, one line each, grouped for the
      *> buyer to send on to each supplier.
    SELECT CLAIM-FILE ASSIGN TO "BUDWCLM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CLM-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  WARRANTY-MASTER.
    COPY "warrclm.cpy".

    FD  INVENTORY-MASTER.
    COPY "invmast.cpy".

    FD  SERIAL-FILE.
    01  SERIAL-RECORD.
        05  SERL-DATE       PIC 9(8).
        05  FILLER          PIC X.
        05  SERL-SERIAL     PIC X(16).
        05  FILLER          PIC X.
        05  SERL-SKU        PIC X(10).
        05  FILLER          PIC X.
        05  SERL-EVENT      PIC X(4).
        05  FILLER          PIC X.
        05  SERL-RCPT-NO    PIC 9(10).

    FD  HISTORY-FILE.
    COPY "txlog.cpy".

    FD  TXLOG-FILE.
    01  LIVE-RECORD PIC X(164).

    FD  CLAIM-FILE.
    01  CLAIM-RECORD.
        05  CLM-SUPPLIER    PIC X(6).
        05  FILLER          PIC X VALUE SPACE.
        05  CLM-ID          PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  CLM-SKU         PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  CLM-SERIAL      PIC X(16).
        05  FILLER          PIC X VALUE SPACE.
        05  CLM-SALE-DATE   PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  CLM-CLAIM-DATE  PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  CLM-RESOLUTION  PIC X(1).
        05  FILLER          PIC X VALUE SPACE.
        05  CLM-AMOUNT      PIC -(7)9.

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    WORKING-STORAGE SECTION.
       01 WCL-FS PIC XX.
           88 WCL-FOUND VALUE "00".
           88 WCL-NEW-FILE VALUE "35".
       01 INV-FS PIC XX.
           88 INV-FOUND VALUE "00".
       01 SERL-FS PIC XX.
           88 SERL-FOUND VALUE "00".
           88 SERL-EOF VALUE "10".
       01 HIST-FS PIC XX.
           88 HIST-FOUND VALUE "00".
           88 HIST-EOF VALUE "10".
       01 TXLOG-FS PIC XX.
           88 TXLOG-FOUND VALUE "00".
           88 TXLOG-EOF VALUE "10".
       01 CLM-FS PIC XX.
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".

       01 BUSINESS-DATE PIC 9(8).
       01 LINE-OK-SW PIC X VALUE "Y".
           88 LINE-OK VALUE "Y".

      *> entry line - action code, claim number, and up to three
      *> operands whose meaning follows the action code.
       01 INP PIC X(60).
           88 EOF-INP VALUE SPACES.
       01 ACT-RAW    PIC X(1).
       01 CLAIM-RAW  PIC X(10).
       01 OP1-RAW    PIC X(20).
       01 OP2-RAW    PIC X(10).
       01 OP3-RAW    PIC X(10).
       01 ACT-LEN    PIC S9(2).
       01 CLAIM-LEN  PIC S9(2).
       01 OP1-LEN    PIC S9(2).
       01 OP2-LEN    PIC S9(2).
       01 OP3-LEN    PIC S9(2).

      *> what the serial trail says about the unit.
       01 WANT-SERIAL PIC X(16).
       01 SOLD-SKU PIC X(10).
       01 SOLD-RCPT PIC 9(10).
       01 SOLD-DATE PIC 9(8).
       01 SOLD-SW PIC X VALUE "N".
           88 SERIAL-SOLD VALUE "Y".
       01 RETURNED-SW PIC X VALUE "N".
           88 SERIAL-RETURNED VALUE "Y".
       01 RCPT-SEEN-SW PIC X VALUE "N".
           88 RCPT-SEEN VALUE "Y".
       01 LINE-TXTYPE PIC X(2).
       01 LINE-N PIC X(10).
       01 LINE-SKU PIC X(10).

      *> sale date plus the warranty months, month arithmetic by
      *> hand - the day is pulled back to the month's last day when
      *> the target month is shorter.
       01 SALE-DATE-PARTS.
           05 SALE-YYYY PIC 9(4).
           05 SALE-MM   PIC 9(2).
           05 SALE-DD   PIC 9(2).
       01 EXPIRY-PARTS.
           05 EXP-YYYY PIC 9(4).
           05 EXP-MM   PIC 9(2).
           05 EXP-DD   PIC 9(2).
       01 EXPIRY-DATE REDEFINES EXPIRY-PARTS PIC 9(8).
       01 MONTH-COUNT PIC 9(5).
       01 YEAR-ADD PIC 9(4).
       01 MONTH-LEFT PIC 9(2).
       01 LEAP-REM PIC 9(3).
       01 LEAP-QUOT PIC 9(4).

       01 CLAIM-AMT PIC S9(7).
       01 AMT-ED PIC -(7)9.
       01 SHORT-AMT PIC S9(7).

       01 TAKEN-COUNT PIC 9(5) VALUE 0.
       01 RAISED-COUNT PIC 9(5) VALUE 0.
       01 NOT-COVERED-COUNT PIC 9(5) VALUE 0.
       01 SENT-COUNT PIC 9(5) VALUE 0.
       01 CREDIT-COUNT PIC 9(5) VALUE 0.
       01 REJECT-COUNT PIC 9(5) VALUE 0.
       01 RAISED-AMT PIC S9(9) VALUE 0.
       01 CREDIT-AMT PIC S9(9) VALUE 0.
       01 COUNT-DISP PIC Z(4)9.
       01 TOTAL-ED PIC -(9)9.

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
        DISPLAY "ABYRGD: NO INVENTORY MASTER ON SITE"
        GOBACK
    END-IF
    OPEN I-O WARRANTY-MASTER
    IF WCL-NEW-FILE
        OPEN OUTPUT WARRANTY-MASTER
        CLOSE WARRANTY-MASTER
        OPEN I-O WARRANTY-MASTER
    END-IF
    OPEN OUTPUT CLAIM-FILE

    PERFORM UNTIL EOF-INP
        ACCEPT INP
        IF NOT EOF-INP
            MOVE SPACES TO ACT-RAW CLAIM-RAW
            MOVE SPACES TO OP1-RAW OP2-RAW OP3-RAW
            MOVE 0 TO ACT-LEN CLAIM-LEN OP1-LEN OP2-LEN OP3-LEN
            UNSTRING INP DELIMITED BY ALL SPACE
                INTO ACT-RAW    COUNT IN ACT-LEN,
                     CLAIM-RAW  COUNT IN CLAIM-LEN,
                     OP1-RAW    COUNT IN OP1-LEN,
                     OP2-RAW    COUNT IN OP2-LEN,
                     OP3-RAW    COUNT IN OP3-LEN

            IF ACT-RAW = "K"
                PERFORM CLAIM-TAKE-RTN
            ELSE
            IF ACT-RAW = "S"
                PERFORM CLAIM-SENT-RTN
            ELSE
            IF ACT-RAW = "C"
                PERFORM CLAIM-CREDIT-RTN
            ELSE
            IF ACT-RAW = "J"
                PERFORM CLAIM-REJECT-RTN
            ELSE
                DISPLAY "ABYRGD: BAD ACTION CODE "
                        function TRIM(INP)
            END-IF
            END-IF
            END-IF
            END-IF
        END-IF
    END-PERFORM

    CLOSE WARRANTY-MASTER
    CLOSE INVENTORY-MASTER
    CLOSE CLAIM-FILE

    MOVE TAKEN-COUNT TO COUNT-DISP
    DISPLAY "CLAIMS TAKEN:           " function TRIM(COUNT-DISP)
    MOVE RAISED-COUNT TO COUNT-DISP
    MOVE RAISED-AMT TO TOTAL-ED
    DISPLAY "  RAISED ON SUPPLIERS:  " function TRIM(COUNT-DISP)
            "  VALUE " function TRIM(TOTAL-ED)
    MOVE NOT-COVERED-COUNT TO COUNT-DISP
    DISPLAY "  OUT OF WARRANTY:      " function TRIM(COUNT-DISP)
    MOVE SENT-COUNT TO COUNT-DISP
    DISPLAY "CLAIMS SENT:            " function TRIM(COUNT-DISP)
    MOVE CREDIT-COUNT TO COUNT-DISP
    MOVE CREDIT-AMT TO TOTAL-ED
    DISPLAY "CREDITS RECEIVED:       " function TRIM(COUNT-DISP)
            "  VALUE " function TRIM(TOTAL-ED)
    MOVE REJECT-COUNT TO COUNT-DISP
    DISPLAY "CLAIMS REJECTED:        " function TRIM(COUNT-DISP)
    IF RAISED-COUNT > 0
        DISPLAY "SEND BUDWCLM TO THE SUPPLIERS AND KEY THEIR "
                "REFERENCES BACK WITH S"
    END-IF

    GOBACK.

      *> K claim serial R|P|F [amount] - the serial has to have been
      *> sold here and not returned since; the decision is the sale
      *> date against the SKU's warranty.  Out of warranty still
      *> records the claim, so the counter has the history, but
      *> nothing is raised on the supplier.
CLAIM-TAKE-RTN.
    MOVE "Y" TO LINE-OK-SW
    IF CLAIM-LEN = 0 OR OP1-LEN = 0 OR OP2-LEN NOT = 1
          OR (OP2-RAW(1:1) NOT = "R" AND OP2-RAW(1:1) NOT = "P"
              AND OP2-RAW(1:1) NOT = "F")
          OR (OP3-LEN > 0 AND OP3-RAW(1:OP3-LEN) IS NOT NUMERIC)
        MOVE "N" TO LINE-OK-SW
        DISPLAY "ABYRGD: BAD CLAIM LINE " function TRIM(INP)
    END-IF
    IF LINE-OK
        MOVE CLAIM-RAW TO WCL-ID
        READ WARRANTY-MASTER
            NOT INVALID KEY
                MOVE "N" TO LINE-OK-SW
                DISPLAY "ABYRGD: CLAIM " function TRIM(CLAIM-RAW)
                        " ALREADY ON FILE"
        END-READ
    END-IF
    IF LINE-OK
        MOVE OP1-RAW TO WANT-SERIAL
        PERFORM SERIAL-TRAIL-RTN
        IF NOT SERIAL-SOLD
            MOVE "N" TO LINE-OK-SW
            DISPLAY "ABYRGD: SERIAL " function TRIM(WANT-SERIAL)
                    " HAS NO SALE ON THE SERIAL TRAIL - CHECK THE "
                    "RECEIPT IN KVITTUN"
        ELSE
        IF SERIAL-RETURNED
            MOVE "N" TO LINE-OK-SW
            DISPLAY "ABYRGD: SERIAL " function TRIM(WANT-SERIAL)
                    " WAS RETURNED AFTER ITS LAST SALE - NOT THE "
                    "CUSTOMER'S UNIT"
        END-IF
        END-IF
    END-IF
    IF LINE-OK
        MOVE SOLD-SKU TO INV-SKU
        READ INVENTORY-MASTER
            INVALID KEY
                MOVE "N" TO LINE-OK-SW
                DISPLAY "ABYRGD: UNKNOWN SKU " function TRIM(SOLD-SKU)
        END-READ
    END-IF
    IF LINE-OK
        PERFORM RECEIPT-CONFIRM-RTN
        IF NOT RCPT-SEEN
            DISPLAY "  RECEIPT " SOLD-RCPT " NOT IN HISTORY - "
                    "TAKING THE SERIAL TRAIL'S DATE"
        END-IF

        MOVE CLAIM-RAW TO WCL-ID
        MOVE WANT-SERIAL TO WCL-SERIAL
        MOVE SOLD-SKU TO WCL-SKU
        MOVE INV-SUPPLIER TO WCL-SUPPLIER
        MOVE SOLD-RCPT TO WCL-RCPT-NO
        MOVE SOLD-DATE TO WCL-SALE-DATE
        MOVE BUSINESS-DATE TO WCL-CLAIM-DATE
        MOVE OP2-RAW(1:1) TO WCL-RESOLUTION
        MOVE SPACES TO WCL-SUP-REF
        MOVE 0 TO WCL-SENT-DATE
        MOVE 0 TO WCL-CREDIT-AMT
        MOVE 0 TO WCL-CREDIT-DATE
        IF OP3-LEN > 0
            MOVE OP3-RAW(1:OP3-LEN) TO CLAIM-AMT
        ELSE
            MOVE INV-COST TO CLAIM-AMT
        END-IF

        IF INV-WARRANTY-MONTHS = 0
            MOVE 0 TO WCL-EXPIRY-DATE
        ELSE
            PERFORM EXPIRY-CALC-RTN
            MOVE EXPIRY-DATE TO WCL-EXPIRY-DATE
        END-IF

        DISPLAY "CLAIM " function TRIM(CLAIM-RAW) "  SERIAL "
                function TRIM(WANT-SERIAL) "  "
                function TRIM(SOLD-SKU)
        DISPLAY "  SOLD " SOLD-DATE " ON RECEIPT " SOLD-RCPT
        IF INV-WARRANTY-MONTHS = 0
            MOVE "N" TO WCL-IN-WARRANTY
            MOVE 0 TO WCL-CLAIM-AMT
            MOVE "N" TO WCL-STATUS
            ADD 1 TO NOT-COVERED-COUNT
            DISPLAY "  SKU CARRIES NO WARRANTY - NOTHING TO CLAIM "
                    "FROM THE SUPPLIER"
        ELSE
        IF BUSINESS-DATE > WCL-EXPIRY-DATE
            MOVE "N" TO WCL-IN-WARRANTY
            MOVE 0 TO WCL-CLAIM-AMT
            MOVE "N" TO WCL-STATUS
            ADD 1 TO NOT-COVERED-COUNT
            DISPLAY "  OUT OF WARRANTY - COVER ENDED "
                    WCL-EXPIRY-DATE
        ELSE
            MOVE "Y" TO WCL-IN-WARRANTY
            MOVE CLAIM-AMT TO WCL-CLAIM-AMT
            MOVE "O" TO WCL-STATUS
            ADD 1 TO RAISED-COUNT
            ADD CLAIM-AMT TO RAISED-AMT
            PERFORM CLAIM-LIST-RTN
            MOVE CLAIM-AMT TO AMT-ED
            IF WCL-SUPPLIER = SPACES
                DISPLAY "  IN WARRANTY UNTIL " WCL-EXPIRY-DATE
                        " - CLAIM " function TRIM(AMT-ED)
                        " RAISED, NO SUPPLIER ON THE SKU - "
                        "ASSIGN ONE IN BIRGJAR"
            ELSE
                DISPLAY "  IN WARRANTY UNTIL " WCL-EXPIRY-DATE
                        " - CLAIM " function TRIM(AMT-ED)
                        " RAISED ON SUPPLIER "
                        function TRIM(WCL-SUPPLIER)
            END-IF
        END-IF
        END-IF
        WRITE WCL-MASTER-RECORD
        ADD 1 TO TAKEN-COUNT
    END-IF.

      *> S claim supref - the claim went out; the supplier's own
      *> reference is what their credit note will quote.
CLAIM-SENT-RTN.
    IF CLAIM-LEN = 0 OR OP1-LEN = 0
        DISPLAY "ABYRGD: BAD SENT LINE " function TRIM(INP)
    ELSE
        MOVE CLAIM-RAW TO WCL-ID
        READ WARRANTY-MASTER
            INVALID KEY
                DISPLAY "ABYRGD: CLAIM " function TRIM(CLAIM-RAW)
                        " NOT ON FILE"
            NOT INVALID KEY
                IF NOT WCL-OPEN
                    DISPLAY "ABYRGD: CLAIM " function TRIM(CLAIM-RAW)
                            " IS NOT OPEN ON A SUPPLIER"
                ELSE
                    MOVE OP1-RAW TO WCL-SUP-REF
                    MOVE BUSINESS-DATE TO WCL-SENT-DATE
                    MOVE "S" TO WCL-STATUS
                    REWRITE WCL-MASTER-RECORD
                    ADD 1 TO SENT-COUNT
                    DISPLAY "CLAIM " function TRIM(CLAIM-RAW)
                            " SENT TO " function TRIM(WCL-SUPPLIER)
                            " REF " function TRIM(OP1-RAW)
                END-IF
        END-READ
    END-IF.

      *> C claim amount - the credit note closes the claim; a credit
      *> short of what was claimed is said out loud, since that
      *> shortfall is the store's loss.
CLAIM-CREDIT-RTN.
    IF CLAIM-LEN = 0 OR OP1-LEN = 0
          OR OP1-RAW(1:OP1-LEN) IS NOT NUMERIC
        DISPLAY "ABYRGD: BAD CREDIT LINE " function TRIM(INP)
    ELSE
        MOVE CLAIM-RAW TO WCL-ID
        READ WARRANTY-MASTER
            INVALID KEY
                DISPLAY "ABYRGD: CLAIM " function TRIM(CLAIM-RAW)
                        " NOT ON FILE"
            NOT INVALID KEY
                IF NOT WCL-OPEN
                    DISPLAY "ABYRGD: CLAIM " function TRIM(CLAIM-RAW)
                            " IS NOT OPEN ON A SUPPLIER"
                ELSE
                    MOVE OP1-RAW(1:OP1-LEN) TO WCL-CREDIT-AMT
                    MOVE BUSINESS-DATE TO WCL-CREDIT-DATE
                    MOVE "C" TO WCL-STATUS
                    REWRITE WCL-MASTER-RECORD
                    ADD 1 TO CREDIT-COUNT
                    ADD WCL-CREDIT-AMT TO CREDIT-AMT
                    MOVE WCL-CREDIT-AMT TO AMT-ED
                    DISPLAY "CLAIM " function TRIM(CLAIM-RAW)
                            " CREDITED " function TRIM(AMT-ED)
                    IF WCL-CREDIT-AMT < WCL-CLAIM-AMT
                        COMPUTE SHORT-AMT =
                            WCL-CLAIM-AMT - WCL-CREDIT-AMT
                        MOVE SHORT-AMT TO AMT-ED
                        DISPLAY "  SHORT OF THE CLAIM BY "
                                function TRIM(AMT-ED)
                    END-IF
                END-IF
        END-READ
    END-IF.

      *> J claim - the supplier turned it down; the claim closes and
      *> the cost stays with the store.
CLAIM-REJECT-RTN.
    IF CLAIM-LEN = 0
        DISPLAY "ABYRGD: BAD REJECT LINE " function TRIM(INP)
    ELSE
        MOVE CLAIM-RAW TO WCL-ID
        READ WARRANTY-MASTER
            INVALID KEY
                DISPLAY "ABYRGD: CLAIM " function TRIM(CLAIM-RAW)
                        " NOT ON FILE"
            NOT INVALID KEY
                IF NOT WCL-OPEN
                    DISPLAY "ABYRGD: CLAIM " function TRIM(CLAIM-RAW)
                            " IS NOT OPEN ON A SUPPLIER"
                ELSE
                    MOVE "J" TO WCL-STATUS
                    MOVE BUSINESS-DATE TO WCL-CREDIT-DATE
                    REWRITE WCL-MASTER-RECORD
                    ADD 1 TO REJECT-COUNT
                    MOVE WCL-CLAIM-AMT TO AMT-ED
                    DISPLAY "CLAIM " function TRIM(CLAIM-RAW)
                            " REJECTED BY "
                            function TRIM(WCL-SUPPLIER)
                            " - " function TRIM(AMT-ED)
                            " STAYS WITH THE STORE"
                END-IF
        END-READ
    END-IF.

      *> walk the whole trail - the last SOLD event for the serial
      *> wins, and a RETN after it means the unit came back already.
SERIAL-TRAIL-RTN.
    MOVE "N" TO SOLD-SW RETURNED-SW
    MOVE SPACES TO SOLD-SKU
    MOVE 0 TO SOLD-RCPT SOLD-DATE
    MOVE "00" TO SERL-FS
    OPEN INPUT SERIAL-FILE
    IF SERL-FOUND
        PERFORM SERL-READ-RTN
        PERFORM UNTIL SERL-EOF
            IF SERL-SERIAL = WANT-SERIAL
                IF SERL-EVENT = "SOLD"
                    MOVE "Y" TO SOLD-SW
                    MOVE "N" TO RETURNED-SW
                    MOVE SERL-SKU TO SOLD-SKU
                    MOVE SERL-RCPT-NO TO SOLD-RCPT
                    MOVE SERL-DATE TO SOLD-DATE
                END-IF
                IF SERL-EVENT = "RETN" AND SERIAL-SOLD
                    MOVE "Y" TO RETURNED-SW
                END-IF
            END-IF
            PERFORM SERL-READ-RTN
        END-PERFORM
    END-IF
    CLOSE SERIAL-FILE.

      *> the receipt has to carry a sale line of the SKU - history
      *> first, then today's log.  The receipt's own business date
      *> is the sale date when it is found.
RECEIPT-CONFIRM-RTN.
    MOVE "N" TO RCPT-SEEN-SW
    MOVE "00" TO HIST-FS
    OPEN INPUT HISTORY-FILE
    IF HIST-FOUND
        PERFORM HIST-READ-RTN
        PERFORM UNTIL HIST-EOF OR RCPT-SEEN
            PERFORM RCPT-CHECK-RTN
            IF NOT RCPT-SEEN
                PERFORM HIST-READ-RTN
            END-IF
        END-PERFORM
    END-IF
    CLOSE HISTORY-FILE

    IF NOT RCPT-SEEN
        MOVE "00" TO TXLOG-FS
        OPEN INPUT TXLOG-FILE
        IF TXLOG-FOUND
            PERFORM LIVE-READ-RTN
            PERFORM UNTIL TXLOG-EOF OR RCPT-SEEN
                MOVE LIVE-RECORD TO TXLOG-RECORD
                PERFORM RCPT-CHECK-RTN
                IF NOT RCPT-SEEN
                    PERFORM LIVE-READ-RTN
                END-IF
            END-PERFORM
        END-IF
        CLOSE TXLOG-FILE
    END-IF.

RCPT-CHECK-RTN.
    IF TXLOG-RCPT-NO = SOLD-RCPT
        MOVE SPACES TO LINE-TXTYPE LINE-N LINE-SKU
        UNSTRING TXLOG-LINE DELIMITED BY ALL SPACE
            INTO LINE-TXTYPE, LINE-N, LINE-SKU
        IF LINE-TXTYPE = "S" AND LINE-SKU = SOLD-SKU
            MOVE "Y" TO RCPT-SEEN-SW
            IF TXLOG-DATE > 0
                MOVE TXLOG-DATE TO SOLD-DATE
            END-IF
        END-IF
    END-IF.

      *> sale date plus INV-WARRANTY-MONTHS, same day of the month,
      *> pulled back to the month end when the month is shorter.
EXPIRY-CALC-RTN.
    MOVE SOLD-DATE TO SALE-DATE-PARTS
    COMPUTE MONTH-COUNT = SALE-MM - 1 + INV-WARRANTY-MONTHS
    DIVIDE MONTH-COUNT BY 12 GIVING YEAR-ADD REMAINDER MONTH-LEFT
    COMPUTE EXP-YYYY = SALE-YYYY + YEAR-ADD
    COMPUTE EXP-MM = MONTH-LEFT + 1
    MOVE SALE-DD TO EXP-DD
    IF EXP-MM = 4 OR EXP-MM = 6 OR EXP-MM = 9 OR EXP-MM = 11
        IF EXP-DD > 30
            MOVE 30 TO EXP-DD
        END-IF
    END-IF
    IF EXP-MM = 2 AND EXP-DD > 28
        DIVIDE EXP-YYYY BY 4 GIVING LEAP-QUOT REMAINDER LEAP-REM
        IF LEAP-REM = 0
            MOVE 29 TO EXP-DD
        ELSE
            MOVE 28 TO EXP-DD
        END-IF
    END-IF.

CLAIM-LIST-RTN.
    MOVE WCL-SUPPLIER TO CLM-SUPPLIER
    MOVE WCL-ID TO CLM-ID
    MOVE WCL-SKU TO CLM-SKU
    MOVE WCL-SERIAL TO CLM-SERIAL
    MOVE WCL-SALE-DATE TO CLM-SALE-DATE
    MOVE WCL-CLAIM-DATE TO CLM-CLAIM-DATE
    MOVE WCL-RESOLUTION TO CLM-RESOLUTION
    MOVE WCL-CLAIM-AMT TO CLM-AMOUNT
    WRITE CLAIM-RECORD.

SERL-READ-RTN.
    READ SERIAL-FILE
        AT END
            MOVE "10" TO SERL-FS
    END-READ.

HIST-READ-RTN.
    READ HISTORY-FILE
        AT END
            MOVE "10" TO HIST-FS
    END-READ.

LIVE-READ-RTN.
    READ TXLOG-FILE
        AT END
            MOVE "10" TO TXLOG-FS
    END-READ.
