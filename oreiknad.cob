IDENTIFICATION DIVISION.
PROGRAM-ID. OREIKNAD.

      *> goods received not invoiced.  Stock the dock booked in on
      *> the BUDRECV receiving log is in inventory from the day it
      *> arrives, but the GL extract only puts it there once
      *> REIKNINGAR approves the supplier's invoice onto BUDPAYBL -
      *> until then it is in the stock and not in the payables.
      *> This matches the POSTED receiving lines against the
      *> approved invoice lines per PO and SKU, both up to the
      *> month end, and values every difference at the PO master's
      *> unit cost:
      *>   - received but not invoiced, receipt by receipt - the
      *>     invoiced quantity clears the oldest receipts first, so
      *>     each line left carries its own age in days;
      *>   - invoiced but not received, per PO line.
      *> Consignors' statements (CONS), agency invoices (AGCY) and
      *> direct-store deliveries (DSD) go to BUDPAYBL with no PO
      *> receipt behind them and stay out of the match.
      *>
      *> At the close the received-not-invoiced value accrues to
      *> the BUDGL journal - inventory debited, the GRNI accrual
      *> credited, dated the month end - and the same pair reverses
      *> on the first day of the next month, so the month's invoices
      *> post against a clean accrual.  The accrual and its
      *> reversal go out together with the run's own control
      *> trailer; a month already accrued on the journal is
      *> reported again but not posted twice.
      *>
      *> entry feed: the month (YYYYMM) on the first line -
      *> MANADARLOK hands it the closing month through MANFEED, and
      *> on a fiscal close the period's first and last day behind it
      *> (columns 8-15 and 17-24), the last day standing in for the
      *> month end.  A blank feed lists the position as at the
      *> business date and posts nothing.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RECEIVING-FILE ASSIGN TO "BUDRECV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RECV-FS.

    SELECT PAYABLE-FILE ASSIGN TO "BUDPAYBL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PAY-FS.

    SELECT PO-MASTER ASSIGN TO "POMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PO-KEY
        FILE STATUS IS PO-FS.

    SELECT GL-FILE ASSIGN TO "BUDGL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GL-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  RECEIVING-FILE.
    01  RECEIVING-RECORD.
        05  RECV-PO-NO      PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  RECV-SKU        PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  RECV-QTY        PIC S9(7).
        05  FILLER          PIC X VALUE SPACE.
        05  RECV-RESULT     PIC X(8).
        05  FILLER          PIC X VALUE SPACE.
        05  RECV-DATE       PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  RECV-SHIP-REF   PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  RECV-CCY        PIC X(3).
        05  FILLER          PIC X VALUE SPACE.
        05  RECV-FX-COST    PIC 9(7)V99.
        05  FILLER          PIC X VALUE SPACE.
        05  RECV-FX-RATE    PIC 9(6)V9999.
        05  FILLER          PIC X VALUE SPACE.
        05  RECV-GOODS-COST PIC S9(6).
        05  FILLER          PIC X VALUE SPACE.
        05  RECV-ADDON      PIC S9(6).
        05  FILLER          PIC X VALUE SPACE.
        05  RECV-LANDED-COST PIC S9(6).

    FD  PAYABLE-FILE.
    01  PAYABLE-RECORD.
        05  PAY-DATE        PIC 9(8).
        05  FILLER          PIC X.
        05  PAY-SUPPLIER    PIC X(6).
        05  FILLER          PIC X.
        05  PAY-INV-NO      PIC X(10).
        05  FILLER          PIC X.
        05  PAY-PO-NO       PIC X(10).
        05  FILLER          PIC X.
        05  PAY-SKU         PIC X(10).
        05  FILLER          PIC X.
        05  PAY-QTY         PIC S9(7).
        05  FILLER          PIC X.
        05  PAY-AMT         PIC S9(12).

    FD  PO-MASTER.
    COPY "pomast.cpy".

    FD  GL-FILE.
    01  GL-RECORD.
        05  GL-DATE         PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  GL-ACCOUNT      PIC X(16).
        05  FILLER          PIC X VALUE SPACE.
        05  GL-DEBIT        PIC S9(12).
        05  FILLER          PIC X VALUE SPACE.
        05  GL-CREDIT       PIC S9(12).
    01  GL-TRAILER.
        05  GT-MARK         PIC X(4).
        05  FILLER          PIC X.
        05  GT-COUNT        PIC 9(7).
        05  FILLER          PIC X.
        05  GT-DEBITS       PIC S9(13).
        05  FILLER          PIC X.
        05  GT-CREDITS      PIC S9(13).

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    WORKING-STORAGE SECTION.
       01 RECV-FS PIC XX.
           88 RECV-FOUND VALUE "00".
           88 RECV-EOF VALUE "10".
       01 PAY-FS PIC XX.
           88 PAY-FOUND VALUE "00".
           88 PAY-EOF VALUE "10".
       01 PO-FS PIC XX.
           88 PO-FOUND VALUE "00".
       01 PO-OPEN-SW PIC X VALUE "N".
           88 PO-FILE-OPEN VALUE "Y".
       01 GL-FS PIC XX.
           88 GL-FOUND VALUE "00".
           88 GL-EOF VALUE "10".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".

       01 MONTH-INP PIC X(24).
       01 ACCRUAL-MONTH PIC 9(6).
       01 MONTH-START PIC 9(8).
       01 MONTH-END PIC 9(8).
       01 NEXT-MONTH-START PIC 9(8).
       01 REVERSE-DATE PIC 9(8).
       01 POST-DATE PIC 9(8).
       01 MONTH-END-INT PIC S9(9).
       01 YEAR-NUM PIC 9(4).
       01 MONTH-NUM PIC 9(2).
       01 POST-SW PIC X VALUE "N".
           88 POST-ACCRUAL VALUE "Y".
       01 POSTED-SW PIC X VALUE "N".
           88 ALREADY-POSTED VALUE "Y".

      *> one entry per PO line met on either side of the match -
      *> received and invoiced to the month end, and how much of
      *> the invoiced quantity is still there to clear receipts.
       01 LINE-TAB.
           05 LINE-ENTRY OCCURS 2000 TIMES INDEXED BY LX.
               10 LN-PO          PIC X(10).
               10 LN-SKU         PIC X(10).
               10 LN-RECEIVED    PIC S9(9).
               10 LN-INVOICED    PIC S9(9).
               10 LN-CLEAR       PIC S9(9).
               10 LN-UNIT-COST   PIC S9(6).
               10 LN-ON-MASTER   PIC X(1).
       01 LINE-COUNT PIC 9(4) VALUE 0.

      *> the receipts themselves, oldest first as the log has them,
      *> each keeping the quantity no invoice has cleared yet.
       01 RCPT-TAB.
           05 RCPT-ENTRY OCCURS 5000 TIMES INDEXED BY RX.
               10 RC-LINE        PIC 9(4).
               10 RC-DATE        PIC 9(8).
               10 RC-QTY         PIC S9(7).
       01 RCPT-COUNT PIC 9(4) VALUE 0.

       01 FULL-SW PIC X VALUE "N".
           88 TABLE-FULL VALUE "Y".
       01 HIT-SW PIC X.
           88 LINE-HIT VALUE "Y".
       01 HIT-X PIC 9(4).
       01 TAKE-QTY PIC S9(9).
       01 OPEN-QTY PIC S9(9).
       01 AGE-DAYS PIC S9(5).
       01 LINE-VALUE PIC S9(13).

       01 RNI-LINES PIC 9(5) VALUE 0.
       01 RNI-VALUE PIC S9(13) VALUE 0.
       01 IRN-LINES PIC 9(5) VALUE 0.
       01 IRN-VALUE PIC S9(13) VALUE 0.
       01 UNCOSTED PIC 9(5) VALUE 0.
       01 DEBIT-TOTAL PIC S9(13) VALUE 0.
       01 CREDIT-TOTAL PIC S9(13) VALUE 0.
       01 RESIDUAL PIC S9(13) VALUE 0.
       01 JOURNAL-LINES PIC 9(3) VALUE 0.

       01 QTY-DISP PIC -(8)9.
       01 QTY2-DISP PIC -(8)9.
       01 QTY3-DISP PIC -(8)9.
       01 AGE-DISP PIC Z(4)9.
       01 AMT-DISP PIC -(12)9.
       01 COUNT-DISP PIC Z(4)9.

PROCEDURE DIVISION.
    ACCEPT MONTH-END FROM DATE YYYYMMDD
    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND AND BUD-BUSINESS-DATE > 0
            MOVE BUD-BUSINESS-DATE TO MONTH-END
        END-IF
    END-IF
    CLOSE CONTROL-FILE

    MOVE SPACES TO MONTH-INP
    ACCEPT MONTH-INP
    IF MONTH-INP NOT = SPACES
        IF MONTH-INP(1:6) IS NOT NUMERIC
            DISPLAY "OREIKNAD: BAD MONTH " function TRIM(MONTH-INP)
                    " - NOTHING REPORTED"
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        MOVE MONTH-INP(1:6) TO ACCRUAL-MONTH
        MOVE ACCRUAL-MONTH(1:4) TO YEAR-NUM
        MOVE ACCRUAL-MONTH(5:2) TO MONTH-NUM
        IF MONTH-NUM < 1 OR MONTH-NUM > 12
            DISPLAY "OREIKNAD: BAD MONTH " ACCRUAL-MONTH
                    " - NOTHING REPORTED"
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
        COMPUTE MONTH-START = ACCRUAL-MONTH * 100 + 1
        IF MONTH-NUM = 12
            COMPUTE NEXT-MONTH-START = (YEAR-NUM + 1) * 10000 + 101
        ELSE
            COMPUTE NEXT-MONTH-START = MONTH-START + 100
        END-IF
        COMPUTE MONTH-END = function DATE-OF-INTEGER(
            function INTEGER-OF-DATE(NEXT-MONTH-START) - 1)
        IF MONTH-INP(8:8) IS NUMERIC AND MONTH-INP(17:8) IS NUMERIC
            MOVE MONTH-INP(17:8) TO MONTH-END
        END-IF
        MOVE "Y" TO POST-SW
    END-IF
    COMPUTE MONTH-END-INT = function INTEGER-OF-DATE(MONTH-END)
    COMPUTE REVERSE-DATE =
        function DATE-OF-INTEGER(MONTH-END-INT + 1)

      *> the dock's side - every POSTED receipt to the month end.
    OPEN INPUT RECEIVING-FILE
    IF NOT RECV-FOUND
        DISPLAY "OREIKNAD: NO RECEIVING LOG (BUDRECV) - NOTHING "
                "RECEIVED TO ACCRUE"
        GOBACK
    END-IF
    PERFORM RECV-READ-RTN
    PERFORM UNTIL RECV-EOF
        IF RECV-RESULT = "POSTED" AND RECV-DATE <= MONTH-END
            PERFORM RECV-ADD-RTN
        END-IF
        PERFORM RECV-READ-RTN
    END-PERFORM
    CLOSE RECEIVING-FILE

      *> the invoice side - approved lines to the month end that
      *> stand against a purchase order.
    OPEN INPUT PAYABLE-FILE
    IF PAY-FOUND
        PERFORM PAY-READ-RTN
        PERFORM UNTIL PAY-EOF
            IF PAY-DATE <= MONTH-END
                  AND PAY-PO-NO(1:4) NOT = "CONS"
                  AND PAY-PO-NO(1:4) NOT = "AGCY"
                  AND PAY-PO-NO NOT = "DSD"
                PERFORM PAY-ADD-RTN
            END-IF
            PERFORM PAY-READ-RTN
        END-PERFORM
        CLOSE PAYABLE-FILE
    END-IF

      *> half a match accrues the wrong figure - refuse the run
      *> rather than post it.
    IF TABLE-FULL
        DISPLAY "OREIKNAD: MORE THAN 2000 PO LINES OR 5000 RECEIPTS "
                "TO MATCH - RUN REFUSED, NOTHING POSTED"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    PERFORM RCPT-CLEAR-RTN
        VARYING RX FROM 1 BY 1 UNTIL RX > RCPT-COUNT

    OPEN INPUT PO-MASTER
    IF PO-FOUND
        MOVE "Y" TO PO-OPEN-SW
    END-IF
    PERFORM LINE-COST-RTN
        VARYING LX FROM 1 BY 1 UNTIL LX > LINE-COUNT
    IF PO-FILE-OPEN
        CLOSE PO-MASTER
    END-IF

    DISPLAY "GOODS RECEIVED NOT INVOICED - AS AT " MONTH-END
    DISPLAY " "
    DISPLAY "RECEIVED, NOT INVOICED:"
    DISPLAY "PO         SKU        RECEIVED      QTY   AGE"
            "        VALUE"
    PERFORM RNI-REPORT-RTN
        VARYING RX FROM 1 BY 1 UNTIL RX > RCPT-COUNT
    IF RNI-LINES = 0
        DISPLAY "    NONE"
    END-IF

    DISPLAY " "
    DISPLAY "INVOICED, NOT RECEIVED:"
    DISPLAY "PO         SKU         INVOICED  RECEIVED NOT RECVD"
            "        VALUE"
    PERFORM IRN-REPORT-RTN
        VARYING LX FROM 1 BY 1 UNTIL LX > LINE-COUNT
    IF IRN-LINES = 0
        DISPLAY "    NONE"
    END-IF

    IF POST-ACCRUAL
        PERFORM GL-CHECK-RTN
        IF ALREADY-POSTED
            DISPLAY " "
            DISPLAY "OREIKNAD: " MONTH-END " ALREADY ACCRUED ON THE "
                    "JOURNAL - NOT POSTED AGAIN"
        ELSE
            IF RNI-VALUE NOT = 0
                PERFORM GL-POST-RTN
            END-IF
        END-IF
    END-IF

    DISPLAY " "
    MOVE RNI-LINES TO COUNT-DISP
    MOVE RNI-VALUE TO AMT-DISP
    DISPLAY "RECEIVED NOT INVOICED:  " function TRIM(COUNT-DISP)
            " RECEIPTS  " function TRIM(AMT-DISP)
    MOVE IRN-LINES TO COUNT-DISP
    MOVE IRN-VALUE TO AMT-DISP
    DISPLAY "INVOICED NOT RECEIVED:  " function TRIM(COUNT-DISP)
            " PO LINES  " function TRIM(AMT-DISP)
    IF UNCOSTED > 0
        MOVE UNCOSTED TO COUNT-DISP
        DISPLAY "NOT ON THE PO MASTER:   " function TRIM(COUNT-DISP)
                " PO LINES - VALUED AT NOTHING"
    END-IF
    IF JOURNAL-LINES > 0
        MOVE RNI-VALUE TO AMT-DISP
        DISPLAY "ACCRUED " MONTH-END "  " function TRIM(AMT-DISP)
                "  REVERSES " REVERSE-DATE
    END-IF

    GOBACK.

RECV-READ-RTN.
    READ RECEIVING-FILE
        AT END
            MOVE "10" TO RECV-FS
    END-READ.

PAY-READ-RTN.
    READ PAYABLE-FILE
        AT END
            MOVE "10" TO PAY-FS
    END-READ.

      *> the PO line's entry, added the first time it is met -
      *> HIT-X is left on it, or 0 when the table is full.
LINE-FIND-RTN.
    MOVE "N" TO HIT-SW
    MOVE 0 TO HIT-X
    PERFORM LINE-MATCH-RTN
        VARYING LX FROM 1 BY 1
        UNTIL LX > LINE-COUNT OR LINE-HIT
    IF NOT LINE-HIT
        IF LINE-COUNT < 2000
            ADD 1 TO LINE-COUNT
            MOVE LINE-COUNT TO HIT-X
            MOVE PO-NUMBER TO LN-PO(HIT-X)
            MOVE PO-SKU TO LN-SKU(HIT-X)
            MOVE 0 TO LN-RECEIVED(HIT-X)
            MOVE 0 TO LN-INVOICED(HIT-X)
            MOVE 0 TO LN-CLEAR(HIT-X)
            MOVE 0 TO LN-UNIT-COST(HIT-X)
            MOVE "N" TO LN-ON-MASTER(HIT-X)
        ELSE
            MOVE "Y" TO FULL-SW
        END-IF
    END-IF.

LINE-MATCH-RTN.
    IF LN-PO(LX) = PO-NUMBER AND LN-SKU(LX) = PO-SKU
        MOVE "Y" TO HIT-SW
        SET HIT-X TO LX
    END-IF.

RECV-ADD-RTN.
    MOVE RECV-PO-NO TO PO-NUMBER
    MOVE RECV-SKU TO PO-SKU
    PERFORM LINE-FIND-RTN
    IF HIT-X > 0
        ADD RECV-QTY TO LN-RECEIVED(HIT-X)
      *> goods sent back (negative on the log) clear receipts the
      *> same way an invoice does.
        IF RECV-QTY < 0
            SUBTRACT RECV-QTY FROM LN-CLEAR(HIT-X)
        END-IF
        IF RECV-QTY > 0
            IF RCPT-COUNT < 5000
                ADD 1 TO RCPT-COUNT
                MOVE HIT-X TO RC-LINE(RCPT-COUNT)
                MOVE RECV-DATE TO RC-DATE(RCPT-COUNT)
                MOVE RECV-QTY TO RC-QTY(RCPT-COUNT)
            ELSE
                MOVE "Y" TO FULL-SW
            END-IF
        END-IF
    END-IF.

PAY-ADD-RTN.
    MOVE PAY-PO-NO TO PO-NUMBER
    MOVE PAY-SKU TO PO-SKU
    PERFORM LINE-FIND-RTN
    IF HIT-X > 0
        ADD PAY-QTY TO LN-INVOICED(HIT-X)
        ADD PAY-QTY TO LN-CLEAR(HIT-X)
    END-IF.

      *> oldest receipt first: clear what the line's invoices
      *> cover, leave the rest open.
RCPT-CLEAR-RTN.
    MOVE RC-LINE(RX) TO HIT-X
    IF LN-CLEAR(HIT-X) > 0
        IF LN-CLEAR(HIT-X) >= RC-QTY(RX)
            MOVE RC-QTY(RX) TO TAKE-QTY
        ELSE
            MOVE LN-CLEAR(HIT-X) TO TAKE-QTY
        END-IF
        SUBTRACT TAKE-QTY FROM LN-CLEAR(HIT-X)
        SUBTRACT TAKE-QTY FROM RC-QTY(RX)
    END-IF.

LINE-COST-RTN.
    IF PO-FILE-OPEN
        MOVE LN-PO(LX) TO PO-NUMBER
        MOVE LN-SKU(LX) TO PO-SKU
        READ PO-MASTER
            INVALID KEY
                ADD 1 TO UNCOSTED
            NOT INVALID KEY
                MOVE PO-UNIT-COST TO LN-UNIT-COST(LX)
                MOVE "Y" TO LN-ON-MASTER(LX)
        END-READ
    ELSE
        ADD 1 TO UNCOSTED
    END-IF.

RNI-REPORT-RTN.
    IF RC-QTY(RX) > 0
        MOVE RC-LINE(RX) TO HIT-X
        COMPUTE AGE-DAYS = MONTH-END-INT
            - function INTEGER-OF-DATE(RC-DATE(RX))
        COMPUTE LINE-VALUE = RC-QTY(RX) * LN-UNIT-COST(HIT-X)
        ADD 1 TO RNI-LINES
        ADD LINE-VALUE TO RNI-VALUE
        MOVE RC-QTY(RX) TO QTY-DISP
        MOVE AGE-DAYS TO AGE-DISP
        MOVE LINE-VALUE TO AMT-DISP
        IF LN-ON-MASTER(HIT-X) = "Y"
            DISPLAY LN-PO(HIT-X) " " LN-SKU(HIT-X) " " RC-DATE(RX)
                    QTY-DISP " " AGE-DISP AMT-DISP
        ELSE
            DISPLAY LN-PO(HIT-X) " " LN-SKU(HIT-X) " " RC-DATE(RX)
                    QTY-DISP " " AGE-DISP AMT-DISP
                    "  NOT ON PO MASTER"
        END-IF
    END-IF.

IRN-REPORT-RTN.
    COMPUTE OPEN-QTY = LN-INVOICED(LX) - LN-RECEIVED(LX)
    IF OPEN-QTY > 0
        COMPUTE LINE-VALUE = OPEN-QTY * LN-UNIT-COST(LX)
        ADD 1 TO IRN-LINES
        ADD LINE-VALUE TO IRN-VALUE
        MOVE LINE-VALUE TO AMT-DISP
        MOVE LN-INVOICED(LX) TO QTY-DISP
        MOVE LN-RECEIVED(LX) TO QTY2-DISP
        MOVE OPEN-QTY TO QTY3-DISP
        IF LN-ON-MASTER(LX) = "Y"
            DISPLAY LN-PO(LX) " " LN-SKU(LX) " " QTY-DISP " "
                    QTY2-DISP " " QTY3-DISP AMT-DISP
        ELSE
            DISPLAY LN-PO(LX) " " LN-SKU(LX) " " QTY-DISP " "
                    QTY2-DISP " " QTY3-DISP AMT-DISP
                    "  NOT ON PO MASTER"
        END-IF
    END-IF.

      *> a month already accrued shows on the journal as its own
      *> accrual line, dated the month end.
GL-CHECK-RTN.
    OPEN INPUT GL-FILE
    IF GL-FOUND
        PERFORM UNTIL GL-EOF OR ALREADY-POSTED
            READ GL-FILE
                AT END
                    MOVE "10" TO GL-FS
                NOT AT END
                    IF GL-ACCOUNT = "GRNI-ACCRUAL"
                          AND GL-DATE = MONTH-END
                        MOVE "Y" TO POSTED-SW
                    END-IF
            END-READ
        END-PERFORM
        CLOSE GL-FILE
    END-IF.

      *> the accrual as an equal pair - inventory against the GRNI
      *> accrual - then the same pair turned round on the first day
      *> after the close, with the "*EOF" trailer behind both.
GL-POST-RTN.
    OPEN INPUT GL-FILE
    IF GL-FOUND
        CLOSE GL-FILE
        OPEN EXTEND GL-FILE
    ELSE
        OPEN OUTPUT GL-FILE
    END-IF

    MOVE MONTH-END TO POST-DATE
    MOVE RNI-VALUE TO RESIDUAL
    PERFORM GL-DEBIT-SETUP-RTN
    MOVE "INVENTORY" TO GL-ACCOUNT
    PERFORM GL-WRITE-RTN

    COMPUTE RESIDUAL = 0 - RNI-VALUE
    PERFORM GL-DEBIT-SETUP-RTN
    MOVE "GRNI-ACCRUAL" TO GL-ACCOUNT
    PERFORM GL-WRITE-RTN

    MOVE REVERSE-DATE TO POST-DATE
    MOVE RNI-VALUE TO RESIDUAL
    PERFORM GL-DEBIT-SETUP-RTN
    MOVE "GRNI-ACCRUAL" TO GL-ACCOUNT
    PERFORM GL-WRITE-RTN

    COMPUTE RESIDUAL = 0 - RNI-VALUE
    PERFORM GL-DEBIT-SETUP-RTN
    MOVE "INVENTORY" TO GL-ACCOUNT
    PERFORM GL-WRITE-RTN

    MOVE SPACES TO GL-TRAILER
    MOVE "*EOF" TO GT-MARK
    MOVE JOURNAL-LINES TO GT-COUNT
    MOVE DEBIT-TOTAL TO GT-DEBITS
    MOVE CREDIT-TOTAL TO GT-CREDITS
    WRITE GL-TRAILER
    CLOSE GL-FILE.

      *> positive RESIDUAL posts as a debit, negative as a credit,
      *> on a clean line.
GL-DEBIT-SETUP-RTN.
    MOVE SPACES TO GL-RECORD
    IF RESIDUAL >= 0
        MOVE RESIDUAL TO GL-DEBIT
        MOVE 0 TO GL-CREDIT
    ELSE
        MOVE 0 TO GL-DEBIT
        COMPUTE GL-CREDIT = 0 - RESIDUAL
    END-IF.

GL-WRITE-RTN.
    IF GL-DEBIT NOT = 0 OR GL-CREDIT NOT = 0
        MOVE POST-DATE TO GL-DATE
        WRITE GL-RECORD
        ADD 1 TO JOURNAL-LINES
        ADD GL-DEBIT TO DEBIT-TOTAL
        ADD GL-CREDIT TO CREDIT-TOTAL
    END-IF.
