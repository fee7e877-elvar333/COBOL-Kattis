IDENTIFICATION DIVISION.
PROGRAM-ID. MAGNAUPPSOFNUN.

      *> monthly supplier-rebate accrual.  For every agreement on
      *> REBMAST that has started by the end of the month, the
      *> period's purchases to date are measured off the approved
      *> payables (BUDPAYBL, by the day REIKNINGAR approved the
      *> line): value, and units for an agreement tiered on units.
      *> The tier reached decides the percent, the percent applies
      *> to the whole period's value, and whatever that earns beyond
      *> what was accrued before is posted to the BUDGL journal -
      *> rebate receivable debited, rebate income credited (a tier
      *> lost to credit notes reverses the same way) - with the
      *> run's own control trailer.  The measurement is taken afresh
      *> every time, so running a month twice posts nothing new.
      *> An agreement whose period ends inside the month is marked
      *> ready for MAGNAKRAFA to claim.
      *>
      *> entry feed: the month (YYYYMM) on the first line -
      *> MANADARLOK hands it the closing month through MANFEED, and
      *> on a fiscal close the period's first and last day behind it
      *> (columns 8-15 and 17-24), the last day standing in for the
      *> month end.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REBATE-MASTER ASSIGN TO "REBMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS REB-KEY
        FILE STATUS IS REB-FS.

    SELECT PAYABLE-FILE ASSIGN TO "BUDPAYBL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PAY-FS.

    SELECT SUPPLIER-MASTER ASSIGN TO "SUPMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SUP-CODE
        FILE STATUS IS SUP-FS.

    SELECT GL-FILE ASSIGN TO "BUDGL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  REBATE-MASTER.
    COPY "rebmast.cpy".

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

    FD  SUPPLIER-MASTER.
    COPY "supmast.cpy".

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

    WORKING-STORAGE SECTION.
       01 REB-FS PIC XX.
           88 REB-FOUND VALUE "00".
           88 REB-EOF VALUE "10".
       01 PAY-FS PIC XX.
           88 PAY-FOUND VALUE "00".
           88 PAY-EOF VALUE "10".
       01 SUP-FS PIC XX.
           88 SUP-FOUND VALUE "00".
       01 SUP-OPEN-SW PIC X VALUE "N".
           88 SUP-FILE-OPEN VALUE "Y".
       01 GL-FS PIC XX.
           88 GL-FOUND VALUE "00".

       01 MONTH-INP PIC X(24).
       01 ACCRUAL-MONTH PIC 9(6).
       01 MONTH-START PIC 9(8).
       01 MONTH-END PIC 9(8).
       01 NEXT-MONTH-START PIC 9(8).
       01 YEAR-NUM PIC 9(4).
       01 MONTH-NUM PIC 9(2).

      *> the agreements being measured this run - the window each
      *> one counts purchases in, and what the pass over the
      *> payables finds.
       01 AGR-TAB.
           05 AGR-ENTRY OCCURS 200 TIMES INDEXED BY AX.
               10 AG-SUPPLIER   PIC X(6).
               10 AG-FROM       PIC 9(8).
               10 AG-TO         PIC 9(8).
               10 AG-COST       PIC S9(13).
               10 AG-UNITS      PIC S9(9).
       01 AGR-COUNT PIC 9(3) VALUE 0.

       01 TX PIC 9(1).
       01 MEASURE PIC S9(13).
       01 EARN-PCT PIC 9(2)V99.
       01 DELTA PIC S9(11).
       01 SUP-TITLE PIC X(30).
       01 ACCRUAL-TOTAL PIC S9(13) VALUE 0.
       01 EARNED-TOTAL PIC S9(13) VALUE 0.
       01 ENDED-COUNT PIC 9(4) VALUE 0.
       01 DEBIT-TOTAL PIC S9(13) VALUE 0.
       01 CREDIT-TOTAL PIC S9(13) VALUE 0.
       01 RESIDUAL PIC S9(13) VALUE 0.
       01 JOURNAL-LINES PIC 9(3) VALUE 0.
       01 PCT-ED PIC Z9.99.
       01 AMT-DISP PIC -(12)9.
       01 COUNT-DISP PIC Z(4)9.

PROCEDURE DIVISION.
    ACCEPT MONTH-INP
    IF MONTH-INP(1:6) IS NOT NUMERIC
        DISPLAY "MAGNAUPPSOFNUN: MONTH (YYYYMM) REQUIRED ON THE FEED"
        GOBACK
    END-IF
    MOVE MONTH-INP(1:6) TO ACCRUAL-MONTH
    MOVE ACCRUAL-MONTH(1:4) TO YEAR-NUM
    MOVE ACCRUAL-MONTH(5:2) TO MONTH-NUM
    IF MONTH-NUM < 1 OR MONTH-NUM > 12
        DISPLAY "MAGNAUPPSOFNUN: BAD MONTH " ACCRUAL-MONTH
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
        MOVE MONTH-INP(8:8) TO MONTH-START
        MOVE MONTH-INP(17:8) TO MONTH-END
    END-IF

    OPEN I-O REBATE-MASTER
    IF NOT REB-FOUND
        DISPLAY "MAGNAUPPSOFNUN: NO REBATE AGREEMENTS ON FILE"
        GOBACK
    END-IF

      *> every live agreement that has started by the month end and
      *> has not already been measured past this month.
    MOVE LOW-VALUES TO REB-KEY
    START REBATE-MASTER KEY NOT < REB-KEY
        INVALID KEY
            MOVE "10" TO REB-FS
    END-START
    PERFORM UNTIL REB-EOF
        READ REBATE-MASTER NEXT
            AT END
                MOVE "10" TO REB-FS
            NOT AT END
                IF REB-ACTIVE AND REB-FROM-DATE <= MONTH-END
                      AND REB-LAST-MONTH <= ACCRUAL-MONTH
                    IF AGR-COUNT < 200
                        ADD 1 TO AGR-COUNT
                        MOVE REB-SUPPLIER TO AG-SUPPLIER(AGR-COUNT)
                        MOVE REB-FROM-DATE TO AG-FROM(AGR-COUNT)
                        IF REB-TO-DATE < MONTH-END
                            MOVE REB-TO-DATE TO AG-TO(AGR-COUNT)
                        ELSE
                            MOVE MONTH-END TO AG-TO(AGR-COUNT)
                        END-IF
                        MOVE 0 TO AG-COST(AGR-COUNT)
                        MOVE 0 TO AG-UNITS(AGR-COUNT)
                    ELSE
                        DISPLAY "MAGNAUPPSOFNUN: AGREEMENT TABLE "
                                "FULL - " REB-SUPPLIER " "
                                REB-FROM-DATE " NOT ACCRUED"
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    IF AGR-COUNT = 0
        DISPLAY "MAGNAUPPSOFNUN: NO AGREEMENT TO ACCRUE FOR "
                ACCRUAL-MONTH
        CLOSE REBATE-MASTER
        GOBACK
    END-IF

      *> one pass over the approved payables feeds every agreement.
    OPEN INPUT PAYABLE-FILE
    IF PAY-FOUND
        PERFORM UNTIL PAY-EOF
            READ PAYABLE-FILE
                AT END
                    MOVE "10" TO PAY-FS
                NOT AT END
                    PERFORM PAYABLE-ADD-RTN
                        VARYING AX FROM 1 BY 1 UNTIL AX > AGR-COUNT
            END-READ
        END-PERFORM
        CLOSE PAYABLE-FILE
    END-IF

    OPEN INPUT SUPPLIER-MASTER
    IF SUP-FOUND
        MOVE "Y" TO SUP-OPEN-SW
    END-IF

    DISPLAY "SUPPLIER REBATE ACCRUAL - " ACCRUAL-MONTH
    DISPLAY " "
    PERFORM AGREEMENT-ACCRUE-RTN
        VARYING AX FROM 1 BY 1 UNTIL AX > AGR-COUNT
    CLOSE REBATE-MASTER
    IF SUP-FILE-OPEN
        CLOSE SUPPLIER-MASTER
    END-IF

    IF ACCRUAL-TOTAL NOT = 0
        PERFORM GL-POST-RTN
    END-IF

    DISPLAY " "
    MOVE AGR-COUNT TO COUNT-DISP
    DISPLAY "AGREEMENTS MEASURED:    " function TRIM(COUNT-DISP)
    MOVE EARNED-TOTAL TO AMT-DISP
    DISPLAY "EARNED TO DATE:         " function TRIM(AMT-DISP)
    MOVE ACCRUAL-TOTAL TO AMT-DISP
    DISPLAY "ACCRUED THIS RUN:       " function TRIM(AMT-DISP)
    MOVE ENDED-COUNT TO COUNT-DISP
    DISPLAY "PERIODS ENDED - CLAIM:  " function TRIM(COUNT-DISP)
    IF ENDED-COUNT > 0
        DISPLAY "PRINT THE CLAIMS WITH MAGNAKRAFA"
    END-IF

    GOBACK.

PAYABLE-ADD-RTN.
    IF PAY-SUPPLIER = AG-SUPPLIER(AX)
          AND PAY-DATE >= AG-FROM(AX) AND PAY-DATE <= AG-TO(AX)
        ADD PAY-AMT TO AG-COST(AX)
        ADD PAY-QTY TO AG-UNITS(AX)
    END-IF.

      *> the tier reached is the highest whose threshold the measure
      *> has met; its percent earns on the whole period's value.
AGREEMENT-ACCRUE-RTN.
    MOVE AG-SUPPLIER(AX) TO REB-SUPPLIER
    MOVE AG-FROM(AX) TO REB-FROM-DATE
    READ REBATE-MASTER
        INVALID KEY
            DISPLAY "MAGNAUPPSOFNUN: " AG-SUPPLIER(AX) " "
                    AG-FROM(AX) " VANISHED FROM THE MASTER"
        NOT INVALID KEY
            MOVE AG-COST(AX) TO REB-MEAS-COST
            MOVE AG-UNITS(AX) TO REB-MEAS-UNITS
            IF REB-ON-UNITS
                MOVE AG-UNITS(AX) TO MEASURE
            ELSE
                MOVE AG-COST(AX) TO MEASURE
            END-IF
            MOVE 0 TO REB-TIER-REACHED
            MOVE 0 TO EARN-PCT
            PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > 3
                IF REB-TIER-PCT(TX) > 0
                      AND MEASURE >= REB-TIER-FROM(TX)
                    MOVE TX TO REB-TIER-REACHED
                    MOVE REB-TIER-PCT(TX) TO EARN-PCT
                END-IF
            END-PERFORM
            COMPUTE REB-EARNED ROUNDED =
                AG-COST(AX) * EARN-PCT / 100
            IF REB-EARNED < 0
                MOVE 0 TO REB-EARNED
            END-IF
            COMPUTE DELTA = REB-EARNED - REB-ACCRUED
            MOVE REB-EARNED TO REB-ACCRUED
            MOVE ACCRUAL-MONTH TO REB-LAST-MONTH
            IF REB-TO-DATE <= MONTH-END
                MOVE "E" TO REB-STATUS
                ADD 1 TO ENDED-COUNT
            END-IF
            REWRITE REB-MASTER-RECORD
            ADD DELTA TO ACCRUAL-TOTAL
            ADD REB-EARNED TO EARNED-TOTAL
            PERFORM AGREEMENT-PRINT-RTN
    END-READ.

AGREEMENT-PRINT-RTN.
    MOVE SPACES TO SUP-TITLE
    IF SUP-FILE-OPEN
        MOVE REB-SUPPLIER TO SUP-CODE
        READ SUPPLIER-MASTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE SUP-NAME TO SUP-TITLE
        END-READ
    END-IF
    DISPLAY REB-SUPPLIER " " SUP-TITLE "  " REB-FROM-DATE
            " - " REB-TO-DATE
    MOVE REB-MEAS-COST TO AMT-DISP
    IF REB-ON-UNITS
        DISPLAY "  PURCHASES " function TRIM(AMT-DISP)
                "  UNITS " REB-MEAS-UNITS
    ELSE
        DISPLAY "  PURCHASES " function TRIM(AMT-DISP)
    END-IF
    MOVE EARN-PCT TO PCT-ED
    MOVE REB-EARNED TO AMT-DISP
    IF REB-TIER-REACHED = 0
        DISPLAY "  NO TIER REACHED YET"
    ELSE
        DISPLAY "  TIER " REB-TIER-REACHED " AT " PCT-ED
                "%  EARNED " function TRIM(AMT-DISP)
    END-IF
    MOVE DELTA TO AMT-DISP
    DISPLAY "  ACCRUED THIS RUN " function TRIM(AMT-DISP)
    IF REB-ENDED
        DISPLAY "  PERIOD OVER - READY TO CLAIM"
    ELSE
      *> how far to the next tier, so the buyer can time an order.
        IF REB-TIER-REACHED < 3
            IF REB-TIER-PCT(REB-TIER-REACHED + 1) > 0
                COMPUTE MEASURE =
                    REB-TIER-FROM(REB-TIER-REACHED + 1) - MEASURE
                MOVE MEASURE TO AMT-DISP
                DISPLAY "  NEXT TIER IN " function TRIM(AMT-DISP)
            END-IF
        END-IF
    END-IF.

      *> the accrual as an equal pair - rebate receivable against
      *> rebate income - with the "*EOF" trailer behind it.
GL-POST-RTN.
    OPEN INPUT GL-FILE
    IF GL-FOUND
        CLOSE GL-FILE
        OPEN EXTEND GL-FILE
    ELSE
        OPEN OUTPUT GL-FILE
    END-IF

    MOVE ACCRUAL-TOTAL TO RESIDUAL
    PERFORM GL-DEBIT-SETUP-RTN
    MOVE "REBATE-RECV" TO GL-ACCOUNT
    PERFORM GL-WRITE-RTN

    COMPUTE RESIDUAL = 0 - ACCRUAL-TOTAL
    PERFORM GL-DEBIT-SETUP-RTN
    MOVE "REBATE-INCOME" TO GL-ACCOUNT
    PERFORM GL-WRITE-RTN

    MOVE SPACES TO GL-TRAILER
    MOVE "*EOF" TO GT-MARK
    MOVE JOURNAL-LINES TO GT-COUNT
    MOVE DEBIT-TOTAL TO GT-DEBITS
    MOVE CREDIT-TOTAL TO GT-CREDITS
    WRITE GL-TRAILER
    CLOSE GL-FILE.

      *> positive RESIDUAL posts as a debit, negative as a credit.
GL-DEBIT-SETUP-RTN.
    IF RESIDUAL >= 0
        MOVE RESIDUAL TO GL-DEBIT
        MOVE 0 TO GL-CREDIT
    ELSE
        MOVE 0 TO GL-DEBIT
        COMPUTE GL-CREDIT = 0 - RESIDUAL
    END-IF.

GL-WRITE-RTN.
    IF GL-DEBIT NOT = 0 OR GL-CREDIT NOT = 0
        MOVE MONTH-END TO GL-DATE
        WRITE GL-RECORD
        ADD 1 TO JOURNAL-LINES
        ADD GL-DEBIT TO DEBIT-TOTAL
        ADD GL-CREDIT TO CREDIT-TOTAL
    END-IF.
