IDENTIFICATION DIVISION.
PROGRAM-ID. UMBODSSALA.

      *> monthly consignment settlement - a consignment SKU's goods
      *> belong to the consignor until they sell, and the store owes
      *> the agreed cost (INV-COST) for every unit that left the
      *> shelf.  This totals one calendar month of it off the till
      *> history: units sold less units returned per SKU (the same
      *> "S", "R" and "D" lines BIRGDAEYDING depletes with), priced
      *> at the agreed cost, printed per consignor as the statement
      *> we expect from them, and written to BUDCONST under the
      *> reference CONS plus the month - the reference the
      *> consignor's statement is keyed into REIKNINGAR against,
      *> where it is matched to these lines instead of to a
      *> receipt.  Entry feed: the month (YYYYMM) on the first line
      *> - MANADARLOK hands it the closing month through MANFEED,
      *> a fiscal period's first and last day riding behind it in
      *> columns 8-15 and 17-24 - and FORCE on the second to settle
      *> a month again.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TXLOG-FILE ASSIGN TO "TXLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TXLOG-FS.

    SELECT HISTORY-FILE ASSIGN TO "TXHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HIST-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

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

    SELECT STATEMENT-FILE ASSIGN TO "BUDCONST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CST-FS.

      *> shared run-control register - a month's settlement is a
      *> payment basis, so it issues once unless forced.
    SELECT RUN-CONTROL-FILE ASSIGN TO "BUDRUN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RC-FS.

DATA DIVISION.
    FILE SECTION.
    FD  TXLOG-FILE.
    COPY "txlog.cpy".

      *> the rolled history carries the TXLOG record shape; only the
      *> stored till line and the stamp date matter here.
    FD  HISTORY-FILE.
    01  HISTORY-RECORD.
        05  FILLER          PIC X(16).
        05  HX-LINE         PIC X(84).
        05  FILLER          PIC X(40).
        05  HX-DATE         PIC 9(8).
        05  FILLER          PIC X(16).

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    FD  INVENTORY-MASTER.
    COPY "invmast.cpy".

    FD  SUPPLIER-MASTER.
    COPY "supmast.cpy".

    FD  STATEMENT-FILE.
    COPY "constmt.cpy".

    FD  RUN-CONTROL-FILE.
    01  RUN-CONTROL-RECORD.
        05  RC-JOB          PIC X(12).
        05  FILLER          PIC X VALUE SPACE.
        05  RC-INPUT-ID     PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  RC-FORCED       PIC X(1).

    WORKING-STORAGE SECTION.
       01 TXLOG-FS PIC XX.
           88 TXLOG-FOUND VALUE "00".
           88 TXLOG-EOF VALUE "10".
       01 HIST-FS PIC XX.
           88 HIST-FOUND VALUE "00".
           88 HIST-EOF VALUE "10".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".
       01 INV-FS PIC XX.
           88 INV-FOUND VALUE "00".
       01 SUP-FS PIC XX.
           88 SUP-FOUND VALUE "00".
       01 SUP-OPEN-SW PIC X VALUE "N".
           88 SUP-FILE-OPEN VALUE "Y".
       01 CST-FS PIC XX.
           88 CST-FOUND VALUE "00".
       01 RC-FS PIC XX.
           88 RC-FOUND VALUE "00".
           88 RC-EOF VALUE "10".
       01 RUNCTL-HIT-SW PIC X VALUE "N".
           88 RUNCTL-HIT VALUE "Y".
       01 FORCE-SW PIC X VALUE "N".
           88 RUN-FORCED VALUE "Y".
       01 FORCE-INP PIC X(8).
       01 RUN-JOB-NAME PIC X(12) VALUE "UMBODSSALA".
       01 RUN-INPUT-ID PIC 9(8).

       01 MONTH-INP PIC X(24).
       01 PERIOD-FROM PIC 9(8).
       01 PERIOD-TO PIC 9(8).
       01 SETTLE-MONTH PIC 9(6).
       01 SETTLE-REF PIC X(10).
      *> the trading day being closed - its units are still on the
      *> live log if the close-out chain has not rolled it yet, and
      *> on the history if it has; the history is read strictly
      *> before it so the day counts exactly once.
       01 TODAY-DATE PIC 9(8).

      *> net units per consignment SKU, then sorted by consignor
      *> for the statements.
       01 CONS-TAB.
           05 CONS-ENTRY OCCURS 500 TIMES INDEXED BY CX.
               10 CT-CONSIGNOR PIC X(6).
               10 CT-SKU       PIC X(10).
               10 CT-QTY       PIC S9(9).
               10 CT-UOM       PIC X(1).
               10 CT-COST      PIC S9(6).
               10 CT-AMT       PIC S9(12).
       01 CONS-COUNT PIC 9(4) VALUE 0.
       01 CT-FOUND-SW PIC X VALUE "N".
           88 CT-FOUND VALUE "Y".
       01 CONS-OVER-COUNT PIC 9(5) VALUE 0.

       01 SWAP-ENTRY PIC X(44).
       01 SORT-I PIC S9(5).
       01 SORT-J PIC S9(5).

       01 WORK-LINE PIC X(84).
       01 LINE-TXTYPE PIC X(1).
       01 LINE-N PIC X(8).
       01 LINE-SKU PIC X(10).
       01 LINE-QTY PIC S9(7).

       01 PREV-CONSIGNOR PIC X(6).
       01 CONSIGNOR-NAME PIC X(30).
       01 CONSIGNOR-TOTAL PIC S9(13) VALUE 0.
       01 GRAND-TOTAL PIC S9(13) VALUE 0.
       01 CONSIGNOR-COUNT PIC 9(4) VALUE 0.
       01 LINE-COUNT PIC 9(5) VALUE 0.
       01 QTY-DISP PIC -(8)9.
       01 COST-DISP PIC -(5)9.
       01 AMT-DISP PIC -(12)9.
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

    ACCEPT MONTH-INP
    IF MONTH-INP(1:6) IS NOT NUMERIC
        DISPLAY "UMBODSSALA: MONTH (YYYYMM) REQUIRED ON THE FEED"
        GOBACK
    END-IF
    MOVE MONTH-INP(1:6) TO SETTLE-MONTH
    IF MONTH-INP(8:8) IS NUMERIC AND MONTH-INP(17:8) IS NUMERIC
        MOVE MONTH-INP(8:8) TO PERIOD-FROM
        MOVE MONTH-INP(17:8) TO PERIOD-TO
    ELSE
        COMPUTE PERIOD-FROM = SETTLE-MONTH * 100 + 1
        COMPUTE PERIOD-TO = SETTLE-MONTH * 100 + 31
    END-IF
    MOVE SETTLE-MONTH TO RUN-INPUT-ID
    MOVE SPACES TO SETTLE-REF
    STRING "CONS" DELIMITED BY SIZE
           SETTLE-MONTH DELIMITED BY SIZE
        INTO SETTLE-REF

    ACCEPT FORCE-INP
    IF FORCE-INP = "FORCE"
        MOVE "Y" TO FORCE-SW
    END-IF
    PERFORM RUNCTL-CHECK-RTN
    IF RUNCTL-HIT AND NOT RUN-FORCED
        DISPLAY "UMBODSSALA: SETTLEMENT FOR " SETTLE-MONTH
                " ALREADY ISSUED - RUN REFUSED (FEED FORCE TO "
                "OVERRIDE)"
        GOBACK
    END-IF
    IF RUNCTL-HIT AND RUN-FORCED
        DISPLAY "UMBODSSALA: FORCED RESETTLEMENT FOR " SETTLE-MONTH
                " - LOGGED"
    END-IF

    OPEN INPUT INVENTORY-MASTER
    IF NOT INV-FOUND
        DISPLAY "UMBODSSALA: NO INVENTORY MASTER ON SITE"
        GOBACK
    END-IF

    OPEN INPUT SUPPLIER-MASTER
    IF SUP-FOUND
        MOVE "Y" TO SUP-OPEN-SW
    END-IF

      *> pass 1a: the closed days of the month off the history.
    OPEN INPUT HISTORY-FILE
    IF HIST-FOUND
        PERFORM HIST-READ-RTN
        PERFORM UNTIL HIST-EOF
            IF HX-DATE >= PERIOD-FROM AND HX-DATE <= PERIOD-TO
                  AND HX-DATE < TODAY-DATE
                MOVE HX-LINE TO WORK-LINE
                PERFORM LINE-POST-RTN
            END-IF
            PERFORM HIST-READ-RTN
        END-PERFORM
        CLOSE HISTORY-FILE
    ELSE
        DISPLAY "UMBODSSALA: NO TXHIST HISTORY - SETTLING OFF "
                "TODAY'S LOG ALONE"
    END-IF

      *> pass 1b: the day being closed, off the live log, when it
      *> falls in the month.
    IF TODAY-DATE >= PERIOD-FROM AND TODAY-DATE <= PERIOD-TO
        OPEN INPUT TXLOG-FILE
        IF TXLOG-FOUND
            PERFORM TXLOG-READ-RTN
            PERFORM UNTIL TXLOG-EOF
                IF TXLOG-DATE = 0 OR TXLOG-DATE = TODAY-DATE
                    MOVE TXLOG-LINE TO WORK-LINE
                    PERFORM LINE-POST-RTN
                END-IF
                PERFORM TXLOG-READ-RTN
            END-PERFORM
            CLOSE TXLOG-FILE
        END-IF
    END-IF
    CLOSE INVENTORY-MASTER

      *> consignor order, SKU within it - one statement a consignor.
    PERFORM VARYING SORT-I FROM 1 BY 1
            UNTIL SORT-I >= CONS-COUNT
        PERFORM SORT-PASS-RTN
            VARYING SORT-J FROM 1 BY 1
            UNTIL SORT-J > CONS-COUNT - SORT-I
    END-PERFORM

    OPEN INPUT STATEMENT-FILE
    IF CST-FOUND
        CLOSE STATEMENT-FILE
        OPEN EXTEND STATEMENT-FILE
    ELSE
        OPEN OUTPUT STATEMENT-FILE
    END-IF

    DISPLAY "CONSIGNMENT SETTLEMENT - MONTH " SETTLE-MONTH
            " - STATEMENT REFERENCE " function TRIM(SETTLE-REF)
    MOVE SPACES TO PREV-CONSIGNOR
    PERFORM CONS-REPORT-RTN
        VARYING CX FROM 1 BY 1 UNTIL CX > CONS-COUNT
    IF CONSIGNOR-COUNT > 0
        PERFORM CONSIGNOR-TOTAL-RTN
    END-IF
    CLOSE STATEMENT-FILE
    IF SUP-FILE-OPEN
        CLOSE SUPPLIER-MASTER
    END-IF

    IF CONS-OVER-COUNT > 0
        MOVE CONS-OVER-COUNT TO COUNT-DISP
        DISPLAY "UMBODSSALA: " function TRIM(COUNT-DISP)
                " LINES PAST THE SKU TABLE - NOT SETTLED"
    END-IF
    MOVE CONSIGNOR-COUNT TO COUNT-DISP
    DISPLAY "CONSIGNORS SETTLED:       " function TRIM(COUNT-DISP)
    MOVE LINE-COUNT TO COUNT-DISP
    DISPLAY "STATEMENT LINES WRITTEN:  " function TRIM(COUNT-DISP)
    MOVE GRAND-TOTAL TO AMT-DISP
    DISPLAY "TOTAL OWED TO CONSIGNORS: " function TRIM(AMT-DISP)

    PERFORM RUNCTL-POST-RTN

    GOBACK.

TXLOG-READ-RTN.
    READ TXLOG-FILE
        AT END
            MOVE "10" TO TXLOG-FS
    END-READ.

HIST-READ-RTN.
    READ HISTORY-FILE
        AT END
            MOVE "10" TO HIST-FS
    END-READ.

      *> a sale, a receipted return (negative) or a web order
      *> handed over - the lines that move stock off the shelf -
      *> on a SKU that is on consignment today.
LINE-POST-RTN.
    UNSTRING WORK-LINE DELIMITED BY ALL SPACE
        INTO LINE-TXTYPE, LINE-N, LINE-SKU
    IF LINE-TXTYPE = "S" OR LINE-TXTYPE = "R" OR LINE-TXTYPE = "D"
        MOVE LINE-N TO LINE-QTY
        MOVE LINE-SKU TO INV-SKU
        READ INVENTORY-MASTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF INV-CONSIGNMENT
                    PERFORM CONS-TALLY-RTN
                END-IF
        END-READ
    END-IF.

CONS-TALLY-RTN.
    MOVE "N" TO CT-FOUND-SW
    PERFORM CONS-MATCH-RTN
        VARYING CX FROM 1 BY 1
        UNTIL CX > CONS-COUNT OR CT-FOUND
    IF NOT CT-FOUND
        IF CONS-COUNT < 500
            ADD 1 TO CONS-COUNT
            MOVE INV-CONSIGNOR TO CT-CONSIGNOR(CONS-COUNT)
            MOVE INV-SKU TO CT-SKU(CONS-COUNT)
            MOVE LINE-QTY TO CT-QTY(CONS-COUNT)
            MOVE INV-UOM TO CT-UOM(CONS-COUNT)
            MOVE INV-COST TO CT-COST(CONS-COUNT)
        ELSE
            ADD 1 TO CONS-OVER-COUNT
        END-IF
    END-IF.

CONS-MATCH-RTN.
    IF CT-SKU(CX) = INV-SKU
        MOVE "Y" TO CT-FOUND-SW
        ADD LINE-QTY TO CT-QTY(CX)
    END-IF.

SORT-PASS-RTN.
    IF CT-CONSIGNOR(SORT-J) > CT-CONSIGNOR(SORT-J + 1)
          OR (CT-CONSIGNOR(SORT-J) = CT-CONSIGNOR(SORT-J + 1)
              AND CT-SKU(SORT-J) > CT-SKU(SORT-J + 1))
        MOVE CONS-ENTRY(SORT-J) TO SWAP-ENTRY
        MOVE CONS-ENTRY(SORT-J + 1) TO CONS-ENTRY(SORT-J)
        MOVE SWAP-ENTRY TO CONS-ENTRY(SORT-J + 1)
    END-IF.

      *> one statement line - a SKU that netted to nothing (sold and
      *> all brought back) owes nothing and is left off.
CONS-REPORT-RTN.
    IF CT-QTY(CX) NOT = 0
        IF CT-CONSIGNOR(CX) NOT = PREV-CONSIGNOR
            IF CONSIGNOR-COUNT > 0
                PERFORM CONSIGNOR-TOTAL-RTN
            END-IF
            PERFORM CONSIGNOR-HEAD-RTN
        END-IF
        IF CT-UOM(CX) = "W"
            COMPUTE CT-AMT(CX) ROUNDED =
                CT-QTY(CX) * CT-COST(CX) / 1000
        ELSE
            COMPUTE CT-AMT(CX) = CT-QTY(CX) * CT-COST(CX)
        END-IF
        ADD CT-AMT(CX) TO CONSIGNOR-TOTAL
        ADD CT-AMT(CX) TO GRAND-TOTAL

        MOVE SETTLE-MONTH TO CST-MONTH
        MOVE CT-CONSIGNOR(CX) TO CST-CONSIGNOR
        MOVE SETTLE-REF TO CST-REF
        MOVE CT-SKU(CX) TO CST-SKU
        MOVE CT-QTY(CX) TO CST-QTY
        MOVE CT-UOM(CX) TO CST-UOM
        MOVE CT-COST(CX) TO CST-UNIT-COST
        MOVE CT-AMT(CX) TO CST-AMT
        MOVE TODAY-DATE TO CST-ISSUED
        WRITE CONSIGN-STATEMENT-RECORD
        ADD 1 TO LINE-COUNT

        MOVE CT-QTY(CX) TO QTY-DISP
        MOVE CT-COST(CX) TO COST-DISP
        MOVE CT-AMT(CX) TO AMT-DISP
        DISPLAY "  " CT-SKU(CX)
                "  NET UNITS " QTY-DISP
                "  AT " COST-DISP
                "  OWED " AMT-DISP
    END-IF.

CONSIGNOR-HEAD-RTN.
    MOVE CT-CONSIGNOR(CX) TO PREV-CONSIGNOR
    ADD 1 TO CONSIGNOR-COUNT
    MOVE 0 TO CONSIGNOR-TOTAL
    MOVE "NOT ON SUPPLIER MASTER" TO CONSIGNOR-NAME
    IF SUP-FILE-OPEN
        MOVE CT-CONSIGNOR(CX) TO SUP-CODE
        READ SUPPLIER-MASTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE SUP-NAME TO CONSIGNOR-NAME
        END-READ
    END-IF
    DISPLAY " "
    DISPLAY "CONSIGNOR " function TRIM(CT-CONSIGNOR(CX))
            " - " function TRIM(CONSIGNOR-NAME).

CONSIGNOR-TOTAL-RTN.
    MOVE CONSIGNOR-TOTAL TO AMT-DISP
    DISPLAY "  EXPECTED STATEMENT " function TRIM(SETTLE-REF)
            " FROM " function TRIM(PREV-CONSIGNOR)
            ": " function TRIM(AMT-DISP).

RUNCTL-READ-RTN.
    READ RUN-CONTROL-FILE
        AT END
            MOVE "10" TO RC-FS
    END-READ.

RUNCTL-CHECK-RTN.
    MOVE "N" TO RUNCTL-HIT-SW
    OPEN INPUT RUN-CONTROL-FILE
    IF RC-FOUND
        PERFORM RUNCTL-READ-RTN
        PERFORM UNTIL RC-EOF
            IF RC-JOB = RUN-JOB-NAME
                  AND RC-INPUT-ID = RUN-INPUT-ID
                MOVE "Y" TO RUNCTL-HIT-SW
            END-IF
            PERFORM RUNCTL-READ-RTN
        END-PERFORM
    END-IF
    CLOSE RUN-CONTROL-FILE.

RUNCTL-POST-RTN.
    OPEN INPUT RUN-CONTROL-FILE
    IF RC-FOUND
        CLOSE RUN-CONTROL-FILE
        OPEN EXTEND RUN-CONTROL-FILE
    ELSE
        OPEN OUTPUT RUN-CONTROL-FILE
    END-IF
    MOVE RUN-JOB-NAME TO RC-JOB
    MOVE RUN-INPUT-ID TO RC-INPUT-ID
    IF RUN-FORCED
        MOVE "F" TO RC-FORCED
    ELSE
        MOVE " " TO RC-FORCED
    END-IF
    WRITE RUN-CONTROL-RECORD
    CLOSE RUN-CONTROL-FILE.
