IDENTIFICATION DIVISION.
PROGRAM-ID. SKILAGJALD.

      *> monthly bottle/can deposit remittance - the till collects
      *> the return fund's deposit on every deposit-bearing unit and
      *> pays reverse-vending vouchers back out, both onto the
      *> BUDDEPL ledger.  This totals one calendar month of it:
      *> deposits collected (units and amount per SKU), vouchers
      *> paid, and the net the store owes the fund, printed as the
      *> statement that goes with the payment and appended to the
      *> BUDDEPREM remittance register.  Entry feed: the month
      *> (YYYYMM) on the first line - MANADARLOK hands it the
      *> closing month through MANFEED, a fiscal period's first and
      *> last day riding behind it in columns 8-15 and 17-24 - and
      *> FORCE on the second to issue a month's statement again.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DEPOSIT-LEDGER-FILE ASSIGN TO "BUDDEPL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DEPL-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

      *> one line per statement issued - what the fund was told it
      *> is owed, month by month.
    SELECT REMITTANCE-FILE ASSIGN TO "BUDDEPREM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REM-FS.

      *> shared run-control register - a month's statement is a
      *> payment instruction, so it issues once unless forced.
    SELECT RUN-CONTROL-FILE ASSIGN TO "BUDRUN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RC-FS.

DATA DIVISION.
    FILE SECTION.
    FD  DEPOSIT-LEDGER-FILE.
    01  DEPOSIT-LEDGER-RECORD.
        05  DEPL-DATE       PIC 9(8).
        05  FILLER          PIC X.
        05  DEPL-REGISTER   PIC X(4).
        05  FILLER          PIC X.
        05  DEPL-RCPT-NO    PIC 9(10).
        05  FILLER          PIC X.
        05  DEPL-TYPE       PIC X(1).
        05  FILLER          PIC X.
        05  DEPL-SKU        PIC X(10).
        05  FILLER          PIC X.
        05  DEPL-QTY        PIC S9(7).
        05  FILLER          PIC X.
        05  DEPL-AMT        PIC S9(9).
        05  FILLER          PIC X.
        05  DEPL-REF        PIC X(10).

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    FD  REMITTANCE-FILE.
    01  REMITTANCE-RECORD.
        05  REM-MONTH       PIC 9(6).
        05  FILLER          PIC X VALUE SPACE.
        05  REM-STORE       PIC 9(4).
        05  FILLER          PIC X VALUE SPACE.
        05  REM-UNITS       PIC S9(9).
        05  FILLER          PIC X VALUE SPACE.
        05  REM-COLLECTED   PIC S9(11).
        05  FILLER          PIC X VALUE SPACE.
        05  REM-VOUCHERS    PIC 9(7).
        05  FILLER          PIC X VALUE SPACE.
        05  REM-PAID        PIC S9(11).
        05  FILLER          PIC X VALUE SPACE.
        05  REM-NET-DUE     PIC S9(11).
        05  FILLER          PIC X VALUE SPACE.
        05  REM-ISSUED      PIC 9(8).

    FD  RUN-CONTROL-FILE.
    01  RUN-CONTROL-RECORD.
        05  RC-JOB          PIC X(12).
        05  FILLER          PIC X VALUE SPACE.
        05  RC-INPUT-ID     PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  RC-FORCED       PIC X(1).

    WORKING-STORAGE SECTION.
       01 DEPL-FS PIC XX.
           88 DEPL-FOUND VALUE "00".
           88 DEPL-EOF VALUE "10".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".
       01 REM-FS PIC XX.
           88 REM-FOUND VALUE "00".
       01 RC-FS PIC XX.
           88 RC-FOUND VALUE "00".
           88 RC-EOF VALUE "10".
       01 RUNCTL-HIT-SW PIC X VALUE "N".
           88 RUNCTL-HIT VALUE "Y".
       01 FORCE-SW PIC X VALUE "N".
           88 RUN-FORCED VALUE "Y".
       01 FORCE-INP PIC X(8).
       01 RUN-JOB-NAME PIC X(12) VALUE "SKILAGJALD".
       01 RUN-INPUT-ID PIC 9(8).

       01 MONTH-INP PIC X(24).
       01 REM-PERIOD PIC 9(6).
       01 TODAY-DATE PIC 9(8).
       01 STORE-NO PIC 9(4) VALUE 0.

      *> per-SKU deposit tally for the statement's detail lines.
       01 SKU-TAB.
           05 SKU-ENTRY OCCURS 500 TIMES INDEXED BY SX.
               10 ST-SKU   PIC X(10).
               10 ST-UNITS PIC S9(9).
               10 ST-AMT   PIC S9(11).
       01 SKU-COUNT PIC 9(3) VALUE 0.
       01 SKU-FOUND-SW PIC X VALUE "N".
           88 SKU-FOUND VALUE "Y".
       01 SKU-OVER-COUNT PIC 9(5) VALUE 0.

       01 TOTAL-UNITS PIC S9(9) VALUE 0.
       01 TOTAL-COLLECTED PIC S9(11) VALUE 0.
       01 VOUCHER-COUNT PIC 9(7) VALUE 0.
       01 TOTAL-PAID PIC S9(11) VALUE 0.
       01 NET-DUE PIC S9(11) VALUE 0.
       01 AMT-DISP PIC -(11)9.
       01 UNITS-DISP PIC -(8)9.
       01 COUNT-DISP PIC Z(6)9.

PROCEDURE DIVISION.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD
    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND
            MOVE BUD-STORE-NO TO STORE-NO
            IF BUD-BUSINESS-DATE > 0
                MOVE BUD-BUSINESS-DATE TO TODAY-DATE
            END-IF
        END-IF
    END-IF
    CLOSE CONTROL-FILE

    ACCEPT MONTH-INP
    IF MONTH-INP(1:6) IS NOT NUMERIC
        DISPLAY "SKILAGJALD: MONTH (YYYYMM) REQUIRED ON THE FEED"
        GOBACK
    END-IF
    MOVE MONTH-INP(1:6) TO REM-PERIOD
    MOVE REM-PERIOD TO RUN-INPUT-ID

    ACCEPT FORCE-INP
    IF FORCE-INP = "FORCE"
        MOVE "Y" TO FORCE-SW
    END-IF
    PERFORM RUNCTL-CHECK-RTN
    IF RUNCTL-HIT AND NOT RUN-FORCED
        DISPLAY "SKILAGJALD: STATEMENT FOR " REM-PERIOD
                " ALREADY ISSUED - RUN REFUSED (FEED FORCE TO "
                "OVERRIDE)"
        GOBACK
    END-IF
    IF RUNCTL-HIT AND RUN-FORCED
        DISPLAY "SKILAGJALD: FORCED REISSUE FOR " REM-PERIOD
                " - LOGGED"
    END-IF

    OPEN INPUT DEPOSIT-LEDGER-FILE
    IF NOT DEPL-FOUND
        DISPLAY "SKILAGJALD: NO DEPOSIT LEDGER ON SITE"
        GOBACK
    END-IF
    PERFORM DEPL-READ-RTN
    PERFORM UNTIL DEPL-EOF
      *> a fiscal period from MANADARLOK carries its own bounds.
        IF MONTH-INP(8:8) IS NUMERIC AND MONTH-INP(17:8) IS NUMERIC
            IF DEPL-DATE >= MONTH-INP(8:8)
                  AND DEPL-DATE <= MONTH-INP(17:8)
                PERFORM DEPL-POST-RTN
            END-IF
        ELSE
        IF DEPL-DATE(1:6) = MONTH-INP(1:6)
            PERFORM DEPL-POST-RTN
        END-IF
        END-IF
        PERFORM DEPL-READ-RTN
    END-PERFORM
    CLOSE DEPOSIT-LEDGER-FILE

    COMPUTE NET-DUE = TOTAL-COLLECTED + TOTAL-PAID

    DISPLAY "DEPOSIT REMITTANCE STATEMENT - STORE " STORE-NO
            " - MONTH " REM-PERIOD
    DISPLAY "DEPOSITS COLLECTED BY SKU:"
    PERFORM SKU-REPORT-RTN
        VARYING SX FROM 1 BY 1 UNTIL SX > SKU-COUNT
    IF SKU-OVER-COUNT > 0
        MOVE SKU-OVER-COUNT TO COUNT-DISP
        DISPLAY "  (" function TRIM(COUNT-DISP)
                " LINES PAST THE SKU TABLE - IN THE TOTALS ONLY)"
    END-IF
    MOVE TOTAL-UNITS TO UNITS-DISP
    MOVE TOTAL-COLLECTED TO AMT-DISP
    DISPLAY "TOTAL COLLECTED: " function TRIM(UNITS-DISP)
            " UNITS FOR " function TRIM(AMT-DISP)
    MOVE VOUCHER-COUNT TO COUNT-DISP
    MOVE TOTAL-PAID TO AMT-DISP
    DISPLAY "VOUCHERS PAID:   " function TRIM(COUNT-DISP)
            " FOR " function TRIM(AMT-DISP)
    MOVE NET-DUE TO AMT-DISP
    DISPLAY "NET DUE TO THE RETURN FUND: " function TRIM(AMT-DISP)

    OPEN INPUT REMITTANCE-FILE
    IF REM-FOUND
        CLOSE REMITTANCE-FILE
        OPEN EXTEND REMITTANCE-FILE
    ELSE
        OPEN OUTPUT REMITTANCE-FILE
    END-IF
    MOVE REM-PERIOD TO REM-MONTH
    MOVE STORE-NO TO REM-STORE
    MOVE TOTAL-UNITS TO REM-UNITS
    MOVE TOTAL-COLLECTED TO REM-COLLECTED
    MOVE VOUCHER-COUNT TO REM-VOUCHERS
    MOVE TOTAL-PAID TO REM-PAID
    MOVE NET-DUE TO REM-NET-DUE
    MOVE TODAY-DATE TO REM-ISSUED
    WRITE REMITTANCE-RECORD
    CLOSE REMITTANCE-FILE

    PERFORM RUNCTL-POST-RTN

    GOBACK.

DEPL-READ-RTN.
    READ DEPOSIT-LEDGER-FILE
        AT END
            MOVE "10" TO DEPL-FS
    END-READ.

      *> a collection line (a return or a void reversing one reads
      *> negative) tallies against its SKU; a voucher line counts
      *> toward vouchers paid - a voided voucher nets itself back
      *> out of the amount without counting as another voucher.
      *> Void reversals carry no SKU and tally under VOIDED.
DEPL-POST-RTN.
    IF DEPL-TYPE = "V"
        IF DEPL-AMT < 0
            ADD 1 TO VOUCHER-COUNT
        END-IF
        ADD DEPL-AMT TO TOTAL-PAID
    ELSE
        ADD DEPL-QTY TO TOTAL-UNITS
        ADD DEPL-AMT TO TOTAL-COLLECTED
        IF DEPL-SKU = SPACES
            MOVE "VOIDED" TO DEPL-SKU
        END-IF
        MOVE "N" TO SKU-FOUND-SW
        PERFORM SKU-MATCH-RTN
            VARYING SX FROM 1 BY 1
            UNTIL SX > SKU-COUNT OR SKU-FOUND
        IF NOT SKU-FOUND
            IF SKU-COUNT < 500
                ADD 1 TO SKU-COUNT
                MOVE DEPL-SKU TO ST-SKU(SKU-COUNT)
                MOVE DEPL-QTY TO ST-UNITS(SKU-COUNT)
                MOVE DEPL-AMT TO ST-AMT(SKU-COUNT)
            ELSE
                ADD 1 TO SKU-OVER-COUNT
            END-IF
        END-IF
    END-IF.

SKU-MATCH-RTN.
    IF ST-SKU(SX) = DEPL-SKU
        MOVE "Y" TO SKU-FOUND-SW
        ADD DEPL-QTY TO ST-UNITS(SX)
        ADD DEPL-AMT TO ST-AMT(SX)
    END-IF.

SKU-REPORT-RTN.
    MOVE ST-UNITS(SX) TO UNITS-DISP
    MOVE ST-AMT(SX) TO AMT-DISP
    DISPLAY "  " ST-SKU(SX)
            "  UNITS " UNITS-DISP
            "  DEPOSIT " AMT-DISP.

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
