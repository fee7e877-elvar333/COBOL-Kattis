IDENTIFICATION DIVISION.
PROGRAM-ID. KORTATAP.

      *> monthly chargeback losses - the cases KORTADEILA closed as
      *> lost in the month off CBKCASE, rolled up by the processor's
      *> reason code and by the register the sale was rung on, so a
      *> reason that keeps costing us - or a till that keeps drawing
      *> disputes - stands out.  Cases won back in the month and the
      *> cases still pending at the run are counted underneath, and
      *> a pending case past its deadline unanswered is a loss in
      *> waiting and is counted separately.  Entry feed: the month
      *> (YYYYMM) on the first line - MANADARLOK hands it the
      *> closing month through MANFEED, a fiscal period's first and
      *> last day riding behind it in columns 8-15 and 17-24.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CASE-FILE ASSIGN TO "CBKCASE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CBK-CASE-REF
        FILE STATUS IS CBK-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  CASE-FILE.
    COPY "cbkcase.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    WORKING-STORAGE SECTION.
       01 CBK-FS PIC XX.
           88 CBK-FOUND VALUE "00".
           88 CBK-EOF VALUE "10".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".

       01 TODAY-DATE PIC 9(8).
       01 MONTH-INP PIC X(24).
       01 PERIOD-FROM PIC 9(8).
       01 PERIOD-TO PIC 9(8).

       01 REASON-TAB.
           05 REASON-ENTRY OCCURS 100 TIMES INDEXED BY RX.
               10 RT-CODE     PIC X(4).
               10 RT-COUNT    PIC 9(7).
               10 RT-AMT      PIC S9(13).
       01 REASON-COUNT PIC 9(3) VALUE 0.

       01 REGISTER-TAB.
           05 REGISTER-ENTRY OCCURS 100 TIMES INDEXED BY GX.
               10 GT-REGISTER PIC X(4).
               10 GT-COUNT    PIC 9(7).
               10 GT-AMT      PIC S9(13).
       01 REGISTER-COUNT PIC 9(3) VALUE 0.

       01 SORT-I PIC 9(3).
       01 SORT-J PIC 9(3).
       01 SWAP-ENTRY PIC X(24).

       01 FOUND-SW PIC X VALUE "N".
           88 ENTRY-FOUND VALUE "Y".
       01 OVERFLOW-COUNT PIC 9(5) VALUE 0.

       01 LOST-COUNT PIC 9(7) VALUE 0.
       01 LOST-AMT PIC S9(13) VALUE 0.
       01 WON-COUNT PIC 9(7) VALUE 0.
       01 WON-AMT PIC S9(13) VALUE 0.
       01 RECV-COUNT PIC 9(7) VALUE 0.
       01 RECV-AMT PIC S9(13) VALUE 0.
       01 PEND-COUNT PIC 9(7) VALUE 0.
       01 PEND-AMT PIC S9(13) VALUE 0.
       01 LAPSED-COUNT PIC 9(7) VALUE 0.
       01 LAPSED-AMT PIC S9(13) VALUE 0.

       01 AMT-DISP PIC -(12)9.
       01 COUNT-DISP PIC Z(6)9.

PROCEDURE DIVISION.
    ACCEPT MONTH-INP
    IF MONTH-INP(1:6) IS NOT NUMERIC
        DISPLAY "KORTATAP: MONTH (YYYYMM) REQUIRED ON THE FEED"
        GOBACK
    END-IF
      *> a fiscal period from MANADARLOK carries its own bounds.
    IF MONTH-INP(8:8) IS NUMERIC AND MONTH-INP(17:8) IS NUMERIC
        MOVE MONTH-INP(8:8) TO PERIOD-FROM
        MOVE MONTH-INP(17:8) TO PERIOD-TO
    ELSE
        MOVE MONTH-INP(1:6) TO PERIOD-FROM(1:6)
        MOVE "01" TO PERIOD-FROM(7:2)
        MOVE MONTH-INP(1:6) TO PERIOD-TO(1:6)
        MOVE "31" TO PERIOD-TO(7:2)
    END-IF

      *> the deadline test for pending cases runs against the
      *> business date, not the month's end.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD
    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND AND BUD-BUSINESS-DATE > 0
            MOVE BUD-BUSINESS-DATE TO TODAY-DATE
        END-IF
    END-IF
    CLOSE CONTROL-FILE

    OPEN INPUT CASE-FILE
    IF NOT CBK-FOUND
        DISPLAY "KORTATAP: NO CHARGEBACK CASES ON FILE FOR "
                MONTH-INP(1:6)
        GOBACK
    END-IF

    PERFORM CBK-READ-RTN
    PERFORM UNTIL CBK-EOF
        IF CBK-RECV-DATE >= PERIOD-FROM AND CBK-RECV-DATE <= PERIOD-TO
            ADD 1 TO RECV-COUNT
            ADD CBK-AMOUNT TO RECV-AMT
        END-IF
        IF CBK-PENDING
            ADD 1 TO PEND-COUNT
            ADD CBK-AMOUNT TO PEND-AMT
            IF CBK-DEADLINE < TODAY-DATE
                ADD 1 TO LAPSED-COUNT
                ADD CBK-AMOUNT TO LAPSED-AMT
            END-IF
        ELSE
        IF CBK-CLOSE-DATE >= PERIOD-FROM
              AND CBK-CLOSE-DATE <= PERIOD-TO
            IF CBK-WON
                ADD 1 TO WON-COUNT
                ADD CBK-AMOUNT TO WON-AMT
            ELSE
                PERFORM LOSS-TALLY-RTN
            END-IF
        END-IF
        END-IF
        PERFORM CBK-READ-RTN
    END-PERFORM
    CLOSE CASE-FILE

    PERFORM VARYING SORT-I FROM 1 BY 1 UNTIL SORT-I >= REASON-COUNT
        PERFORM REASON-PASS-RTN
            VARYING SORT-J FROM 1 BY 1
            UNTIL SORT-J > REASON-COUNT - SORT-I
    END-PERFORM
    PERFORM VARYING SORT-I FROM 1 BY 1
            UNTIL SORT-I >= REGISTER-COUNT
        PERFORM REGISTER-PASS-RTN
            VARYING SORT-J FROM 1 BY 1
            UNTIL SORT-J > REGISTER-COUNT - SORT-I
    END-PERFORM

    DISPLAY "CARD CHARGEBACK LOSSES - " PERIOD-FROM " TO "
            PERIOD-TO
    DISPLAY " "
    DISPLAY "BY REASON CODE:"
    PERFORM REASON-LINE-RTN
        VARYING RX FROM 1 BY 1 UNTIL RX > REASON-COUNT
    IF REASON-COUNT = 0
        DISPLAY "  NO CASES LOST"
    END-IF

    DISPLAY " "
    DISPLAY "BY REGISTER:"
    PERFORM REGISTER-LINE-RTN
        VARYING GX FROM 1 BY 1 UNTIL GX > REGISTER-COUNT
    IF REGISTER-COUNT = 0
        DISPLAY "  NO CASES LOST"
    END-IF

    DISPLAY " "
    IF OVERFLOW-COUNT > 0
        MOVE OVERFLOW-COUNT TO COUNT-DISP
        DISPLAY "KORTATAP: " function TRIM(COUNT-DISP)
                " CASES PAST THE REASON OR REGISTER TABLE - IN THE "
                "TOTALS ONLY"
    END-IF
    MOVE RECV-COUNT TO COUNT-DISP
    MOVE RECV-AMT TO AMT-DISP
    DISPLAY "CHARGEBACKS RECEIVED:    " function TRIM(COUNT-DISP)
            " FOR " function TRIM(AMT-DISP)
    MOVE LOST-COUNT TO COUNT-DISP
    MOVE LOST-AMT TO AMT-DISP
    DISPLAY "LOST:                    " function TRIM(COUNT-DISP)
            " FOR " function TRIM(AMT-DISP)
    MOVE WON-COUNT TO COUNT-DISP
    MOVE WON-AMT TO AMT-DISP
    DISPLAY "WON BACK:                " function TRIM(COUNT-DISP)
            " FOR " function TRIM(AMT-DISP)
    MOVE PEND-COUNT TO COUNT-DISP
    MOVE PEND-AMT TO AMT-DISP
    DISPLAY "STILL PENDING:           " function TRIM(COUNT-DISP)
            " FOR " function TRIM(AMT-DISP)
    MOVE LAPSED-COUNT TO COUNT-DISP
    MOVE LAPSED-AMT TO AMT-DISP
    DISPLAY "  OF THEM PAST DEADLINE: " function TRIM(COUNT-DISP)
            " FOR " function TRIM(AMT-DISP)

    GOBACK.

CBK-READ-RTN.
    READ CASE-FILE
        AT END
            MOVE "10" TO CBK-FS
    END-READ.

LOSS-TALLY-RTN.
    ADD 1 TO LOST-COUNT
    ADD CBK-AMOUNT TO LOST-AMT

    MOVE "N" TO FOUND-SW
    PERFORM VARYING RX FROM 1 BY 1
            UNTIL RX > REASON-COUNT OR ENTRY-FOUND
        IF RT-CODE(RX) = CBK-REASON
            MOVE "Y" TO FOUND-SW
        END-IF
    END-PERFORM
    IF ENTRY-FOUND
        SET RX DOWN BY 1
        ADD 1 TO RT-COUNT(RX)
        ADD CBK-AMOUNT TO RT-AMT(RX)
    ELSE
    IF REASON-COUNT < 100
        ADD 1 TO REASON-COUNT
        SET RX TO REASON-COUNT
        MOVE CBK-REASON TO RT-CODE(RX)
        MOVE 1 TO RT-COUNT(RX)
        MOVE CBK-AMOUNT TO RT-AMT(RX)
    ELSE
        ADD 1 TO OVERFLOW-COUNT
    END-IF
    END-IF

    MOVE "N" TO FOUND-SW
    PERFORM VARYING GX FROM 1 BY 1
            UNTIL GX > REGISTER-COUNT OR ENTRY-FOUND
        IF GT-REGISTER(GX) = CBK-REGISTER
            MOVE "Y" TO FOUND-SW
        END-IF
    END-PERFORM
    IF ENTRY-FOUND
        SET GX DOWN BY 1
        ADD 1 TO GT-COUNT(GX)
        ADD CBK-AMOUNT TO GT-AMT(GX)
    ELSE
    IF REGISTER-COUNT < 100
        ADD 1 TO REGISTER-COUNT
        SET GX TO REGISTER-COUNT
        MOVE CBK-REGISTER TO GT-REGISTER(GX)
        MOVE 1 TO GT-COUNT(GX)
        MOVE CBK-AMOUNT TO GT-AMT(GX)
    ELSE
        ADD 1 TO OVERFLOW-COUNT
    END-IF
    END-IF.

      *> the dearest reason first.
REASON-PASS-RTN.
    IF RT-AMT(SORT-J) < RT-AMT(SORT-J + 1)
        MOVE REASON-ENTRY(SORT-J) TO SWAP-ENTRY
        MOVE REASON-ENTRY(SORT-J + 1) TO REASON-ENTRY(SORT-J)
        MOVE SWAP-ENTRY TO REASON-ENTRY(SORT-J + 1)
    END-IF.

REGISTER-PASS-RTN.
    IF GT-AMT(SORT-J) < GT-AMT(SORT-J + 1)
        MOVE REGISTER-ENTRY(SORT-J) TO SWAP-ENTRY
        MOVE REGISTER-ENTRY(SORT-J + 1) TO REGISTER-ENTRY(SORT-J)
        MOVE SWAP-ENTRY TO REGISTER-ENTRY(SORT-J + 1)
    END-IF.

REASON-LINE-RTN.
    MOVE RT-COUNT(RX) TO COUNT-DISP
    MOVE RT-AMT(RX) TO AMT-DISP
    DISPLAY "  " RT-CODE(RX) " " COUNT-DISP " CASES  LOST "
            AMT-DISP.

REGISTER-LINE-RTN.
    MOVE GT-COUNT(GX) TO COUNT-DISP
    MOVE GT-AMT(GX) TO AMT-DISP
    IF GT-REGISTER(GX) = SPACES
        DISPLAY "  (NONE) " COUNT-DISP " CASES  LOST " AMT-DISP
    ELSE
        DISPLAY "  " GT-REGISTER(GX) " " COUNT-DISP " CASES  LOST "
                AMT-DISP
    END-IF.
