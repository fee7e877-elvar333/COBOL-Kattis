IDENTIFICATION DIVISION.
PROGRAM-ID. ABYRGDALDUR.

      *> open warranty-claim aging - every claim ABYRGD raised on a
      *> supplier that has not yet been credited or rejected is
      *> money the vendor owes us for a unit we already repaired,
      *> swapped or refunded.  This walks the warranty master:
      *>   - every open claim with its supplier, days since it was
      *>     raised, whether it has even been sent, and the amount;
      *>     anything past the threshold is flagged to chase
      *>   - open claims and their value bucketed by age
      *>   - open value per supplier, and what credits came in short
      *>     of the claim or were rejected outright
      *>
      *> entry feed: one line, the chase threshold in days (blank
      *> takes the 30-day default).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WARRANTY-MASTER ASSIGN TO "WARRMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS WCL-ID
        FILE STATUS IS WCL-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  WARRANTY-MASTER.
    COPY "warrclm.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    WORKING-STORAGE SECTION.
       01 WCL-FS PIC XX.
           88 WCL-FOUND VALUE "00".
           88 WCL-EOF VALUE "10".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".

       01 BUSINESS-DATE PIC 9(8).
       01 TODAY-INT PIC S9(9).
       01 AGE-DAYS PIC S9(5).
       01 AGE-DISP PIC Z(4)9.

       01 INP PIC X(10).
       01 INP-TOK PIC X(3).
       01 INP-LEN PIC S9(2).
       01 AGE-LIMIT PIC 9(3) VALUE 30.

      *> open claims by days since raised: 0-30, 31-60, 61-90, 91+.
       01 BUCKET-TAB.
           05 BUCKET-ENTRY OCCURS 4 TIMES INDEXED BY BKX.
               10 BK-COUNT   PIC 9(5).
               10 BK-AMOUNT  PIC S9(11).
       01 BUCKET-NAMES.
           05 FILLER PIC X(10) VALUE "0-30 DAYS".
           05 FILLER PIC X(10) VALUE "31-60 DAYS".
           05 FILLER PIC X(10) VALUE "61-90 DAYS".
           05 FILLER PIC X(10) VALUE "91+ DAYS".
       01 BUCKET-NAME-TAB REDEFINES BUCKET-NAMES.
           05 BUCKET-NAME PIC X(10) OCCURS 4 TIMES.

      *> open value per supplier.
       01 SUP-TAB.
           05 SUP-ENTRY OCCURS 200 TIMES INDEXED BY SPX.
               10 SP-CODE    PIC X(6).
               10 SP-COUNT   PIC 9(5).
               10 SP-AMOUNT  PIC S9(11).
       01 SUP-COUNT PIC 9(3) VALUE 0.
       01 SUP-HIT-SW PIC X VALUE "N".
           88 SUP-HIT VALUE "Y".

       01 OPEN-COUNT PIC 9(5) VALUE 0.
       01 UNSENT-COUNT PIC 9(5) VALUE 0.
       01 LATE-COUNT PIC 9(5) VALUE 0.
       01 OPEN-AMT PIC S9(11) VALUE 0.
       01 SHORT-COUNT PIC 9(5) VALUE 0.
       01 SHORT-AMT PIC S9(11) VALUE 0.
       01 REJECT-COUNT PIC 9(5) VALUE 0.
       01 REJECT-AMT PIC S9(11) VALUE 0.
       01 CREDIT-COUNT PIC 9(5) VALUE 0.
       01 CREDIT-AMT PIC S9(11) VALUE 0.
       01 NOT-COVERED-COUNT PIC 9(5) VALUE 0.
       01 COUNT-DISP PIC Z(4)9.
       01 AMT-DISP PIC -(10)9.

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
    COMPUTE TODAY-INT = function INTEGER-OF-DATE(BUSINESS-DATE)

    ACCEPT INP
    MOVE "0" TO INP-TOK
    MOVE 0 TO INP-LEN
    UNSTRING INP DELIMITED BY ALL SPACE
        INTO INP-TOK COUNT IN INP-LEN
    IF INP-LEN > 0 AND INP-TOK(1:INP-LEN) IS NUMERIC
          AND INP-TOK(1:INP-LEN) NOT = ZERO
        MOVE INP-TOK TO AGE-LIMIT
    END-IF

    OPEN INPUT WARRANTY-MASTER
    IF NOT WCL-FOUND
        DISPLAY "ABYRGDALDUR: NO WARRANTY MASTER TO AGE"
        GOBACK
    END-IF

    PERFORM VARYING BKX FROM 1 BY 1 UNTIL BKX > 4
        MOVE 0 TO BK-COUNT(BKX)
        MOVE 0 TO BK-AMOUNT(BKX)
    END-PERFORM

    DISPLAY "OPEN WARRANTY CLAIMS - " BUSINESS-DATE
            " (CHASE AFTER " AGE-LIMIT " DAYS)"
    DISPLAY " "
    PERFORM WCL-READ-RTN
    PERFORM UNTIL WCL-EOF
        IF WCL-OPEN
            PERFORM OPEN-CLAIM-RTN
        ELSE
        IF WCL-CREDITED
            PERFORM CREDITED-RTN
        ELSE
        IF WCL-REJECTED
            ADD 1 TO REJECT-COUNT
            ADD WCL-CLAIM-AMT TO REJECT-AMT
        ELSE
            ADD 1 TO NOT-COVERED-COUNT
        END-IF
        END-IF
        END-IF
        PERFORM WCL-READ-RTN
    END-PERFORM
    CLOSE WARRANTY-MASTER

    DISPLAY " "
    DISPLAY "OPEN CLAIMS BY AGE:"
    PERFORM VARYING BKX FROM 1 BY 1 UNTIL BKX > 4
        MOVE BK-COUNT(BKX) TO COUNT-DISP
        MOVE BK-AMOUNT(BKX) TO AMT-DISP
        DISPLAY "  " BUCKET-NAME(BKX) ": "
                function TRIM(COUNT-DISP) " CLAIMS, VALUE "
                function TRIM(AMT-DISP)
    END-PERFORM

    DISPLAY " "
    DISPLAY "OPEN CLAIMS BY SUPPLIER:"
    PERFORM VARYING SPX FROM 1 BY 1 UNTIL SPX > SUP-COUNT
        MOVE SP-COUNT(SPX) TO COUNT-DISP
        MOVE SP-AMOUNT(SPX) TO AMT-DISP
        IF SP-CODE(SPX) = SPACES
            DISPLAY "  UNASSIGNED: "
                    function TRIM(COUNT-DISP) " CLAIMS, OWED "
                    function TRIM(AMT-DISP)
        ELSE
            DISPLAY "  " SP-CODE(SPX) ": "
                    function TRIM(COUNT-DISP) " CLAIMS, OWED "
                    function TRIM(AMT-DISP)
        END-IF
    END-PERFORM

    DISPLAY " "
    MOVE OPEN-COUNT TO COUNT-DISP
    MOVE OPEN-AMT TO AMT-DISP
    DISPLAY "OPEN ON SUPPLIERS:      " function TRIM(COUNT-DISP)
            "  OWED " function TRIM(AMT-DISP)
    MOVE UNSENT-COUNT TO COUNT-DISP
    DISPLAY "  NOT YET SENT:         " function TRIM(COUNT-DISP)
    MOVE LATE-COUNT TO COUNT-DISP
    DISPLAY "  PAST THRESHOLD:       " function TRIM(COUNT-DISP)
    MOVE CREDIT-COUNT TO COUNT-DISP
    MOVE CREDIT-AMT TO AMT-DISP
    DISPLAY "CREDITED:               " function TRIM(COUNT-DISP)
            "  VALUE " function TRIM(AMT-DISP)
    MOVE SHORT-COUNT TO COUNT-DISP
    MOVE SHORT-AMT TO AMT-DISP
    DISPLAY "  CREDITED SHORT:       " function TRIM(COUNT-DISP)
            "  SHORTFALL " function TRIM(AMT-DISP)
    MOVE REJECT-COUNT TO COUNT-DISP
    MOVE REJECT-AMT TO AMT-DISP
    DISPLAY "REJECTED BY SUPPLIER:   " function TRIM(COUNT-DISP)
            "  VALUE " function TRIM(AMT-DISP)
    MOVE NOT-COVERED-COUNT TO COUNT-DISP
    DISPLAY "OUT OF WARRANTY:        " function TRIM(COUNT-DISP)

    GOBACK.

WCL-READ-RTN.
    READ WARRANTY-MASTER NEXT
        AT END
            MOVE "10" TO WCL-FS
    END-READ.

OPEN-CLAIM-RTN.
    ADD 1 TO OPEN-COUNT
    ADD WCL-CLAIM-AMT TO OPEN-AMT
    IF WCL-CLAIM-DATE = 0
        MOVE 9999 TO AGE-DAYS
    ELSE
        COMPUTE AGE-DAYS = TODAY-INT
            - function INTEGER-OF-DATE(WCL-CLAIM-DATE)
    END-IF
    IF AGE-DAYS <= 30
        SET BKX TO 1
    ELSE
        IF AGE-DAYS <= 60
            SET BKX TO 2
        ELSE
            IF AGE-DAYS <= 90
                SET BKX TO 3
            ELSE
                SET BKX TO 4
            END-IF
        END-IF
    END-IF
    ADD 1 TO BK-COUNT(BKX)
    ADD WCL-CLAIM-AMT TO BK-AMOUNT(BKX)
    PERFORM SUPPLIER-ADD-RTN

    MOVE AGE-DAYS TO AGE-DISP
    MOVE WCL-CLAIM-AMT TO AMT-DISP
    DISPLAY "CLAIM " WCL-ID "  " WCL-SUPPLIER
            "  " function TRIM(WCL-SKU)
            "  SERIAL " function TRIM(WCL-SERIAL)
            "  " function TRIM(AGE-DISP) " DAYS"
            "  OWED " function TRIM(AMT-DISP)
    IF WCL-RAISED
        ADD 1 TO UNSENT-COUNT
        DISPLAY "  NOT YET SENT TO THE SUPPLIER"
    ELSE
        DISPLAY "  SENT " WCL-SENT-DATE " REF "
                function TRIM(WCL-SUP-REF)
    END-IF
    IF AGE-DAYS > AGE-LIMIT
        ADD 1 TO LATE-COUNT
        DISPLAY "  PAST THRESHOLD: CHASE THE SUPPLIER"
    END-IF.

CREDITED-RTN.
    ADD 1 TO CREDIT-COUNT
    ADD WCL-CREDIT-AMT TO CREDIT-AMT
    IF WCL-CREDIT-AMT < WCL-CLAIM-AMT
        ADD 1 TO SHORT-COUNT
        COMPUTE SHORT-AMT = SHORT-AMT
            + WCL-CLAIM-AMT - WCL-CREDIT-AMT
    END-IF.

SUPPLIER-ADD-RTN.
    MOVE "N" TO SUP-HIT-SW
    PERFORM VARYING SPX FROM 1 BY 1
            UNTIL SPX > SUP-COUNT OR SUP-HIT
        IF SP-CODE(SPX) = WCL-SUPPLIER
            MOVE "Y" TO SUP-HIT-SW
            ADD 1 TO SP-COUNT(SPX)
            ADD WCL-CLAIM-AMT TO SP-AMOUNT(SPX)
        END-IF
    END-PERFORM
    IF NOT SUP-HIT
        IF SUP-COUNT < 200
            ADD 1 TO SUP-COUNT
            MOVE WCL-SUPPLIER TO SP-CODE(SUP-COUNT)
            MOVE 1 TO SP-COUNT(SUP-COUNT)
            MOVE WCL-CLAIM-AMT TO SP-AMOUNT(SUP-COUNT)
        ELSE
            DISPLAY "ABYRGDALDUR: SUPPLIER TABLE FULL - "
                    WCL-SUPPLIER " NOT TOTALLED"
        END-IF
    END-IF.
