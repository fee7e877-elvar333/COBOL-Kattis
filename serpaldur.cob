IDENTIFICATION DIVISION.
PROGRAM-ID. SERPALDUR.

      *> special-order aging - goods a customer ordered, that came
      *> in and were set aside, and that nobody has collected.  The
      *> reserved units sit out of available-to-sell and the
      *> deposit sits on the books until the order closes, so the
      *> counter needs the list of who to call again.  This walks
      *> the special-order master:
      *>   - every arrived order with days since arrival, the
      *>     customer's name and phone, the deposit held; anything
      *>     past the threshold is flagged to call again
      *>   - every order still waiting on goods, with days since it
      *>     was opened and the PO it rides on (or none)
      *>   - arrived orders and their deposits bucketed by age
      *>
      *> entry feed: one line, the age threshold in days (blank
      *> takes the 14-day default).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SPECIAL-ORDER-MASTER ASSIGN TO "SPECMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS SO-ID
        FILE STATUS IS SO-FS.

    SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CUST-ID
        FILE STATUS IS CUST-FS.

    SELECT CONTACT-MASTER ASSIGN TO "CONTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CONT-CUST-ID
        FILE STATUS IS CONT-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  SPECIAL-ORDER-MASTER.
    COPY "specord.cpy".

    FD  CUSTOMER-MASTER.
    COPY "custmast.cpy".

    FD  CONTACT-MASTER.
    COPY "contmast.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    WORKING-STORAGE SECTION.
       01 SO-FS PIC XX.
           88 SO-FOUND VALUE "00".
           88 SO-EOF VALUE "10".
       01 CUST-FS PIC XX.
           88 CUST-FOUND VALUE "00".
       01 CUST-OPEN-SW PIC X VALUE "N".
           88 CUST-FILE-OPEN VALUE "Y".
       01 CONT-FS PIC XX.
           88 CONT-FOUND VALUE "00".
       01 CONT-OPEN-SW PIC X VALUE "N".
           88 CONT-FILE-OPEN VALUE "Y".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".

       01 BUSINESS-DATE PIC 9(8).
       01 TODAY-INT PIC S9(9).
       01 AGE-DAYS PIC S9(5).
       01 AGE-DISP PIC Z(4)9.

       01 INP PIC X(10).
       01 INP-TOK PIC X(3).
       01 INP-LEN PIC S9(2).
       01 AGE-LIMIT PIC 9(3) VALUE 14.

       01 SHOW-NAME PIC X(40).
       01 SHOW-PHONE PIC X(15).

      *> arrived orders by days waiting: 0-7, 8-14, 15-30, 31+.
       01 BUCKET-TAB.
           05 BUCKET-ENTRY OCCURS 4 TIMES INDEXED BY BKX.
               10 BK-COUNT   PIC 9(5).
               10 BK-DEPOSIT PIC S9(11).
       01 BUCKET-NAMES.
           05 FILLER PIC X(10) VALUE "0-7 DAYS".
           05 FILLER PIC X(10) VALUE "8-14 DAYS".
           05 FILLER PIC X(10) VALUE "15-30 DAYS".
           05 FILLER PIC X(10) VALUE "31+ DAYS".
       01 BUCKET-NAME-TAB REDEFINES BUCKET-NAMES.
           05 BUCKET-NAME PIC X(10) OCCURS 4 TIMES.

       01 ARRIVED-COUNT PIC 9(5) VALUE 0.
       01 WAITING-COUNT PIC 9(5) VALUE 0.
       01 LATE-COUNT PIC 9(5) VALUE 0.
       01 DEPOSIT-HELD PIC S9(11) VALUE 0.
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

    OPEN INPUT SPECIAL-ORDER-MASTER
    IF NOT SO-FOUND
        DISPLAY "SERPALDUR: NO SPECIAL-ORDER MASTER TO AGE"
        GOBACK
    END-IF
    OPEN INPUT CUSTOMER-MASTER
    IF CUST-FOUND
        MOVE "Y" TO CUST-OPEN-SW
    END-IF
    OPEN INPUT CONTACT-MASTER
    IF CONT-FOUND
        MOVE "Y" TO CONT-OPEN-SW
    END-IF

    PERFORM VARYING BKX FROM 1 BY 1 UNTIL BKX > 4
        MOVE 0 TO BK-COUNT(BKX)
        MOVE 0 TO BK-DEPOSIT(BKX)
    END-PERFORM

    DISPLAY "SPECIAL-ORDER AGING - " BUSINESS-DATE
            " (THRESHOLD " AGE-LIMIT " DAYS)"
    DISPLAY " "
    DISPLAY "ARRIVED, NOT COLLECTED:"
    PERFORM SO-READ-RTN
    PERFORM UNTIL SO-EOF
        IF SO-ARRIVED
            PERFORM ARRIVED-RTN
        END-IF
        PERFORM SO-READ-RTN
    END-PERFORM
    CLOSE SPECIAL-ORDER-MASTER

      *> second pass for the orders still waiting on goods, so the
      *> call list prints as one block.
    DISPLAY " "
    DISPLAY "ORDERED, NOT YET ARRIVED:"
    OPEN INPUT SPECIAL-ORDER-MASTER
    PERFORM SO-READ-RTN
    PERFORM UNTIL SO-EOF
        IF SO-ORDERED
            PERFORM WAITING-RTN
        END-IF
        PERFORM SO-READ-RTN
    END-PERFORM
    CLOSE SPECIAL-ORDER-MASTER

    IF CUST-FILE-OPEN
        CLOSE CUSTOMER-MASTER
    END-IF
    IF CONT-FILE-OPEN
        CLOSE CONTACT-MASTER
    END-IF

    DISPLAY " "
    DISPLAY "ARRIVED ORDERS BY AGE:"
    PERFORM VARYING BKX FROM 1 BY 1 UNTIL BKX > 4
        MOVE BK-COUNT(BKX) TO COUNT-DISP
        MOVE BK-DEPOSIT(BKX) TO AMT-DISP
        DISPLAY "  " BUCKET-NAME(BKX) ": "
                function TRIM(COUNT-DISP) " ORDERS, DEPOSITS "
                function TRIM(AMT-DISP)
    END-PERFORM

    DISPLAY " "
    MOVE ARRIVED-COUNT TO COUNT-DISP
    DISPLAY "ARRIVED, AWAITING PICKUP: " function TRIM(COUNT-DISP)
    MOVE LATE-COUNT TO COUNT-DISP
    DISPLAY "PAST THRESHOLD:           " function TRIM(COUNT-DISP)
    MOVE WAITING-COUNT TO COUNT-DISP
    DISPLAY "WAITING ON GOODS:         " function TRIM(COUNT-DISP)
    MOVE DEPOSIT-HELD TO AMT-DISP
    DISPLAY "DEPOSITS HELD, ALL LIVE:  " function TRIM(AMT-DISP)

    GOBACK.

SO-READ-RTN.
    READ SPECIAL-ORDER-MASTER NEXT
        AT END
            MOVE "10" TO SO-FS
    END-READ.

ARRIVED-RTN.
    ADD 1 TO ARRIVED-COUNT
    ADD SO-DEPOSIT TO DEPOSIT-HELD
    IF SO-ARRIVE-DATE = 0
        MOVE 9999 TO AGE-DAYS
    ELSE
        COMPUTE AGE-DAYS = TODAY-INT
            - function INTEGER-OF-DATE(SO-ARRIVE-DATE)
    END-IF
    IF AGE-DAYS <= 7
        SET BKX TO 1
    ELSE
        IF AGE-DAYS <= 14
            SET BKX TO 2
        ELSE
            IF AGE-DAYS <= 30
                SET BKX TO 3
            ELSE
                SET BKX TO 4
            END-IF
        END-IF
    END-IF
    ADD 1 TO BK-COUNT(BKX)
    ADD SO-DEPOSIT TO BK-DEPOSIT(BKX)

    PERFORM CUSTOMER-RTN
    MOVE AGE-DAYS TO AGE-DISP
    MOVE SO-DEPOSIT TO AMT-DISP
    DISPLAY "ORDER " SO-ID "  " function TRIM(SO-SKU)
            " QTY " SO-QTY
            "  " function TRIM(AGE-DISP) " DAYS WAITING"
            "  DEPOSIT " function TRIM(AMT-DISP)
    DISPLAY "  " function TRIM(SO-CUST-ID) " "
            function TRIM(SHOW-NAME) "  " function TRIM(SHOW-PHONE)
    IF AGE-DAYS > AGE-LIMIT
        ADD 1 TO LATE-COUNT
        DISPLAY "  PAST THRESHOLD: CALL AGAIN"
    END-IF.

WAITING-RTN.
    ADD 1 TO WAITING-COUNT
    ADD SO-DEPOSIT TO DEPOSIT-HELD
    IF SO-OPEN-DATE = 0
        MOVE 9999 TO AGE-DAYS
    ELSE
        COMPUTE AGE-DAYS = TODAY-INT
            - function INTEGER-OF-DATE(SO-OPEN-DATE)
    END-IF
    PERFORM CUSTOMER-RTN
    MOVE AGE-DAYS TO AGE-DISP
    MOVE SO-DEPOSIT TO AMT-DISP
    IF SO-PO-NUMBER = SPACES
        DISPLAY "ORDER " SO-ID "  " function TRIM(SO-SKU)
                " QTY " SO-QTY
                "  " function TRIM(AGE-DISP) " DAYS OPEN"
                "  NO PO LINKED"
    ELSE
        DISPLAY "ORDER " SO-ID "  " function TRIM(SO-SKU)
                " QTY " SO-QTY
                "  " function TRIM(AGE-DISP) " DAYS OPEN"
                "  PO " function TRIM(SO-PO-NUMBER)
    END-IF
    DISPLAY "  " function TRIM(SO-CUST-ID) " "
            function TRIM(SHOW-NAME)
            "  DEPOSIT " function TRIM(AMT-DISP).

CUSTOMER-RTN.
    MOVE SPACES TO SHOW-NAME SHOW-PHONE
    IF CUST-FILE-OPEN
        MOVE SO-CUST-ID TO CUST-ID
        READ CUSTOMER-MASTER
            NOT INVALID KEY
                MOVE CUST-NAME TO SHOW-NAME
        END-READ
    END-IF
    IF CONT-FILE-OPEN
        MOVE SO-CUST-ID TO CONT-CUST-ID
        READ CONTACT-MASTER
            NOT INVALID KEY
                MOVE CONT-PHONE TO SHOW-PHONE
        END-READ
    END-IF.
