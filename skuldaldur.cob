IDENTIFICATION DIVISION.
PROGRAM-ID. SKULDALDUR.

      *> accounts-payable aging - what the store still owes its
      *> suppliers, off the open items on APMAST.  GREIDSLUTILLAGA
      *> loads every invoice line REIKNINGAR approves onto APMAST
      *> and dates it off the supplier's terms, so run the proposal
      *> first for the aging to carry the latest approvals.  The
      *> report:
      *>   - one line per supplier with its open balance split by
      *>     days past the net due date: current (not yet due),
      *>     1-30, 31-60, 61-90 and over 90
      *>   - the same split for the store, with what falls due in
      *>     the next 7 days and the discount still to be had on it
      *>
      *> entry feed: none.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AP-MASTER ASSIGN TO "APMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS AP-KEY
        FILE STATUS IS AP-FS.

    SELECT SUPPLIER-MASTER ASSIGN TO "SUPMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SUP-CODE
        FILE STATUS IS SUP-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  AP-MASTER.
    COPY "apitem.cpy".

    FD  SUPPLIER-MASTER.
    COPY "supmast.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    WORKING-STORAGE SECTION.
       01 AP-FS PIC XX.
           88 AP-FOUND VALUE "00".
           88 AP-EOF VALUE "10".
       01 SUP-FS PIC XX.
           88 SUP-FOUND VALUE "00".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".
       01 SUP-OPEN-SW PIC X VALUE "N".
           88 SUP-OPEN-OK VALUE "Y".

       01 BUSINESS-DATE PIC 9(8).
       01 TODAY-INT PIC S9(9).
       01 LATE-DAYS PIC S9(5).
       01 BX PIC 9(1).

      *> open balance by days past due: current, 1-30, 31-60,
      *> 61-90, 91+ - once for the supplier in hand, once for the
      *> store.
       01 SUP-BUCKETS.
           05 SB-AMOUNT PIC S9(12) OCCURS 5 TIMES.
       01 SUP-OPEN PIC S9(13).
       01 SUP-ITEMS PIC 9(5).
       01 STORE-BUCKETS.
           05 TB-AMOUNT PIC S9(13) OCCURS 5 TIMES.
       01 BUCKET-NAMES.
           05 FILLER PIC X(10) VALUE "CURRENT".
           05 FILLER PIC X(10) VALUE "1-30 DAYS".
           05 FILLER PIC X(10) VALUE "31-60 DAYS".
           05 FILLER PIC X(10) VALUE "61-90 DAYS".
           05 FILLER PIC X(10) VALUE "91+ DAYS".
       01 BUCKET-NAME-TAB REDEFINES BUCKET-NAMES.
           05 BUCKET-NAME PIC X(10) OCCURS 5 TIMES.

       01 CURR-SUPPLIER PIC X(6) VALUE SPACES.
       01 SUP-TITLE PIC X(30).
       01 SUPPLIER-COUNT PIC 9(5) VALUE 0.
       01 ITEM-COUNT PIC 9(6) VALUE 0.
       01 STORE-OPEN PIC S9(13) VALUE 0.
       01 OVERDUE-COUNT PIC 9(5) VALUE 0.
       01 WEEK-LIMIT PIC 9(8).
       01 WEEK-DUE PIC S9(13) VALUE 0.
       01 WEEK-DISC PIC S9(11) VALUE 0.
       01 COUNT-DISP PIC Z(5)9.
       01 AMT-DISP PIC -(12)9.
       01 COL-DISP PIC -(11)9.

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
    COMPUTE WEEK-LIMIT = function DATE-OF-INTEGER(TODAY-INT + 7)

    OPEN INPUT AP-MASTER
    IF NOT AP-FOUND
        DISPLAY "SKULDALDUR: NO OPEN-ITEM FILE (APMAST) - RUN "
                "GREIDSLUTILLAGA FIRST"
        GOBACK
    END-IF
    OPEN INPUT SUPPLIER-MASTER
    IF SUP-FOUND
        MOVE "Y" TO SUP-OPEN-SW
    END-IF

    PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 5
        MOVE 0 TO TB-AMOUNT(BX)
    END-PERFORM
    PERFORM SUPPLIER-RESET-RTN

    DISPLAY "ACCOUNTS PAYABLE AGING - " BUSINESS-DATE
    DISPLAY " "
    DISPLAY "SUPPLIER                                   CURRENT"
            "    1-30 DAYS   31-60 DAYS   61-90 DAYS"
            "     91+ DAYS"
    PERFORM AP-READ-RTN
    PERFORM UNTIL AP-EOF
        IF AP-OPEN
            IF AP-SUPPLIER NOT = CURR-SUPPLIER
                IF SUP-ITEMS > 0
                    PERFORM SUPPLIER-PRINT-RTN
                END-IF
                PERFORM SUPPLIER-RESET-RTN
                MOVE AP-SUPPLIER TO CURR-SUPPLIER
            END-IF
            PERFORM ITEM-AGE-RTN
        END-IF
        PERFORM AP-READ-RTN
    END-PERFORM
    IF SUP-ITEMS > 0
        PERFORM SUPPLIER-PRINT-RTN
    END-IF
    CLOSE AP-MASTER
    IF SUP-OPEN-OK
        CLOSE SUPPLIER-MASTER
    END-IF

    DISPLAY " "
    DISPLAY "STORE TOTAL BY AGE:"
    PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 5
        MOVE TB-AMOUNT(BX) TO AMT-DISP
        DISPLAY "  " BUCKET-NAME(BX) ": " function TRIM(AMT-DISP)
    END-PERFORM
    DISPLAY " "
    MOVE SUPPLIER-COUNT TO COUNT-DISP
    DISPLAY "SUPPLIERS OWED:         " function TRIM(COUNT-DISP)
    MOVE ITEM-COUNT TO COUNT-DISP
    DISPLAY "OPEN INVOICE LINES:     " function TRIM(COUNT-DISP)
    MOVE OVERDUE-COUNT TO COUNT-DISP
    DISPLAY "  PAST DUE:             " function TRIM(COUNT-DISP)
    MOVE STORE-OPEN TO AMT-DISP
    DISPLAY "TOTAL OWED:             " function TRIM(AMT-DISP)
    MOVE WEEK-DUE TO AMT-DISP
    DISPLAY "DUE IN THE NEXT 7 DAYS: " function TRIM(AMT-DISP)
    MOVE WEEK-DISC TO AMT-DISP
    DISPLAY "  DISCOUNT STILL OPEN:  " function TRIM(AMT-DISP)

    GOBACK.

AP-READ-RTN.
    READ AP-MASTER NEXT
        AT END
            MOVE "10" TO AP-FS
    END-READ.

SUPPLIER-RESET-RTN.
    PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 5
        MOVE 0 TO SB-AMOUNT(BX)
    END-PERFORM
    MOVE 0 TO SUP-OPEN
    MOVE 0 TO SUP-ITEMS.

      *> days past the net due date decide the bucket - nothing past
      *> due is current.
ITEM-AGE-RTN.
    ADD 1 TO SUP-ITEMS
    ADD 1 TO ITEM-COUNT
    IF AP-DUE-DATE = 0
        MOVE 0 TO LATE-DAYS
    ELSE
        COMPUTE LATE-DAYS = TODAY-INT
            - function INTEGER-OF-DATE(AP-DUE-DATE)
    END-IF
    IF LATE-DAYS <= 0
        MOVE 1 TO BX
    ELSE
        ADD 1 TO OVERDUE-COUNT
        IF LATE-DAYS <= 30
            MOVE 2 TO BX
        ELSE
            IF LATE-DAYS <= 60
                MOVE 3 TO BX
            ELSE
                IF LATE-DAYS <= 90
                    MOVE 4 TO BX
                ELSE
                    MOVE 5 TO BX
                END-IF
            END-IF
        END-IF
    END-IF
    ADD AP-AMOUNT TO SB-AMOUNT(BX)
    ADD AP-AMOUNT TO TB-AMOUNT(BX)
    ADD AP-AMOUNT TO SUP-OPEN
    ADD AP-AMOUNT TO STORE-OPEN
    IF AP-DUE-DATE <= WEEK-LIMIT
        ADD AP-AMOUNT TO WEEK-DUE
    END-IF
    IF AP-DISC-DATE >= BUSINESS-DATE
        ADD AP-DISC-AMT TO WEEK-DISC
    END-IF.

SUPPLIER-PRINT-RTN.
    ADD 1 TO SUPPLIER-COUNT
    MOVE "(NOT ON SUPPLIER MASTER)" TO SUP-TITLE
    IF SUP-OPEN-OK
        MOVE CURR-SUPPLIER TO SUP-CODE
        READ SUPPLIER-MASTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE SUP-NAME TO SUP-TITLE
        END-READ
    END-IF
    DISPLAY CURR-SUPPLIER " " SUP-TITLE WITH NO ADVANCING
    PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 5
        MOVE SB-AMOUNT(BX) TO COL-DISP
        DISPLAY " " COL-DISP WITH NO ADVANCING
    END-PERFORM
    DISPLAY " "
    MOVE SUP-OPEN TO AMT-DISP
    DISPLAY "       OWED " function TRIM(AMT-DISP).
