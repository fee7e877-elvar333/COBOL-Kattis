IDENTIFICATION DIVISION.
PROGRAM-ID. GREIDSLUTILLAGA.

      *> supplier payment proposal - REIKNINGAR approves invoice
      *> lines into BUDPAYBL and FJARHAGUR books them to accounts
      *> payable, but nothing said when one fell due, so discounts
      *> lapsed and suppliers chased us.  This:
      *>   - loads every BUDPAYBL line not yet on the APMAST open-item
      *>     file, dated off the supplier's terms on SUPMAST (net
      *>     days, discount days and percent) from the day it was
      *>     approved
      *>   - proposes, per supplier and invoice, every open invoice
      *>     that falls due by the pay-by date, or whose discount
      *>     would lapse before then - discount taken where it still
      *>     holds today
      *>   - writes the proposal to BUDPAYPR for GREIDSLUSAMTHYKKT to
      *>     approve, and prints it per supplier
      *>
      *> entry feed: one line, the pay-by date YYYYMMDD - normally
      *> the day of the next payment run (blank takes today).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PAYABLE-FILE ASSIGN TO "BUDPAYBL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PAY-FS.

    SELECT AP-MASTER ASSIGN TO "APMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS AP-KEY
        FILE STATUS IS AP-FS.

    SELECT SUPPLIER-MASTER ASSIGN TO "SUPMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SUP-CODE
        FILE STATUS IS SUP-FS.

      *> the proposal, one line per supplier invoice - rewritten in
      *> full every run, decided on by GREIDSLUSAMTHYKKT.
    SELECT PROPOSAL-FILE ASSIGN TO "BUDPAYPR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PROP-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

DATA DIVISION.
    FILE SECTION.
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

    FD  AP-MASTER.
    COPY "apitem.cpy".

    FD  SUPPLIER-MASTER.
    COPY "supmast.cpy".

    FD  PROPOSAL-FILE.
    01  PROPOSAL-RECORD.
        05  PR-SUPPLIER     PIC X(6).
        05  FILLER          PIC X VALUE SPACE.
        05  PR-INV-NO       PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  PR-DUE-DATE     PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  PR-GROSS        PIC S9(12).
        05  FILLER          PIC X VALUE SPACE.
        05  PR-DISC         PIC S9(9).
        05  FILLER          PIC X VALUE SPACE.
        05  PR-NET          PIC S9(12).
        05  FILLER          PIC X VALUE SPACE.
      *> the day the proposal was cut - only lines approved by then
      *> are paid against it.
        05  PR-RUN-DATE     PIC 9(8).

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    WORKING-STORAGE SECTION.
       01 PAY-FS PIC XX.
           88 PAY-FOUND VALUE "00".
           88 PAY-EOF VALUE "10".
       01 AP-FS PIC XX.
           88 AP-FOUND VALUE "00".
           88 AP-EOF VALUE "10".
           88 AP-NEW-FILE VALUE "35".
       01 SUP-FS PIC XX.
           88 SUP-FOUND VALUE "00".
       01 SUP-OPEN-SW PIC X VALUE "N".
           88 SUP-FILE-OPEN VALUE "Y".
       01 PROP-FS PIC XX.
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".

       01 BUSINESS-DATE PIC 9(8).
       01 PAY-BY-DATE PIC 9(8).
       01 INP PIC X(20).
       01 INP-TOK PIC X(8).
       01 INP-LEN PIC S9(2).

      *> terms in force for the line being loaded.
       01 TERM-NET-DAYS PIC 9(3).
       01 TERM-DISC-DAYS PIC 9(3).
       01 TERM-DISC-PCT PIC 9(2)V99.
       01 BASE-INT PIC S9(9).
       01 TERMS-FOUND-SW PIC X VALUE "N".
           88 TERMS-FOUND VALUE "Y".

      *> the supplier invoice being gathered off the open items.
       01 CUR-SUPPLIER PIC X(6).
       01 CUR-INV-NO PIC X(10).
       01 INV-DUE-SW PIC X VALUE "N".
           88 INVOICE-DUE VALUE "Y".
       01 INV-DUE-DATE PIC 9(8).
       01 INV-GROSS PIC S9(12).
       01 INV-DISC PIC S9(9).
       01 SUP-SUB-NET PIC S9(13).
       01 LAST-SUPPLIER PIC X(6) VALUE SPACES.

       01 LOAD-COUNT PIC 9(5) VALUE 0.
       01 NO-TERMS-COUNT PIC 9(5) VALUE 0.
       01 PROP-COUNT PIC 9(5) VALUE 0.
       01 PROP-GROSS PIC S9(13) VALUE 0.
       01 PROP-DISC PIC S9(11) VALUE 0.
       01 PROP-NET PIC S9(13) VALUE 0.
       01 COUNT-DISP PIC Z(4)9.
       01 AMT-DISP PIC -(12)9.
       01 DISC-DISP PIC -(9)9.

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

    MOVE BUSINESS-DATE TO PAY-BY-DATE
    ACCEPT INP
    MOVE SPACES TO INP-TOK
    MOVE 0 TO INP-LEN
    UNSTRING INP DELIMITED BY ALL SPACE
        INTO INP-TOK COUNT IN INP-LEN
    IF INP-LEN > 0
        IF INP-LEN = 8 AND INP-TOK IS NUMERIC
              AND INP-TOK >= BUSINESS-DATE
            MOVE INP-TOK TO PAY-BY-DATE
        ELSE
            DISPLAY "GREIDSLUTILLAGA: BAD PAY-BY DATE "
                    function TRIM(INP) " - TAKING TODAY"
        END-IF
    END-IF

    OPEN I-O AP-MASTER
    IF AP-NEW-FILE
        OPEN OUTPUT AP-MASTER
        CLOSE AP-MASTER
        OPEN I-O AP-MASTER
    END-IF
    OPEN INPUT SUPPLIER-MASTER
    IF SUP-FOUND
        MOVE "Y" TO SUP-OPEN-SW
    END-IF

      *> step 1: bring the approved lines onto the open-item file.
    OPEN INPUT PAYABLE-FILE
    IF PAY-FOUND
        PERFORM PAY-READ-RTN
        PERFORM UNTIL PAY-EOF
            PERFORM ITEM-LOAD-RTN
            PERFORM PAY-READ-RTN
        END-PERFORM
        CLOSE PAYABLE-FILE
    END-IF

      *> step 2: walk the open items in key order - supplier, then
      *> invoice - and propose each invoice with anything due.
    OPEN OUTPUT PROPOSAL-FILE
    DISPLAY "PAYMENT PROPOSAL - " BUSINESS-DATE
            " (PAYING WHAT FALLS DUE BY " PAY-BY-DATE ")"
    MOVE SPACES TO CUR-SUPPLIER CUR-INV-NO
    MOVE LOW-VALUES TO AP-KEY
    START AP-MASTER KEY IS >= AP-KEY
        INVALID KEY
            MOVE "10" TO AP-FS
    END-START
    IF NOT AP-EOF
        PERFORM AP-READ-RTN
    END-IF
    PERFORM UNTIL AP-EOF
        IF AP-SUPPLIER NOT = CUR-SUPPLIER
              OR AP-INV-NO NOT = CUR-INV-NO
            PERFORM INVOICE-CLOSE-RTN
            MOVE AP-SUPPLIER TO CUR-SUPPLIER
            MOVE AP-INV-NO TO CUR-INV-NO
            MOVE "N" TO INV-DUE-SW
            MOVE 99999999 TO INV-DUE-DATE
            MOVE 0 TO INV-GROSS INV-DISC
        END-IF
        IF AP-OPEN
            PERFORM ITEM-PROPOSE-RTN
        END-IF
        PERFORM AP-READ-RTN
    END-PERFORM
    PERFORM INVOICE-CLOSE-RTN
    PERFORM SUPPLIER-FOOT-RTN
    CLOSE PROPOSAL-FILE

    CLOSE AP-MASTER
    IF SUP-FILE-OPEN
        CLOSE SUPPLIER-MASTER
    END-IF

    DISPLAY " "
    MOVE LOAD-COUNT TO COUNT-DISP
    DISPLAY "INVOICE LINES LOADED:   " function TRIM(COUNT-DISP)
    IF NO-TERMS-COUNT > 0
        MOVE NO-TERMS-COUNT TO COUNT-DISP
        DISPLAY "  WITHOUT TERMS ON FILE (30 NET TAKEN): "
                function TRIM(COUNT-DISP)
    END-IF
    MOVE PROP-COUNT TO COUNT-DISP
    DISPLAY "INVOICES PROPOSED:      " function TRIM(COUNT-DISP)
    MOVE PROP-GROSS TO AMT-DISP
    DISPLAY "  GROSS:                " function TRIM(AMT-DISP)
    MOVE PROP-DISC TO AMT-DISP
    DISPLAY "  DISCOUNT TAKEN:       " function TRIM(AMT-DISP)
    MOVE PROP-NET TO AMT-DISP
    DISPLAY "  TO PAY:               " function TRIM(AMT-DISP)
    IF PROP-COUNT > 0
        DISPLAY "APPROVE IT WITH GREIDSLUSAMTHYKKT"
    END-IF

    GOBACK.

PAY-READ-RTN.
    READ PAYABLE-FILE
        AT END
            MOVE "10" TO PAY-FS
    END-READ.

AP-READ-RTN.
    READ AP-MASTER NEXT
        AT END
            MOVE "10" TO AP-FS
    END-READ.

      *> a line already on the open-item file was loaded by an
      *> earlier run; a new one is dated off today's terms.
ITEM-LOAD-RTN.
    MOVE PAY-SUPPLIER TO AP-SUPPLIER
    MOVE PAY-INV-NO TO AP-INV-NO
    MOVE PAY-PO-NO TO AP-PO-NO
    MOVE PAY-SKU TO AP-SKU
    MOVE PAY-DATE TO AP-APPR-DATE
    READ AP-MASTER
        INVALID KEY
            PERFORM TERMS-FIND-RTN
            COMPUTE BASE-INT = function INTEGER-OF-DATE(PAY-DATE)
            COMPUTE AP-DUE-DATE = function DATE-OF-INTEGER
                (BASE-INT + TERM-NET-DAYS)
            IF TERM-DISC-DAYS > 0
                COMPUTE AP-DISC-DATE = function DATE-OF-INTEGER
                    (BASE-INT + TERM-DISC-DAYS)
                COMPUTE AP-DISC-AMT ROUNDED =
                    PAY-AMT * TERM-DISC-PCT / 100
            ELSE
                MOVE 0 TO AP-DISC-DATE
                MOVE 0 TO AP-DISC-AMT
            END-IF
            MOVE PAY-AMT TO AP-AMOUNT
            MOVE "O" TO AP-STATUS
            MOVE 0 TO AP-PAID-DATE
            MOVE 0 TO AP-PAID-AMT
            MOVE 0 TO AP-DISC-TAKEN
            WRITE AP-ITEM-RECORD
            ADD 1 TO LOAD-COUNT
    END-READ.

      *> the supplier's terms, or 30 days net with no discount when
      *> the supplier is unknown or still carries the old free text.
TERMS-FIND-RTN.
    MOVE 30 TO TERM-NET-DAYS
    MOVE 0 TO TERM-DISC-DAYS
    MOVE 0 TO TERM-DISC-PCT
    MOVE "N" TO TERMS-FOUND-SW
    IF SUP-FILE-OPEN
        MOVE PAY-SUPPLIER TO SUP-CODE
        READ SUPPLIER-MASTER
            NOT INVALID KEY
                IF SUP-NET-DAYS IS NUMERIC AND SUP-NET-DAYS > 0
                    MOVE "Y" TO TERMS-FOUND-SW
                    MOVE SUP-NET-DAYS TO TERM-NET-DAYS
                    IF SUP-DISC-DAYS IS NUMERIC
                          AND SUP-DISC-PCT IS NUMERIC
                        MOVE SUP-DISC-DAYS TO TERM-DISC-DAYS
                        MOVE SUP-DISC-PCT TO TERM-DISC-PCT
                    END-IF
                END-IF
        END-READ
    END-IF
    IF NOT TERMS-FOUND
        ADD 1 TO NO-TERMS-COUNT
    END-IF.

      *> an item is due when its net date falls by the pay-by date,
      *> or when its discount would lapse before then - the discount
      *> itself only while today is still inside it.
ITEM-PROPOSE-RTN.
    IF AP-DUE-DATE <= PAY-BY-DATE
          OR (AP-DISC-DATE >= BUSINESS-DATE
              AND AP-DISC-DATE <= PAY-BY-DATE)
        MOVE "Y" TO INV-DUE-SW
    END-IF
    IF AP-DUE-DATE < INV-DUE-DATE
        MOVE AP-DUE-DATE TO INV-DUE-DATE
    END-IF
    ADD AP-AMOUNT TO INV-GROSS
    IF AP-DISC-DATE >= BUSINESS-DATE
        ADD AP-DISC-AMT TO INV-DISC
    END-IF.

      *> the invoice just finished - proposed whole when any of its
      *> open lines is due, so the supplier sees one payment per
      *> invoice.
INVOICE-CLOSE-RTN.
    IF CUR-INV-NO NOT = SPACES AND INVOICE-DUE
        IF CUR-SUPPLIER NOT = LAST-SUPPLIER
            PERFORM SUPPLIER-FOOT-RTN
            PERFORM SUPPLIER-HEAD-RTN
        END-IF
        MOVE SPACES TO PROPOSAL-RECORD
        MOVE CUR-SUPPLIER TO PR-SUPPLIER
        MOVE CUR-INV-NO TO PR-INV-NO
        MOVE INV-DUE-DATE TO PR-DUE-DATE
        MOVE INV-GROSS TO PR-GROSS
        MOVE INV-DISC TO PR-DISC
        COMPUTE PR-NET = INV-GROSS - INV-DISC
        MOVE BUSINESS-DATE TO PR-RUN-DATE
        WRITE PROPOSAL-RECORD
        ADD 1 TO PROP-COUNT
        ADD INV-GROSS TO PROP-GROSS
        ADD INV-DISC TO PROP-DISC
        ADD PR-NET TO PROP-NET
        ADD PR-NET TO SUP-SUB-NET
        MOVE PR-NET TO AMT-DISP
        MOVE INV-DISC TO DISC-DISP
        IF INV-DISC NOT = 0
            DISPLAY "  INVOICE " CUR-INV-NO "  DUE " INV-DUE-DATE
                    "  PAY " function TRIM(AMT-DISP)
                    "  (DISCOUNT " function TRIM(DISC-DISP) ")"
        ELSE
            DISPLAY "  INVOICE " CUR-INV-NO "  DUE " INV-DUE-DATE
                    "  PAY " function TRIM(AMT-DISP)
        END-IF
        IF INV-DUE-DATE < BUSINESS-DATE
            DISPLAY "    OVERDUE"
        END-IF
    END-IF.

SUPPLIER-HEAD-RTN.
    MOVE CUR-SUPPLIER TO LAST-SUPPLIER
    MOVE 0 TO SUP-SUB-NET
    DISPLAY " "
    IF SUP-FILE-OPEN
        MOVE CUR-SUPPLIER TO SUP-CODE
        READ SUPPLIER-MASTER
            INVALID KEY
                DISPLAY "SUPPLIER " CUR-SUPPLIER
                        " (NOT ON SUPPLIER MASTER) - PAY BY HAND"
            NOT INVALID KEY
                IF SUP-BANK-ACCT = SPACES
                    DISPLAY "SUPPLIER " CUR-SUPPLIER " - "
                            function TRIM(SUP-NAME)
                            "  NO BANK ACCOUNT - SET IT IN BIRGJAR"
                ELSE
                    DISPLAY "SUPPLIER " CUR-SUPPLIER " - "
                            function TRIM(SUP-NAME)
                            "  BANK " SUP-BANK-ACCT
                END-IF
        END-READ
    ELSE
        DISPLAY "SUPPLIER " CUR-SUPPLIER
    END-IF.

SUPPLIER-FOOT-RTN.
    IF LAST-SUPPLIER NOT = SPACES
        MOVE SUP-SUB-NET TO AMT-DISP
        DISPLAY "  SUPPLIER TOTAL " function TRIM(AMT-DISP)
    END-IF.
