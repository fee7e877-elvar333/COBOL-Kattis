IDENTIFICATION DIVISION.
PROGRAM-ID. GREIDSLUSAMTHYKKT.

      *> supplier payment approval - the companion pass to
      *> GREIDSLUTILLAGA, the same review shape PANTANASAMTHYKKT
      *> gives the replenishment suggestions.  The proposal sits in
      *> BUDPAYPR; this takes the decisions, and for every approved
      *> invoice:
      *>   - writes the payment to the BUDBANK bank file in the
      *>     bank's layout (header naming the account we pay from,
      *>     one payment per invoice quoting the invoice number,
      *>     trailer with the count and total)
      *>   - marks the invoice's open items paid on APMAST, with the
      *>     discount actually taken (only while the discount date
      *>     still holds on the day we pay)
      *>   - posts the payment to the BUDGL journal: accounts payable
      *>     debited the gross, the bank credited what left it, the
      *>     discount credited to purchase discounts - with its own
      *>     control trailer, same as the nightly extract
      *> Anything without a decision, or for a supplier with no bank
      *> account on file, stays in the proposal for the next review.
      *>
      *> entry feed:
      *>   line 1: manager PIN - money leaves the store on this run
      *>   then, one decision per line:
      *>     A sup invno    approve one invoice
      *>     V sup          approve every proposed invoice of a
      *>                    supplier
      *>     S sup invno    skip - dropped from the proposal, the
      *>                    invoice stays open for a later run

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PROPOSAL-FILE ASSIGN TO "BUDPAYPR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PROP-FS.

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

      *> the payment file for the bank's upload - rewritten each run.
    SELECT BANK-FILE ASSIGN TO "BUDBANK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BANK-FS.

    SELECT GL-FILE ASSIGN TO "BUDGL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GL-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

DATA DIVISION.
    FILE SECTION.
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
        05  PR-RUN-DATE     PIC 9(8).

    FD  AP-MASTER.
    COPY "apitem.cpy".

    FD  SUPPLIER-MASTER.
    COPY "supmast.cpy".

    FD  BANK-FILE.
    01  BANK-HEADER.
        05  BH-TYPE         PIC X(1).
        05  BH-PAY-DATE     PIC 9(8).
        05  BH-FROM-ACCT    PIC X(12).
        05  BH-PAYER-ID     PIC X(13).
        05  BH-STORE-NO     PIC 9(4).
        05  FILLER          PIC X(32).
    01  BANK-PAYMENT.
        05  BP-TYPE         PIC X(1).
        05  BP-TO-ACCT      PIC X(12).
        05  BP-PAYEE-ID     PIC X(10).
        05  BP-AMOUNT       PIC 9(12).
        05  BP-REF          PIC X(10).
        05  BP-SUPPLIER     PIC X(6).
        05  BP-DUE-DATE     PIC 9(8).
        05  FILLER          PIC X(11).
    01  BANK-TRAILER.
        05  BT-TYPE         PIC X(1).
        05  BT-COUNT        PIC 9(6).
        05  BT-TOTAL        PIC 9(14).
        05  FILLER          PIC X(49).

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
       01 PROP-FS PIC XX.
           88 PROP-FOUND VALUE "00".
           88 PROP-EOF VALUE "10".
       01 AP-FS PIC XX.
           88 AP-FOUND VALUE "00".
           88 AP-EOF VALUE "10".
       01 SUP-FS PIC XX.
           88 SUP-FOUND VALUE "00".
       01 BANK-FS PIC XX.
       01 GL-FS PIC XX.
           88 GL-FOUND VALUE "00".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".

       01 BUSINESS-DATE PIC 9(8).
       01 ENTERED-PIN PIC X(4).

      *> the whole proposal, read in at startup and rewritten at
      *> shutdown with the paid and skipped lines dropped.
       01 PROP-TAB.
           05 PROP-ENTRY OCCURS 500 TIMES INDEXED BY PX.
               10 PT-SUPPLIER PIC X(6).
               10 PT-INV-NO   PIC X(10).
               10 PT-DUE-DATE PIC 9(8).
               10 PT-GROSS    PIC S9(12).
               10 PT-DISC     PIC S9(9).
               10 PT-NET      PIC S9(12).
               10 PT-RUN-DATE PIC 9(8).
               10 PT-STATUS   PIC X(1).
                   88 PT-WAITING  VALUE "W".
                   88 PT-APPROVED VALUE "A".
                   88 PT-DROPPED  VALUE "D".
       01 PROP-LOAD-COUNT PIC 9(4) VALUE 0.
       01 MATCH-SW PIC X VALUE "N".
           88 MATCH-FOUND VALUE "Y".

       01 INP PIC X(30).
           88 EOF-INP VALUE SPACES.
       01 ACT-RAW PIC X(1).
       01 SUP-RAW PIC X(6).
       01 INV-RAW PIC X(10).
       01 ACT-LEN PIC S9(2).
       01 SUP-LEN PIC S9(2).
       01 INV-LEN PIC S9(2).

      *> one invoice being paid off its open items.
       01 PAY-GROSS PIC S9(12).
       01 PAY-DISC PIC S9(9).
       01 PAY-NET PIC S9(12).
       01 ITEM-DISC PIC S9(9).
       01 ITEM-COUNT PIC 9(4).

       01 PAID-COUNT PIC 9(5) VALUE 0.
       01 SKIP-COUNT PIC 9(5) VALUE 0.
       01 HELD-COUNT PIC 9(5) VALUE 0.
       01 STILL-COUNT PIC 9(5) VALUE 0.
       01 TOTAL-GROSS PIC S9(13) VALUE 0.
       01 TOTAL-DISC PIC S9(13) VALUE 0.
       01 TOTAL-NET PIC S9(13) VALUE 0.
       01 DEBIT-TOTAL PIC S9(13) VALUE 0.
       01 CREDIT-TOTAL PIC S9(13) VALUE 0.
       01 RESIDUAL PIC S9(13) VALUE 0.
       01 JOURNAL-LINES PIC 9(3) VALUE 0.
       01 COUNT-DISP PIC Z(4)9.
       01 AMT-DISP PIC -(12)9.

PROCEDURE DIVISION.
    ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
    END-IF
    IF NOT CTL-FOUND
        DISPLAY "GREIDSLUSAMTHYKKT: NO CONTROL RECORD - RUN REFUSED"
        CLOSE CONTROL-FILE
        GOBACK
    END-IF
    CLOSE CONTROL-FILE
    IF BUD-BUSINESS-DATE > 0
        MOVE BUD-BUSINESS-DATE TO BUSINESS-DATE
    END-IF

    ACCEPT ENTERED-PIN
    IF BUD-MGR-PIN = SPACES OR ENTERED-PIN NOT = BUD-MGR-PIN
        DISPLAY "GREIDSLUSAMTHYKKT: MANAGER PIN DOES NOT MATCH - "
                "NOTHING PAID"
        GOBACK
    END-IF
    IF BUD-BANK-ACCT = SPACES
        DISPLAY "GREIDSLUSAMTHYKKT: NO STORE BANK ACCOUNT ON THE "
                "CONTROL RECORD - SET BANK IN STILLINGAR"
        GOBACK
    END-IF

    OPEN INPUT PROPOSAL-FILE
    IF NOT PROP-FOUND
        DISPLAY "GREIDSLUSAMTHYKKT: NO PAYMENT PROPOSAL TO REVIEW"
        GOBACK
    END-IF
    PERFORM PROP-LOAD-RTN
        VARYING PX FROM 1 BY 1 UNTIL PROP-EOF OR PX > 500
    IF NOT PROP-EOF
        READ PROPOSAL-FILE
            AT END MOVE "10" TO PROP-FS
        END-READ
        IF NOT PROP-EOF
            DISPLAY "GREIDSLUSAMTHYKKT: PROPOSAL EXCEEDS 500 "
                    "INVOICES - RUN REFUSED, FILE LEFT UNTOUCHED"
            CLOSE PROPOSAL-FILE
            GOBACK
        END-IF
    END-IF
    CLOSE PROPOSAL-FILE

    PERFORM UNTIL EOF-INP
        ACCEPT INP
        IF NOT EOF-INP
            MOVE SPACES TO ACT-RAW SUP-RAW INV-RAW
            MOVE 0 TO ACT-LEN SUP-LEN INV-LEN
            UNSTRING INP DELIMITED BY ALL SPACE
                INTO ACT-RAW COUNT IN ACT-LEN,
                     SUP-RAW COUNT IN SUP-LEN,
                     INV-RAW COUNT IN INV-LEN

            IF ACT-RAW = "A" OR ACT-RAW = "S"
                PERFORM PROP-DECIDE-RTN
            ELSE
            IF ACT-RAW = "V"
                PERFORM SUPPLIER-APPROVE-RTN
            ELSE
                DISPLAY "GREIDSLUSAMTHYKKT: BAD ACTION CODE "
                        function TRIM(INP)
            END-IF
            END-IF
        END-IF
    END-PERFORM

      *> the decisions are in - pay what was approved.
    OPEN I-O AP-MASTER
    IF NOT AP-FOUND
        DISPLAY "GREIDSLUSAMTHYKKT: NO OPEN-ITEM FILE (APMAST) - "
                "NOTHING PAID"
        GOBACK
    END-IF
    OPEN INPUT SUPPLIER-MASTER
    IF NOT SUP-FOUND
        DISPLAY "GREIDSLUSAMTHYKKT: NO SUPPLIER MASTER - NOTHING "
                "PAID"
        CLOSE AP-MASTER
        GOBACK
    END-IF
    OPEN OUTPUT BANK-FILE
    MOVE SPACES TO BANK-HEADER
    MOVE "H" TO BH-TYPE
    MOVE BUSINESS-DATE TO BH-PAY-DATE
    MOVE BUD-BANK-ACCT TO BH-FROM-ACCT
    MOVE BUD-VAT-REG TO BH-PAYER-ID
    MOVE BUD-STORE-NO TO BH-STORE-NO
    WRITE BANK-HEADER

    DISPLAY "SUPPLIER PAYMENTS - " BUSINESS-DATE
    PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PROP-LOAD-COUNT
        IF PT-APPROVED(PX)
            PERFORM INVOICE-PAY-RTN
        END-IF
    END-PERFORM

    MOVE SPACES TO BANK-TRAILER
    MOVE "T" TO BT-TYPE
    MOVE PAID-COUNT TO BT-COUNT
    MOVE TOTAL-NET TO BT-TOTAL
    WRITE BANK-TRAILER
    CLOSE BANK-FILE
    CLOSE AP-MASTER
    CLOSE SUPPLIER-MASTER

    IF PAID-COUNT > 0
        PERFORM GL-POST-RTN
    END-IF

      *> rewrite the proposal with the paid and skipped lines
      *> dropped - whatever is left waits for the next review.
    OPEN OUTPUT PROPOSAL-FILE
    PERFORM PROP-SAVE-RTN
        VARYING PX FROM 1 BY 1 UNTIL PX > PROP-LOAD-COUNT
    CLOSE PROPOSAL-FILE

    DISPLAY " "
    MOVE PAID-COUNT TO COUNT-DISP
    DISPLAY "INVOICES PAID:          " function TRIM(COUNT-DISP)
    MOVE TOTAL-GROSS TO AMT-DISP
    DISPLAY "  GROSS:                " function TRIM(AMT-DISP)
    MOVE TOTAL-DISC TO AMT-DISP
    DISPLAY "  DISCOUNT TAKEN:       " function TRIM(AMT-DISP)
    MOVE TOTAL-NET TO AMT-DISP
    DISPLAY "  TO THE BANK:          " function TRIM(AMT-DISP)
    MOVE HELD-COUNT TO COUNT-DISP
    DISPLAY "HELD (NO BANK ACCOUNT): " function TRIM(COUNT-DISP)
    MOVE SKIP-COUNT TO COUNT-DISP
    DISPLAY "SKIPPED:                " function TRIM(COUNT-DISP)
    MOVE STILL-COUNT TO COUNT-DISP
    DISPLAY "STILL AWAITING REVIEW:  " function TRIM(COUNT-DISP)
    IF PAID-COUNT > 0
        DISPLAY "UPLOAD BUDBANK TO THE BANK"
    END-IF

    GOBACK.

PROP-LOAD-RTN.
    READ PROPOSAL-FILE
        AT END
            MOVE "10" TO PROP-FS
        NOT AT END
            MOVE PR-SUPPLIER TO PT-SUPPLIER(PX)
            MOVE PR-INV-NO TO PT-INV-NO(PX)
            MOVE PR-DUE-DATE TO PT-DUE-DATE(PX)
            MOVE PR-GROSS TO PT-GROSS(PX)
            MOVE PR-DISC TO PT-DISC(PX)
            MOVE PR-NET TO PT-NET(PX)
            MOVE PR-RUN-DATE TO PT-RUN-DATE(PX)
            MOVE "W" TO PT-STATUS(PX)
            SET PROP-LOAD-COUNT TO PX
    END-READ.

PROP-SAVE-RTN.
    IF PT-WAITING(PX)
        MOVE SPACES TO PROPOSAL-RECORD
        MOVE PT-SUPPLIER(PX) TO PR-SUPPLIER
        MOVE PT-INV-NO(PX) TO PR-INV-NO
        MOVE PT-DUE-DATE(PX) TO PR-DUE-DATE
        MOVE PT-GROSS(PX) TO PR-GROSS
        MOVE PT-DISC(PX) TO PR-DISC
        MOVE PT-NET(PX) TO PR-NET
        MOVE PT-RUN-DATE(PX) TO PR-RUN-DATE
        WRITE PROPOSAL-RECORD
        ADD 1 TO STILL-COUNT
    END-IF.

      *> A sup invno / S sup invno - one waiting line.
PROP-DECIDE-RTN.
    IF SUP-LEN = 0 OR INV-LEN = 0
        DISPLAY "GREIDSLUSAMTHYKKT: BAD DECISION LINE "
                function TRIM(INP)
    ELSE
        MOVE "N" TO MATCH-SW
        PERFORM VARYING PX FROM 1 BY 1
                UNTIL PX > PROP-LOAD-COUNT OR MATCH-FOUND
            IF PT-WAITING(PX) AND PT-SUPPLIER(PX) = SUP-RAW
                  AND PT-INV-NO(PX) = INV-RAW
                MOVE "Y" TO MATCH-SW
                IF ACT-RAW = "A"
                    MOVE "A" TO PT-STATUS(PX)
                ELSE
                    MOVE "D" TO PT-STATUS(PX)
                    ADD 1 TO SKIP-COUNT
                    DISPLAY "SKIPPED: " function TRIM(SUP-RAW)
                            " INVOICE " function TRIM(INV-RAW)
                END-IF
            END-IF
        END-PERFORM
        IF NOT MATCH-FOUND
            DISPLAY "GREIDSLUSAMTHYKKT: " function TRIM(SUP-RAW)
                    " INVOICE " function TRIM(INV-RAW)
                    " IS NOT AWAITING REVIEW"
        END-IF
    END-IF.

      *> V sup - every waiting line of the supplier.
SUPPLIER-APPROVE-RTN.
    IF SUP-LEN = 0
        DISPLAY "GREIDSLUSAMTHYKKT: BAD DECISION LINE "
                function TRIM(INP)
    ELSE
        MOVE "N" TO MATCH-SW
        PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PROP-LOAD-COUNT
            IF PT-WAITING(PX) AND PT-SUPPLIER(PX) = SUP-RAW
                MOVE "Y" TO MATCH-SW
                MOVE "A" TO PT-STATUS(PX)
            END-IF
        END-PERFORM
        IF NOT MATCH-FOUND
            DISPLAY "GREIDSLUSAMTHYKKT: NOTHING PROPOSED FOR "
                    function TRIM(SUP-RAW)
        END-IF
    END-IF.

      *> pay one approved invoice - the supplier has to carry a bank
      *> account, and only the open items approved by the day the
      *> proposal was cut are paid, so a line REIKNINGAR approved
      *> since waits for the next proposal.
INVOICE-PAY-RTN.
    MOVE PT-SUPPLIER(PX) TO SUP-CODE
    READ SUPPLIER-MASTER
        INVALID KEY
            MOVE SPACES TO SUP-BANK-ACCT
    END-READ
    IF SUP-BANK-ACCT = SPACES
        MOVE "W" TO PT-STATUS(PX)
        ADD 1 TO HELD-COUNT
        DISPLAY "HELD: " PT-SUPPLIER(PX) " INVOICE "
                function TRIM(PT-INV-NO(PX))
                " - NO BANK ACCOUNT ON THE SUPPLIER"
    ELSE
        MOVE 0 TO PAY-GROSS PAY-DISC ITEM-COUNT
        MOVE PT-SUPPLIER(PX) TO AP-SUPPLIER
        MOVE PT-INV-NO(PX) TO AP-INV-NO
        MOVE LOW-VALUES TO AP-PO-NO AP-SKU
        MOVE 0 TO AP-APPR-DATE
        MOVE "00" TO AP-FS
        START AP-MASTER KEY IS >= AP-KEY
            INVALID KEY
                MOVE "10" TO AP-FS
        END-START
        IF NOT AP-EOF
            PERFORM AP-READ-RTN
        END-IF
        PERFORM UNTIL AP-EOF
            IF AP-SUPPLIER NOT = PT-SUPPLIER(PX)
                  OR AP-INV-NO NOT = PT-INV-NO(PX)
                MOVE "10" TO AP-FS
            ELSE
                IF AP-OPEN AND AP-APPR-DATE <= PT-RUN-DATE(PX)
                    PERFORM ITEM-PAY-RTN
                END-IF
                PERFORM AP-READ-RTN
            END-IF
        END-PERFORM

        IF ITEM-COUNT = 0
            MOVE "D" TO PT-STATUS(PX)
            DISPLAY "GREIDSLUSAMTHYKKT: " PT-SUPPLIER(PX)
                    " INVOICE " function TRIM(PT-INV-NO(PX))
                    " HAS NOTHING OPEN - ALREADY PAID"
        ELSE
            COMPUTE PAY-NET = PAY-GROSS - PAY-DISC
            MOVE SPACES TO BANK-PAYMENT
            MOVE "P" TO BP-TYPE
            MOVE SUP-BANK-ACCT TO BP-TO-ACCT
            MOVE SUP-PAYEE-ID TO BP-PAYEE-ID
            MOVE PAY-NET TO BP-AMOUNT
            MOVE PT-INV-NO(PX) TO BP-REF
            MOVE PT-SUPPLIER(PX) TO BP-SUPPLIER
            MOVE PT-DUE-DATE(PX) TO BP-DUE-DATE
            WRITE BANK-PAYMENT
            MOVE "D" TO PT-STATUS(PX)
            ADD 1 TO PAID-COUNT
            ADD PAY-GROSS TO TOTAL-GROSS
            ADD PAY-DISC TO TOTAL-DISC
            ADD PAY-NET TO TOTAL-NET
            MOVE PAY-NET TO AMT-DISP
            DISPLAY "PAID: " PT-SUPPLIER(PX) " INVOICE "
                    function TRIM(PT-INV-NO(PX))
                    "  " function TRIM(AMT-DISP)
                    " TO " SUP-BANK-ACCT
            IF PAY-NET NOT = PT-NET(PX)
                DISPLAY "  DIFFERS FROM THE PROPOSAL - DISCOUNT "
                        "DATE PASSED SINCE IT WAS CUT"
            END-IF
        END-IF
    END-IF.

ITEM-PAY-RTN.
    IF AP-DISC-DATE >= BUSINESS-DATE
        MOVE AP-DISC-AMT TO ITEM-DISC
    ELSE
        MOVE 0 TO ITEM-DISC
    END-IF
    MOVE "C" TO AP-STATUS
    MOVE BUSINESS-DATE TO AP-PAID-DATE
    MOVE ITEM-DISC TO AP-DISC-TAKEN
    COMPUTE AP-PAID-AMT = AP-AMOUNT - ITEM-DISC
    REWRITE AP-ITEM-RECORD
    ADD 1 TO ITEM-COUNT
    ADD AP-AMOUNT TO PAY-GROSS
    ADD ITEM-DISC TO PAY-DISC.

AP-READ-RTN.
    READ AP-MASTER NEXT
        AT END
            MOVE "10" TO AP-FS
    END-READ.

      *> the run's journal: the debt off accounts payable, the money
      *> out of the bank, the discount earned - an equal set, with
      *> the run's own "*EOF" trailer behind it.
GL-POST-RTN.
    OPEN INPUT GL-FILE
    IF GL-FOUND
        CLOSE GL-FILE
        OPEN EXTEND GL-FILE
    ELSE
        OPEN OUTPUT GL-FILE
    END-IF

    DISPLAY " "
    DISPLAY "PAYMENT JOURNAL - " BUSINESS-DATE
    MOVE TOTAL-GROSS TO RESIDUAL
    PERFORM GL-DEBIT-SETUP-RTN
    MOVE "ACCTS-PAYABLE" TO GL-ACCOUNT
    PERFORM GL-WRITE-RTN

    COMPUTE RESIDUAL = 0 - TOTAL-NET
    PERFORM GL-DEBIT-SETUP-RTN
    MOVE "BANK" TO GL-ACCOUNT
    PERFORM GL-WRITE-RTN

    COMPUTE RESIDUAL = 0 - TOTAL-DISC
    PERFORM GL-DEBIT-SETUP-RTN
    MOVE "PURCH-DISCOUNT" TO GL-ACCOUNT
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
        MOVE BUSINESS-DATE TO GL-DATE
        WRITE GL-RECORD
        ADD 1 TO JOURNAL-LINES
        ADD GL-DEBIT TO DEBIT-TOTAL
        ADD GL-CREDIT TO CREDIT-TOTAL
        MOVE GL-DEBIT TO AMT-DISP
        DISPLAY "  " GL-ACCOUNT " DR "
                function TRIM(AMT-DISP)
        MOVE GL-CREDIT TO AMT-DISP
        DISPLAY "                   CR "
                function TRIM(AMT-DISP)
    END-IF.
