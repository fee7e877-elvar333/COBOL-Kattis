IDENTIFICATION DIVISION.
PROGRAM-ID. FASTBOKUN.

      *> standing-order pick confirmation and account posting.  The
      *> entry feed is what the picker actually put in each crate
      *> against the morning's STOPICK lines:
      *>   acc sku qty      picked quantity, zero when there was none
      *>                    on the shelf - never more than was ordered
      *> Once every line an account has for the day is confirmed the
      *> account is posted on credit the same way the till's "H"
      *> tender charges it: the account has to be open and the charge
      *> must not take the balance past HACC-LIMIT, or the account is
      *> held (its lines stay confirmed and the next run tries again).
      *> A posted account gets one receipt on TXLOG - the picked items
      *> as zero-amount detail lines and an "E" total tendered "H"
      *> against the account, the same shape a till basket leaves, so
      *> the nightly depletion, the ledger and the customer's
      *> statement all see it - its tax goes to BUDTAXL, and a
      *> delivery note is printed showing ordered against picked.  A
      *> short pick is shown and not charged, so the statement agrees
      *> with what arrived.  Posting needs the trading day open (the
      *> till's BUDDAY marker on the business date) - before then the
      *> first till run would clear TXLOG underneath it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STANDING-PICK-FILE ASSIGN TO "STOPICK"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SOP-KEY
        FILE STATUS IS SOP-FS.

    SELECT HOUSE-ACCOUNT-MASTER ASSIGN TO "HACCMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS HACC-ID
        FILE STATUS IS HACC-FS.

    SELECT INVENTORY-MASTER ASSIGN TO "INVMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS INV-SKU
        FILE STATUS IS INV-FS.

    SELECT CATEGORY-MASTER ASSIGN TO "CATMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CAT-CODE
        FILE STATUS IS CAT-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

    SELECT DAY-MARKER-FILE ASSIGN TO "BUDDAY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DAY-FS.

    SELECT TXLOG-FILE ASSIGN TO "TXLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TXLOG-FS.

      *> the sealed receipt-chain journal - where each register's
      *> chain opens when today's log holds none of its records.
    SELECT CHAIN-JOURNAL-FILE ASSIGN TO "BUDCHAIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHAIN-FS.

    SELECT TAX-LEDGER-FILE ASSIGN TO "BUDTAXL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TAXL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  STANDING-PICK-FILE.
    COPY "stopick.cpy".

    FD  HOUSE-ACCOUNT-MASTER.
    COPY "haccmast.cpy".

    FD  INVENTORY-MASTER.
    COPY "invmast.cpy".

    FD  CATEGORY-MASTER.
    COPY "catmast.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    FD  DAY-MARKER-FILE.
    01  DAY-MARKER-RECORD.
        05  DAY-DATE        PIC 9(8).

    FD  TXLOG-FILE.
    COPY "txlog.cpy".

    FD  CHAIN-JOURNAL-FILE.
    COPY "chainjrn.cpy".

    FD  TAX-LEDGER-FILE.
    01  TAX-LEDGER-RECORD.
        05  TAXL-DATE       PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  TAXL-BUCKET     PIC 9(1).
        05  FILLER          PIC X VALUE SPACE.
        05  TAXL-RATE       PIC 9V999.
        05  FILLER          PIC X VALUE SPACE.
        05  TAXL-BASE       PIC S9(12).
        05  FILLER          PIC X VALUE SPACE.
        05  TAXL-TAX        PIC S9(12).

    WORKING-STORAGE SECTION.
       01 SOP-FS PIC XX.
           88 SOP-FOUND VALUE "00".
           88 SOP-EOF VALUE "10".
       01 HACC-FS PIC XX.
           88 HACC-FOUND VALUE "00".
       01 INV-FS PIC XX.
           88 INV-FOUND VALUE "00".
       01 CAT-FS PIC XX.
           88 CAT-FOUND VALUE "00".
       01 CAT-OPEN-SW PIC X VALUE "N".
           88 CAT-FILE-OPEN VALUE "Y".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".
       01 DAY-FS PIC XX.
           88 DAY-FOUND VALUE "00".
       01 TXLOG-FS PIC XX.
           88 TXLOG-FOUND VALUE "00".
           88 TXLOG-EOF VALUE "10".
       01 CHAIN-FS PIC XX.
           88 CHAIN-FOUND VALUE "00".
           88 CHAIN-EOF VALUE "10".
      *> the register's receipt chain - the value its last record
      *> closed on, and the work fields each new link is summed in.
       01 CHAIN-LAST PIC 9(10) VALUE 0.
       01 CHAIN-TEXT PIC X(153).
       01 CHAIN-LEN PIC 9(3).
       01 CHAIN-IX PIC 9(3).
       01 CHAIN-VALUE PIC 9(10).
       01 CHAIN-WORK PIC 9(15).
       01 CHAIN-QUOT PIC 9(15).
      *> the largest ten-digit prime - the chain's modulus.
       01 CHAIN-MODULUS PIC 9(10) VALUE 9999999967.
       01 TAXL-FS PIC XX.
           88 TAXL-FOUND VALUE "00".

       01 TODAY-DATE PIC 9(8).
       01 BUSINESS-DATE PIC 9(8).
       01 REGISTER-ID PIC X(4) VALUE SPACES.
       01 TAX-RATE PIC 9V999 VALUE 0.
       01 ITEM-TAX-RATE PIC 9V999 VALUE 0.
       01 ITEM-CAT PIC 9(2) VALUE 0.
       01 RCPT-NO PIC 9(10) VALUE 1.
       01 DAY-OPEN-SW PIC X VALUE "N".
           88 DAY-OPEN VALUE "Y".

      *> per-rate tallies of what the postings charged, buckets 1-4
      *> per department plus 5 for the flat-rate fallback - appended
      *> to BUDTAXL at close the same way the till does.
       01 TAX-BUCKET PIC S9(3).
       01 DAY-TAX-CAT PIC S9(12) OCCURS 5 TIMES.
       01 DAY-BASE-CAT PIC S9(12) OCCURS 5 TIMES.
       01 BUCKET-RATE PIC 9V999 OCCURS 5 TIMES.

       01 INP PIC X(60).
           88 EOF-INP VALUE SPACES.
       01 ACC-RAW PIC X(6).
       01 SKU-RAW PIC X(10).
       01 QTY-RAW PIC X(6).
       01 ACC-LEN PIC S9(2).
       01 SKU-LEN PIC S9(2).
       01 QTY-LEN PIC S9(2).
       01 PICK-QTY PIC 9(5).

      *> the day's pick lines, loaded once after the confirmations
      *> so each account can be priced whole before anything posts.
       01 PL-TAB.
           05 PL-ENTRY OCCURS 2000 TIMES INDEXED BY LX.
               10 PL-HACC-ID PIC X(6).
               10 PL-SKU     PIC X(10).
               10 PL-ORDERED PIC 9(5).
               10 PL-PICKED  PIC 9(5).
               10 PL-STATUS  PIC X(1).
               10 PL-BASE    PIC S9(12).
               10 PL-TAX     PIC S9(12).
               10 PL-RATE    PIC 9V999.
               10 PL-BUCKET  PIC S9(3).
       01 PL-COUNT PIC 9(4) VALUE 0.
       01 PL-OVER-COUNT PIC 9(5) VALUE 0.
       01 ACC-FIRST PIC 9(4).
       01 ACC-LAST PIC 9(4).
       01 ACC-OPEN-LINES PIC 9(4).
       01 ACC-CONF-LINES PIC 9(4).

       01 K PIC S9(6).
       01 OUT-AMT PIC S9(12).
       01 TAX-AMT PIC S9(12).
       01 ACC-TOTAL PIC S9(12).
       01 LINE-CHARGE PIC S9(12).
       01 SHORT-QTY PIC 9(5).
       01 ITEM-WEIGHED-SW PIC X VALUE "N".
           88 ITEM-WEIGHED VALUE "Y".
       01 HOUSE-OK-SW PIC X VALUE "Y".
           88 HOUSE-OK VALUE "Y".

       01 CONFIRM-COUNT PIC 9(5) VALUE 0.
       01 REFUSED-COUNT PIC 9(5) VALUE 0.
       01 POSTED-COUNT PIC 9(5) VALUE 0.
       01 HELD-COUNT PIC 9(5) VALUE 0.
       01 WAITING-COUNT PIC 9(5) VALUE 0.
       01 POSTED-TOTAL PIC S9(12) VALUE 0.
       01 COUNT-DISP PIC Z(4)9.
       01 QTY-DISP PIC Z(4)9.
       01 QTY-DISP-2 PIC Z(4)9.
       01 AMT-DISP PIC -(10)9.
       01 HACC-BALANCE-ED PIC -(10)9.
       01 LIMIT-ED PIC -(8)9.

PROCEDURE DIVISION.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD
    MOVE TODAY-DATE TO BUSINESS-DATE

    PERFORM VARYING TAX-BUCKET FROM 1 BY 1 UNTIL TAX-BUCKET > 5
        MOVE 0 TO DAY-TAX-CAT(TAX-BUCKET)
        MOVE 0 TO DAY-BASE-CAT(TAX-BUCKET)
        MOVE 0 TO BUCKET-RATE(TAX-BUCKET)
    END-PERFORM

    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND
            MOVE BUD-TAX-RATE TO TAX-RATE
            MOVE BUD-REGISTER-ID TO REGISTER-ID
            IF BUD-BUSINESS-DATE > 0
                MOVE BUD-BUSINESS-DATE TO BUSINESS-DATE
            END-IF
        END-IF
    END-IF
    CLOSE CONTROL-FILE

    OPEN I-O STANDING-PICK-FILE
    IF NOT SOP-FOUND
        DISPLAY "FASTBOKUN: NO STANDING-ORDER PICKS ON FILE"
        GOBACK
    END-IF
    OPEN I-O HOUSE-ACCOUNT-MASTER
    IF NOT HACC-FOUND
        DISPLAY "FASTBOKUN: NO HOUSE-ACCOUNT MASTER ON SITE"
        CLOSE STANDING-PICK-FILE
        GOBACK
    END-IF
    OPEN INPUT INVENTORY-MASTER
    IF NOT INV-FOUND
        DISPLAY "FASTBOKUN: NO INVENTORY MASTER ON SITE"
        CLOSE STANDING-PICK-FILE
        CLOSE HOUSE-ACCOUNT-MASTER
        GOBACK
    END-IF
    OPEN INPUT CATEGORY-MASTER
    IF CAT-FOUND
        MOVE "Y" TO CAT-OPEN-SW
    END-IF

    PERFORM UNTIL EOF-INP
        ACCEPT INP
        IF NOT EOF-INP
            PERFORM PICK-CONFIRM-RTN
        END-IF
    END-PERFORM

      *> the trading day has to be open before anything goes onto
      *> TXLOG - confirmations taken before then simply wait.
    MOVE 0 TO DAY-DATE
    OPEN INPUT DAY-MARKER-FILE
    IF DAY-FOUND
        READ DAY-MARKER-FILE
            AT END MOVE 0 TO DAY-DATE
        END-READ
    END-IF
    CLOSE DAY-MARKER-FILE
    IF DAY-DATE = BUSINESS-DATE
        MOVE "Y" TO DAY-OPEN-SW
    ELSE
        DISPLAY "FASTBOKUN: TRADING DAY " BUSINESS-DATE
                " NOT OPEN ON THE TILL - CONFIRMATIONS KEPT, "
                "NOTHING POSTED"
    END-IF

    IF DAY-OPEN
        PERFORM PICK-LOAD-RTN
        PERFORM CHAIN-OPEN-RTN
        OPEN INPUT TXLOG-FILE
        IF TXLOG-FOUND
            PERFORM TXLOG-SCAN-RTN UNTIL TXLOG-EOF
            CLOSE TXLOG-FILE
            OPEN EXTEND TXLOG-FILE
        ELSE
            OPEN OUTPUT TXLOG-FILE
        END-IF

        MOVE 1 TO ACC-FIRST
        PERFORM ACCOUNT-GROUP-RTN UNTIL ACC-FIRST > PL-COUNT

        CLOSE TXLOG-FILE

        OPEN INPUT TAX-LEDGER-FILE
        IF TAXL-FOUND
            CLOSE TAX-LEDGER-FILE
            OPEN EXTEND TAX-LEDGER-FILE
        ELSE
            OPEN OUTPUT TAX-LEDGER-FILE
        END-IF
        PERFORM TAX-LEDGER-RTN
            VARYING TAX-BUCKET FROM 1 BY 1 UNTIL TAX-BUCKET > 5
        CLOSE TAX-LEDGER-FILE
    END-IF

    CLOSE STANDING-PICK-FILE
    CLOSE HOUSE-ACCOUNT-MASTER
    CLOSE INVENTORY-MASTER
    IF CAT-FILE-OPEN
        CLOSE CATEGORY-MASTER
    END-IF

    MOVE CONFIRM-COUNT TO COUNT-DISP
    DISPLAY "PICK LINES CONFIRMED:     " COUNT-DISP
    MOVE REFUSED-COUNT TO COUNT-DISP
    DISPLAY "CONFIRMATIONS REFUSED:    " COUNT-DISP
    MOVE POSTED-COUNT TO COUNT-DISP
    DISPLAY "ACCOUNTS POSTED:          " COUNT-DISP
    MOVE POSTED-TOTAL TO AMT-DISP
    DISPLAY "CHARGED ON ACCOUNT:  " AMT-DISP
    MOVE HELD-COUNT TO COUNT-DISP
    DISPLAY "ACCOUNTS HELD:            " COUNT-DISP
    MOVE WAITING-COUNT TO COUNT-DISP
    DISPLAY "ACCOUNTS AWAITING PICKS:  " COUNT-DISP
    IF PL-OVER-COUNT > 0
        MOVE PL-OVER-COUNT TO COUNT-DISP
        DISPLAY "NOT LOADED - TABLE FULL: " COUNT-DISP
    END-IF

    GOBACK.

TXLOG-SCAN-RTN.
    READ TXLOG-FILE
        AT END
            MOVE "10" TO TXLOG-FS
        NOT AT END
            IF TXLOG-RCPT-NO >= RCPT-NO
                COMPUTE RCPT-NO = TXLOG-RCPT-NO + 1
            END-IF
            IF TXLOG-REGISTER = REGISTER-ID
                  AND TXLOG-CHAIN IS NUMERIC AND TXLOG-CHAIN > 0
                MOVE TXLOG-CHAIN TO CHAIN-LAST
            END-IF
    END-READ.

      *> acc sku qty - the line has to be on today's pick and not
      *> already posted.
PICK-CONFIRM-RTN.
    MOVE SPACES TO ACC-RAW SKU-RAW QTY-RAW
    MOVE 0 TO ACC-LEN SKU-LEN QTY-LEN
    UNSTRING INP DELIMITED BY ALL SPACE
        INTO ACC-RAW COUNT IN ACC-LEN,
             SKU-RAW COUNT IN SKU-LEN,
             QTY-RAW COUNT IN QTY-LEN
    IF ACC-LEN = 0 OR SKU-LEN = 0 OR QTY-LEN = 0 OR QTY-LEN > 5
          OR QTY-RAW(1:QTY-LEN) IS NOT NUMERIC
        DISPLAY "FASTBOKUN: BAD CONFIRMATION " function TRIM(INP)
        ADD 1 TO REFUSED-COUNT
    ELSE
        MOVE QTY-RAW(1:QTY-LEN) TO PICK-QTY
        MOVE BUSINESS-DATE TO SOP-DATE
        MOVE ACC-RAW TO SOP-HACC-ID
        MOVE SKU-RAW TO SOP-SKU
        READ STANDING-PICK-FILE
            INVALID KEY
                DISPLAY "FASTBOKUN: " function TRIM(ACC-RAW) " "
                        function TRIM(SKU-RAW)
                        " IS NOT ON TODAY'S PICK - REFUSED"
                ADD 1 TO REFUSED-COUNT
            NOT INVALID KEY
                IF SOP-POSTED
                    DISPLAY "FASTBOKUN: " function TRIM(ACC-RAW) " "
                            function TRIM(SKU-RAW)
                            " ALREADY POSTED - REFUSED"
                    ADD 1 TO REFUSED-COUNT
                ELSE
                IF PICK-QTY > SOP-ORDERED
                    MOVE SOP-ORDERED TO QTY-DISP
                    DISPLAY "FASTBOKUN: " function TRIM(ACC-RAW) " "
                            function TRIM(SKU-RAW)
                            " PICKED MORE THAN THE "
                            function TRIM(QTY-DISP)
                            " ORDERED - REFUSED"
                    ADD 1 TO REFUSED-COUNT
                ELSE
                    MOVE PICK-QTY TO SOP-PICKED
                    MOVE "C" TO SOP-STATUS
                    REWRITE STANDING-PICK-RECORD
                    ADD 1 TO CONFIRM-COUNT
                END-IF
                END-IF
        END-READ
    END-IF.

      *> the business date's lines, in key order - so grouped by
      *> account.
PICK-LOAD-RTN.
    MOVE 0 TO PL-COUNT
    MOVE BUSINESS-DATE TO SOP-DATE
    MOVE LOW-VALUES TO SOP-HACC-ID SOP-SKU
    START STANDING-PICK-FILE KEY IS NOT LESS THAN SOP-KEY
        INVALID KEY
            MOVE "10" TO SOP-FS
    END-START
    IF NOT SOP-EOF
        PERFORM SOP-NEXT-RTN
    END-IF
    PERFORM UNTIL SOP-EOF OR SOP-DATE NOT = BUSINESS-DATE
        IF PL-COUNT < 2000
            ADD 1 TO PL-COUNT
            MOVE SOP-HACC-ID TO PL-HACC-ID(PL-COUNT)
            MOVE SOP-SKU TO PL-SKU(PL-COUNT)
            MOVE SOP-ORDERED TO PL-ORDERED(PL-COUNT)
            MOVE SOP-PICKED TO PL-PICKED(PL-COUNT)
            MOVE SOP-STATUS TO PL-STATUS(PL-COUNT)
            MOVE 0 TO PL-BASE(PL-COUNT) PL-TAX(PL-COUNT)
            MOVE 0 TO PL-RATE(PL-COUNT) PL-BUCKET(PL-COUNT)
        ELSE
            ADD 1 TO PL-OVER-COUNT
        END-IF
        PERFORM SOP-NEXT-RTN
    END-PERFORM
    MOVE "00" TO SOP-FS.

SOP-NEXT-RTN.
    READ STANDING-PICK-FILE NEXT
        AT END
            MOVE "10" TO SOP-FS
    END-READ.

      *> one account's lines, ACC-FIRST through ACC-LAST - posted
      *> only when none is still waiting on the picker.
ACCOUNT-GROUP-RTN.
    MOVE ACC-FIRST TO ACC-LAST
    PERFORM UNTIL ACC-LAST >= PL-COUNT
          OR PL-HACC-ID(ACC-LAST + 1) NOT = PL-HACC-ID(ACC-FIRST)
        ADD 1 TO ACC-LAST
    END-PERFORM
    MOVE 0 TO ACC-OPEN-LINES ACC-CONF-LINES
    PERFORM VARYING LX FROM ACC-FIRST BY 1 UNTIL LX > ACC-LAST
        IF PL-STATUS(LX) = "G"
            ADD 1 TO ACC-OPEN-LINES
        END-IF
        IF PL-STATUS(LX) = "C"
            ADD 1 TO ACC-CONF-LINES
        END-IF
    END-PERFORM

    IF ACC-OPEN-LINES > 0
        ADD 1 TO WAITING-COUNT
        MOVE ACC-OPEN-LINES TO COUNT-DISP
        DISPLAY "FASTBOKUN: ACCOUNT " PL-HACC-ID(ACC-FIRST) " HAS "
                function TRIM(COUNT-DISP)
                " LINES NOT YET CONFIRMED - NOT POSTED"
    ELSE
    IF ACC-CONF-LINES > 0
        PERFORM ACCOUNT-POST-RTN
    END-IF
    END-IF

    COMPUTE ACC-FIRST = ACC-LAST + 1.

      *> price the picked lines, charge the account the way the
      *> till's "H" tender does, then log, mark and print.
ACCOUNT-POST-RTN.
    MOVE 0 TO ACC-TOTAL
    PERFORM LINE-PRICE-RTN
        VARYING LX FROM ACC-FIRST BY 1 UNTIL LX > ACC-LAST

    MOVE "Y" TO HOUSE-OK-SW
    MOVE PL-HACC-ID(ACC-FIRST) TO HACC-ID
    READ HOUSE-ACCOUNT-MASTER
        INVALID KEY
            MOVE "N" TO HOUSE-OK-SW
            DISPLAY "HOUSE ACCOUNT " PL-HACC-ID(ACC-FIRST)
                    " NOT ON FILE - DELIVERY HELD"
        NOT INVALID KEY
            IF HACC-CLOSED
                MOVE "N" TO HOUSE-OK-SW
                DISPLAY "HOUSE ACCOUNT " PL-HACC-ID(ACC-FIRST)
                        " IS CLOSED - DELIVERY HELD"
            ELSE
            IF ACC-TOTAL > 0
                  AND HACC-BALANCE + ACC-TOTAL > HACC-LIMIT
                MOVE "N" TO HOUSE-OK-SW
                MOVE HACC-BALANCE TO HACC-BALANCE-ED
                MOVE ACC-TOTAL TO AMT-DISP
                DISPLAY "HOUSE ACCOUNT " PL-HACC-ID(ACC-FIRST)
                        " AT " function TRIM(HACC-BALANCE-ED)
                        " WOULD PASS ITS LIMIT WITH "
                        function TRIM(AMT-DISP)
                        " - DELIVERY HELD"
            ELSE
                ADD ACC-TOTAL TO HACC-BALANCE
                REWRITE HACC-MASTER-RECORD
            END-IF
            END-IF
    END-READ

    IF NOT HOUSE-OK
        ADD 1 TO HELD-COUNT
    ELSE
        IF ACC-TOTAL NOT = 0
            PERFORM DETAIL-LOG-RTN
                VARYING LX FROM ACC-FIRST BY 1 UNTIL LX > ACC-LAST
            PERFORM TOTAL-LOG-RTN
        END-IF
        PERFORM LINE-MARK-RTN
            VARYING LX FROM ACC-FIRST BY 1 UNTIL LX > ACC-LAST
        PERFORM DELIVERY-NOTE-RTN
        ADD 1 TO POSTED-COUNT
        ADD ACC-TOTAL TO POSTED-TOTAL
        IF ACC-TOTAL NOT = 0
            ADD 1 TO RCPT-NO
        END-IF
    END-IF.

      *> net price times picked, tax on top at the department rate.
LINE-PRICE-RTN.
    MOVE 0 TO PL-BASE(LX) PL-TAX(LX)
    IF PL-STATUS(LX) = "C" AND PL-PICKED(LX) > 0
        MOVE 0 TO ITEM-CAT
        MOVE 0 TO K
        MOVE "N" TO ITEM-WEIGHED-SW
        MOVE PL-SKU(LX) TO INV-SKU
        READ INVENTORY-MASTER
            INVALID KEY
                DISPLAY "FASTBOKUN: " function TRIM(PL-SKU(LX))
                        " NOT ON INVENTORY - NOT CHARGED"
            NOT INVALID KEY
                IF INV-RECALLED
                    DISPLAY "FASTBOKUN: " function TRIM(PL-SKU(LX))
                            " RECALLED - NOT CHARGED"
                ELSE
                    MOVE INV-PRICE TO K
                    MOVE INV-CATEGORY TO ITEM-CAT
                    IF INV-BY-WEIGHT
                        MOVE "Y" TO ITEM-WEIGHED-SW
                    END-IF
                END-IF
        END-READ
      *> a weighed SKU's quantity is thousandths of a kilo against a
      *> per-kilo price, the same as on the till.
        IF ITEM-WEIGHED
            COMPUTE OUT-AMT ROUNDED = PL-PICKED(LX) * K / 1000
        ELSE
            COMPUTE OUT-AMT = PL-PICKED(LX) * K
        END-IF
        PERFORM TAX-RATE-RTN
        COMPUTE TAX-AMT ROUNDED = OUT-AMT * ITEM-TAX-RATE
        MOVE OUT-AMT TO PL-BASE(LX)
        MOVE TAX-AMT TO PL-TAX(LX)
        MOVE ITEM-TAX-RATE TO PL-RATE(LX)
        MOVE TAX-BUCKET TO PL-BUCKET(LX)
        ADD OUT-AMT TAX-AMT TO ACC-TOTAL
    END-IF.

DETAIL-LOG-RTN.
    IF PL-STATUS(LX) = "C" AND PL-PICKED(LX) > 0
        MOVE PL-PICKED(LX) TO QTY-DISP
        MOVE REGISTER-ID TO TXLOG-REGISTER
        MOVE RCPT-NO TO TXLOG-RCPT-NO
        MOVE SPACES TO TXLOG-LINE
        STRING "S " DELIMITED BY SIZE
               function TRIM(QTY-DISP) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PL-SKU(LX) DELIMITED BY SPACE
            INTO TXLOG-LINE
        END-STRING
        MOVE 0 TO TXLOG-AMT
        MOVE "0000" TO TXLOG-TIME
        MOVE SPACES TO TXLOG-SECS TXLOG-ENTRY
        MOVE SPACES TO TXLOG-CASHIER
        MOVE "H" TO TXLOG-TENDER
        MOVE SPACES TO TXLOG-CCY
        MOVE 0 TO TXLOG-FRN-AMT
        MOVE BUSINESS-DATE TO TXLOG-DATE
        PERFORM CHAIN-LINK-RTN
        WRITE TXLOG-RECORD
        MOVE PL-BUCKET(LX) TO TAX-BUCKET
        ADD PL-TAX(LX) TO DAY-TAX-CAT(TAX-BUCKET)
        ADD PL-BASE(LX) TO DAY-BASE-CAT(TAX-BUCKET)
        MOVE PL-RATE(LX) TO BUCKET-RATE(TAX-BUCKET)
    END-IF.

      *> the receipt total, tendered "H" with the account in the
      *> tender-card position the statement run reads it from.
TOTAL-LOG-RTN.
    MOVE REGISTER-ID TO TXLOG-REGISTER
    MOVE RCPT-NO TO TXLOG-RCPT-NO
    MOVE SPACES TO TXLOG-LINE
    STRING "E 0 STANDORD 0 ISK 0000 - - - H 0 - 0 "
               DELIMITED BY SIZE
           PL-HACC-ID(ACC-FIRST) DELIMITED BY SPACE
        INTO TXLOG-LINE
    END-STRING
    MOVE ACC-TOTAL TO TXLOG-AMT
    MOVE "0000" TO TXLOG-TIME
    MOVE SPACES TO TXLOG-SECS TXLOG-ENTRY
    MOVE SPACES TO TXLOG-CASHIER
    MOVE "H" TO TXLOG-TENDER
    MOVE SPACES TO TXLOG-CCY
    MOVE 0 TO TXLOG-FRN-AMT
    MOVE BUSINESS-DATE TO TXLOG-DATE
    PERFORM CHAIN-LINK-RTN
    WRITE TXLOG-RECORD.

LINE-MARK-RTN.
    IF PL-STATUS(LX) = "C"
        MOVE BUSINESS-DATE TO SOP-DATE
        MOVE PL-HACC-ID(LX) TO SOP-HACC-ID
        MOVE PL-SKU(LX) TO SOP-SKU
        READ STANDING-PICK-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "P" TO SOP-STATUS
                IF ACC-TOTAL NOT = 0
                    MOVE RCPT-NO TO SOP-RCPT-NO
                ELSE
                    MOVE 0 TO SOP-RCPT-NO
                END-IF
                ADD PL-BASE(LX) PL-TAX(LX) GIVING SOP-CHARGE
                REWRITE STANDING-PICK-RECORD
        END-READ
    END-IF.

      *> what went on the van against what was ordered - the short
      *> lines are shown so the customer sees why the charge is less.
DELIVERY-NOTE-RTN.
    DISPLAY " "
    DISPLAY "DELIVERY NOTE  " BUSINESS-DATE "  ACCOUNT "
            function TRIM(HACC-ID) " " function TRIM(HACC-NAME)
    IF ACC-TOTAL NOT = 0
        DISPLAY "  RECEIPT " REGISTER-ID " " RCPT-NO
    END-IF
    DISPLAY "  SKU        ORDERED PICKED       CHARGE"
    PERFORM NOTE-LINE-RTN
        VARYING LX FROM ACC-FIRST BY 1 UNTIL LX > ACC-LAST
    MOVE ACC-TOTAL TO AMT-DISP
    DISPLAY "  CHARGED TO ACCOUNT          " AMT-DISP
    MOVE HACC-BALANCE TO HACC-BALANCE-ED
    MOVE HACC-LIMIT TO LIMIT-ED
    DISPLAY "  BALANCE NOW " function TRIM(HACC-BALANCE-ED)
            " OF LIMIT " function TRIM(LIMIT-ED).

NOTE-LINE-RTN.
    IF PL-STATUS(LX) = "C"
        MOVE PL-ORDERED(LX) TO QTY-DISP
        MOVE PL-PICKED(LX) TO QTY-DISP-2
        ADD PL-BASE(LX) PL-TAX(LX) GIVING LINE-CHARGE
        MOVE LINE-CHARGE TO AMT-DISP
        DISPLAY "  " PL-SKU(LX) " " QTY-DISP "  " QTY-DISP-2 " "
                AMT-DISP
        IF PL-PICKED(LX) < PL-ORDERED(LX)
            COMPUTE SHORT-QTY = PL-ORDERED(LX) - PL-PICKED(LX)
            MOVE SHORT-QTY TO QTY-DISP
            DISPLAY "    SHORT " function TRIM(QTY-DISP)
                    " - NOT CHARGED"
        END-IF
    END-IF.

TAX-LEDGER-RTN.
    IF DAY-TAX-CAT(TAX-BUCKET) NOT = 0
          OR DAY-BASE-CAT(TAX-BUCKET) NOT = 0
        MOVE BUSINESS-DATE TO TAXL-DATE
        MOVE TAX-BUCKET TO TAXL-BUCKET
        MOVE BUCKET-RATE(TAX-BUCKET) TO TAXL-RATE
        MOVE DAY-BASE-CAT(TAX-BUCKET) TO TAXL-BASE
        MOVE DAY-TAX-CAT(TAX-BUCKET) TO TAXL-TAX
        WRITE TAX-LEDGER-RECORD
    END-IF.

      *> same department-rate resolution the till runs, setting the
      *> ledger bucket the collected tax tallies under.
TAX-RATE-RTN.
    MOVE TAX-RATE TO ITEM-TAX-RATE
    MOVE 5 TO TAX-BUCKET
    IF CAT-FILE-OPEN AND ITEM-CAT >= 1 AND ITEM-CAT <= 4
        MOVE ITEM-CAT TO CAT-CODE
        READ CATEGORY-MASTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF CAT-TAX-RATE > 0
                    MOVE CAT-TAX-RATE TO ITEM-TAX-RATE
                    MOVE ITEM-CAT TO TAX-BUCKET
                END-IF
        END-READ
    END-IF.

      *> the register's chain opens on the last value the sealed
      *> journal closed it on; nothing there starts a new chain.
      *> Today's log, when it holds the register's records, carries
      *> it on from there.
CHAIN-OPEN-RTN.
    MOVE 0 TO CHAIN-LAST
    MOVE "00" TO CHAIN-FS
    OPEN INPUT CHAIN-JOURNAL-FILE
    IF CHAIN-FOUND
        PERFORM CHAIN-JRN-READ-RTN
        PERFORM UNTIL CHAIN-EOF
            IF CJ-REGISTER = REGISTER-ID
                MOVE CJ-CLOSE-CHAIN TO CHAIN-LAST
            END-IF
            PERFORM CHAIN-JRN-READ-RTN
        END-PERFORM
    END-IF
    CLOSE CHAIN-JOURNAL-FILE.

CHAIN-JRN-READ-RTN.
    READ CHAIN-JOURNAL-FILE
        AT END
            MOVE "10" TO CHAIN-FS
    END-READ.

      *> each record's link: everything it says, summed on top of
      *> the register's previous link.  Zero marks an unchained
      *> record, so a sum landing on it is carried as one.
CHAIN-LINK-RTN.
    MOVE TXLOG-RECORD(1:153) TO CHAIN-TEXT
    MOVE 153 TO CHAIN-LEN
    MOVE CHAIN-LAST TO CHAIN-VALUE
    PERFORM CHAIN-STEP-RTN
        VARYING CHAIN-IX FROM 1 BY 1 UNTIL CHAIN-IX > CHAIN-LEN
    IF CHAIN-VALUE = 0
        MOVE 1 TO CHAIN-VALUE
    END-IF
    MOVE CHAIN-VALUE TO TXLOG-CHAIN
    MOVE CHAIN-VALUE TO CHAIN-LAST.

CHAIN-STEP-RTN.
    COMPUTE CHAIN-WORK = CHAIN-VALUE * 256
        + function ORD(CHAIN-TEXT(CHAIN-IX:1)) - 1
    DIVIDE CHAIN-WORK BY CHAIN-MODULUS
        GIVING CHAIN-QUOT REMAINDER CHAIN-VALUE.
