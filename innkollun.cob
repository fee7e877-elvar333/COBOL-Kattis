IDENTIFICATION DIVISION.
PROGRAM-ID. INNKOLLUN.

      *> product recall - when a supplier recalled a product the
      *> shift manager got a phone call and the shelves were cleared
      *> on a best-effort basis.  This takes the recall notice and
      *> runs it through:
      *>   - the till refuses the SKU from the moment the notice is
      *>     opened (INV-STATUS "R"), with a recall message rather
      *>     than a plain "discontinued";
      *>   - the removal list: on-hand and every BUDLOT lot in the
      *>     notice's best-before range, for the floor to pull;
      *>   - the pulled quantity goes to BIRGJASKIL as a return to
      *>     the vendor - the BUDRCLRTV feed is in its entry shape,
      *>     against the latest PO line the SKU came in on;
      *>   - the call list: loyalty customers who bought the SKU,
      *>     off PTSHIST joined to TXHIST (and today's TXLOG), with
      *>     their CONTMAST address, phone and e-mail.  A recall is
      *>     a safety notice, not marketing - marketing consent is
      *>     deliberately NOT consulted, every buyer is listed;
      *>   - every step lands on the BUDRCLLOG log, the record the
      *>     food-safety authority asks for.
      *> With a best-before range only buyers since the first
      *> affected lot arrived are listed; without one, every buyer.
      *> The block goes on even while the store trades - that is
      *> the point of it - so this does not wait on the till claim.
      *>
      *> entry feed, one action per line, same ACCEPT-and-UNSTRING
      *> convention as SERPONTUN:
      *>   N recall sku supref [bbfrom bbto]   open the recall, block
      *>                                       the SKU, list stock
      *>                                       and customers
      *>   L recall                            list stock and
      *>                                       customers again
      *>   P recall qty [po]                   units pulled - return
      *>                                       them to the supplier
      *>   C recall                            recall lifted - the
      *>                                       till may sell it again

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RECALL-MASTER ASSIGN TO "RECALMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RCL-ID
        FILE STATUS IS RCL-FS.

    SELECT INVENTORY-MASTER ASSIGN TO "INVMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS INV-SKU
        FILE STATUS IS INV-FS.

    SELECT LOT-FILE ASSIGN TO "BUDLOT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOT-FS.

    SELECT PO-MASTER ASSIGN TO "POMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PO-KEY
        FILE STATUS IS PO-FS.

    SELECT POINTS-HISTORY-FILE ASSIGN TO "PTSHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PHIST-FS.

    SELECT HISTORY-FILE ASSIGN TO "TXHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HIST-FS.

    SELECT TXLOG-FILE ASSIGN TO "TXLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TXLOG-FS.

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

      *> BIRGJASKIL's entry feed for the pulled stock - rebuilt
      *> each run, run through BIRGJASKIL after it.
    SELECT RTV-FEED-FILE ASSIGN TO "BUDRCLRTV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RFEED-FS.

      *> the customer call list for the recalls opened or listed
      *> this run - rebuilt each run.
    SELECT CALL-LIST-FILE ASSIGN TO "BUDRCLCU"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CALL-FS.

      *> the recall log - appended, never rewritten.
    SELECT RECALL-LOG-FILE ASSIGN TO "BUDRCLLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RLOG-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  RECALL-MASTER.
    COPY "recall.cpy".

    FD  INVENTORY-MASTER.
    COPY "invmast.cpy".

    FD  LOT-FILE.
    01  LOT-RECORD.
        05  LOT-RECV-DATE   PIC 9(8).
        05  FILLER          PIC X.
        05  LOT-SKU         PIC X(10).
        05  FILLER          PIC X.
        05  LOT-QTY         PIC S9(7).
        05  FILLER          PIC X.
        05  LOT-BEST-BEFORE PIC 9(8).

    FD  PO-MASTER.
    COPY "pomast.cpy".

    FD  POINTS-HISTORY-FILE.
    COPY "ptshist.cpy".

      *> the rolled history carries the TXLOG record shape.
    FD  HISTORY-FILE.
    01  HISTORY-RECORD.
        05  FILLER          PIC X(5).
        05  HX-RCPT-NO      PIC 9(10).
        05  FILLER          PIC X.
        05  HX-LINE         PIC X(84).
        05  FILLER          PIC X(40).
        05  HX-DATE         PIC 9(8).
        05  FILLER          PIC X(16).

    FD  TXLOG-FILE.
    COPY "txlog.cpy".

    FD  CUSTOMER-MASTER.
    COPY "custmast.cpy".

    FD  CONTACT-MASTER.
    COPY "contmast.cpy".

    FD  RTV-FEED-FILE.
    01  RTV-FEED-RECORD     PIC X(48).

    FD  CALL-LIST-FILE.
    01  CALL-RECORD.
        05  CALL-RCL-ID     PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  CALL-SKU        PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  CALL-CUST-ID    PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  CALL-NAME       PIC X(40).
        05  FILLER          PIC X VALUE SPACE.
        05  CALL-PHONE      PIC X(15).
        05  FILLER          PIC X VALUE SPACE.
        05  CALL-EMAIL      PIC X(40).
        05  FILLER          PIC X VALUE SPACE.
        05  CALL-ADDRESS    PIC X(40).
        05  FILLER          PIC X VALUE SPACE.
        05  CALL-LAST-DATE  PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  CALL-QTY        PIC S9(7).

    FD  RECALL-LOG-FILE.
    01  RECALL-LOG-RECORD.
        05  RLOG-DATE       PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  RLOG-TIME       PIC 9(6).
        05  FILLER          PIC X VALUE SPACE.
        05  RLOG-RCL-ID     PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  RLOG-ACTION     PIC X(8).
        05  FILLER          PIC X VALUE SPACE.
        05  RLOG-SKU        PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  RLOG-QTY        PIC S9(7).
        05  FILLER          PIC X VALUE SPACE.
        05  RLOG-TEXT       PIC X(60).

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    WORKING-STORAGE SECTION.
       01 RCL-FS PIC XX.
           88 RCL-FOUND VALUE "00".
           88 RCL-NEW-FILE VALUE "35".
           88 RCL-EOF VALUE "10".
       01 INV-FS PIC XX.
           88 INV-FOUND VALUE "00".
       01 LOT-FS PIC XX.
           88 LOT-FOUND VALUE "00".
           88 LOT-EOF VALUE "10".
       01 PO-FS PIC XX.
           88 PO-FOUND VALUE "00".
           88 PO-EOF VALUE "10".
       01 PO-OPEN-SW PIC X VALUE "N".
           88 PO-FILE-OPEN VALUE "Y".
       01 PHIST-FS PIC XX.
           88 PHIST-FOUND VALUE "00".
           88 PHIST-EOF VALUE "10".
       01 HIST-FS PIC XX.
           88 HIST-FOUND VALUE "00".
           88 HIST-EOF VALUE "10".
       01 TXLOG-FS PIC XX.
           88 TXLOG-FOUND VALUE "00".
           88 TXLOG-EOF VALUE "10".
       01 CUST-FS PIC XX.
           88 CUST-FOUND VALUE "00".
       01 CUST-OPEN-SW PIC X VALUE "N".
           88 CUST-FILE-OPEN VALUE "Y".
       01 CONT-FS PIC XX.
           88 CONT-FOUND VALUE "00".
       01 CONT-OPEN-SW PIC X VALUE "N".
           88 CONT-FILE-OPEN VALUE "Y".
       01 RFEED-FS PIC XX.
       01 CALL-FS PIC XX.
       01 RLOG-FS PIC XX.
           88 RLOG-FOUND VALUE "00".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".

       01 BUSINESS-DATE PIC 9(8).
       01 NOW-TIME PIC 9(8).

      *> entry line - action code, recall number, and up to four
      *> operands whose meaning follows the action code.
       01 INP PIC X(80).
           88 EOF-INP VALUE SPACES.
       01 ACT-RAW    PIC X(1).
       01 RCL-RAW    PIC X(10).
       01 OP1-RAW    PIC X(10).
       01 OP2-RAW    PIC X(20).
       01 OP3-RAW    PIC X(8).
       01 OP4-RAW    PIC X(8).
       01 ACT-LEN    PIC S9(2).
       01 RCL-LEN    PIC S9(2).
       01 OP1-LEN    PIC S9(2).
       01 OP2-LEN    PIC S9(2).
       01 OP3-LEN    PIC S9(2).
       01 OP4-LEN    PIC S9(2).

       01 PULL-QTY PIC S9(7).
       01 RTV-PO PIC X(10).
       01 RTV-PO-DATE PIC 9(8).
       01 OTHER-OPEN-SW PIC X VALUE "N".
           88 OTHER-RECALL-OPEN VALUE "Y".
       01 HOLD-RCL-ID PIC X(10).
       01 HOLD-RCL-SKU PIC X(10).
       01 HOLD-PRIOR PIC X(1).
       01 RCL-HOLD-RECORD PIC X(92).

      *> the trace - buyers from this date on are listed.
       01 TRACE-FROM PIC 9(8).
       01 LOT-HIT-COUNT PIC 9(5).
       01 LOT-HIT-QTY PIC S9(9).

      *> receipt-to-customer off the points trail, the KAUPSAGA
      *> join (the receipt number alone, the grain the trail keeps).
       01 RCPT-TAB.
           05 RCPT-ENTRY OCCURS 2000 TIMES INDEXED BY RX.
               10 RT-RCPT PIC 9(10).
               10 RT-CUST PIC X(10).
       01 RCPT-COUNT PIC 9(4) VALUE 0.
       01 RCPT-HIT-SW PIC X VALUE "N".
           88 RCPT-HIT VALUE "Y".
       01 HIT-CUST PIC X(10).
       01 HIT-RCPT PIC 9(10).
       01 HIT-DATE PIC 9(8).

      *> one row per customer who bought the SKU.
       01 BUYER-TAB.
           05 BUYER-ENTRY OCCURS 500 TIMES INDEXED BY BX.
               10 BY-CUST PIC X(10).
               10 BY-QTY PIC S9(7).
               10 BY-LAST-DATE PIC 9(8).
       01 BUYER-COUNT PIC 9(4) VALUE 0.
       01 BUYER-HIT-SW PIC X VALUE "N".
           88 BUYER-HIT VALUE "Y".

       01 LINE-TXTYPE PIC X(1).
       01 LINE-N PIC X(8).
       01 LINE-SKU PIC X(10).
       01 LINE-QTY PIC S9(7).

       01 OPEN-COUNT PIC 9(5) VALUE 0.
       01 PULL-COUNT PIC 9(5) VALUE 0.
       01 CLOSE-COUNT PIC 9(5) VALUE 0.
       01 CALL-COUNT PIC 9(5) VALUE 0.
       01 QTY-DISP PIC -(6)9.
       01 COUNT-DISP PIC Z(4)9.

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

    OPEN I-O INVENTORY-MASTER
    IF NOT INV-FOUND
        DISPLAY "INNKOLLUN: NO INVENTORY MASTER ON SITE"
        GOBACK
    END-IF

    OPEN I-O RECALL-MASTER
    IF RCL-NEW-FILE
        OPEN OUTPUT RECALL-MASTER
        CLOSE RECALL-MASTER
        OPEN I-O RECALL-MASTER
    END-IF

      *> no PO master means the pulled stock can't be matched to a
      *> supply line - the pull is logged for a manual return; no
      *> customer or contact master just thins the call list.
    OPEN INPUT PO-MASTER
    IF PO-FOUND
        MOVE "Y" TO PO-OPEN-SW
    END-IF
    OPEN INPUT CUSTOMER-MASTER
    IF CUST-FOUND
        MOVE "Y" TO CUST-OPEN-SW
    END-IF
    OPEN INPUT CONTACT-MASTER
    IF CONT-FOUND
        MOVE "Y" TO CONT-OPEN-SW
    END-IF

    OPEN INPUT RECALL-LOG-FILE
    IF RLOG-FOUND
        CLOSE RECALL-LOG-FILE
        OPEN EXTEND RECALL-LOG-FILE
    ELSE
        OPEN OUTPUT RECALL-LOG-FILE
    END-IF
    OPEN OUTPUT RTV-FEED-FILE
    OPEN OUTPUT CALL-LIST-FILE

    PERFORM UNTIL EOF-INP
        ACCEPT INP
        IF NOT EOF-INP
            MOVE SPACES TO ACT-RAW RCL-RAW
            MOVE SPACES TO OP1-RAW OP2-RAW OP3-RAW OP4-RAW
            MOVE 0 TO ACT-LEN RCL-LEN OP1-LEN OP2-LEN
                      OP3-LEN OP4-LEN
            UNSTRING INP DELIMITED BY ALL SPACE
                INTO ACT-RAW    COUNT IN ACT-LEN,
                     RCL-RAW    COUNT IN RCL-LEN,
                     OP1-RAW    COUNT IN OP1-LEN,
                     OP2-RAW    COUNT IN OP2-LEN,
                     OP3-RAW    COUNT IN OP3-LEN,
                     OP4-RAW    COUNT IN OP4-LEN

            IF RCL-LEN = 0
                DISPLAY "INNKOLLUN: NO RECALL NUMBER "
                        function TRIM(INP)
            ELSE
            IF ACT-RAW = "N"
                PERFORM RECALL-OPEN-RTN
            ELSE
            IF ACT-RAW = "L"
                PERFORM RECALL-LIST-RTN
            ELSE
            IF ACT-RAW = "P"
                PERFORM RECALL-PULL-RTN
            ELSE
            IF ACT-RAW = "C"
                PERFORM RECALL-CLOSE-RTN
            ELSE
                DISPLAY "INNKOLLUN: BAD ACTION CODE "
                        function TRIM(INP)
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
        END-IF
    END-PERFORM

    CLOSE RECALL-MASTER
    CLOSE INVENTORY-MASTER
    IF PO-FILE-OPEN
        CLOSE PO-MASTER
    END-IF
    IF CUST-FILE-OPEN
        CLOSE CUSTOMER-MASTER
    END-IF
    IF CONT-FILE-OPEN
        CLOSE CONTACT-MASTER
    END-IF
    CLOSE RECALL-LOG-FILE
    CLOSE RTV-FEED-FILE
    CLOSE CALL-LIST-FILE

    DISPLAY " "
    MOVE OPEN-COUNT TO COUNT-DISP
    DISPLAY "RECALLS OPENED:      " function TRIM(COUNT-DISP)
    MOVE PULL-COUNT TO COUNT-DISP
    DISPLAY "PULLS TO SUPPLIER:   " function TRIM(COUNT-DISP)
    MOVE CLOSE-COUNT TO COUNT-DISP
    DISPLAY "RECALLS CLOSED:      " function TRIM(COUNT-DISP)
    MOVE CALL-COUNT TO COUNT-DISP
    DISPLAY "CUSTOMERS TO CALL:   " function TRIM(COUNT-DISP)
    IF PULL-COUNT > 0
        DISPLAY "RUN BIRGJASKIL WITH BUDRCLRTV TO BOOK THE RETURNS"
    END-IF

    GOBACK.

      *> N recall sku supref [bbfrom bbto] - the notice.  The SKU
      *> is blocked at once, then traced.
RECALL-OPEN-RTN.
    IF OP1-LEN = 0 OR OP2-LEN = 0
          OR (OP3-LEN > 0 AND OP3-RAW(1:OP3-LEN) IS NOT NUMERIC)
          OR (OP4-LEN > 0 AND OP4-RAW(1:OP4-LEN) IS NOT NUMERIC)
          OR (OP3-LEN > 0 AND OP4-LEN = 0)
        DISPLAY "INNKOLLUN: BAD RECALL LINE " function TRIM(INP)
    ELSE
        MOVE RCL-RAW TO RCL-ID
        READ RECALL-MASTER
            INVALID KEY
                MOVE OP1-RAW TO INV-SKU
                READ INVENTORY-MASTER
                    INVALID KEY
                        DISPLAY "INNKOLLUN: UNKNOWN SKU "
                                function TRIM(OP1-RAW)
                    NOT INVALID KEY
                        PERFORM RECALL-CREATE-RTN
                END-READ
            NOT INVALID KEY
                DISPLAY "INNKOLLUN: RECALL " function TRIM(RCL-RAW)
                        " ALREADY ON FILE"
        END-READ
    END-IF.

RECALL-CREATE-RTN.
    MOVE RCL-RAW TO RCL-ID
    MOVE OP1-RAW TO RCL-SKU
    MOVE OP2-RAW TO RCL-SUP-REF
    MOVE INV-SUPPLIER TO RCL-SUPPLIER
    MOVE 0 TO RCL-BB-FROM
    MOVE 0 TO RCL-BB-TO
    IF OP3-LEN > 0
        MOVE OP3-RAW TO RCL-BB-FROM
        MOVE OP4-RAW TO RCL-BB-TO
    END-IF
    MOVE BUSINESS-DATE TO RCL-OPEN-DATE
    MOVE 0 TO RCL-CLOSE-DATE
      *> a second notice on a SKU already blocked keeps the status
      *> from before the first one.
    IF INV-STATUS = "R"
        MOVE "A" TO RCL-PRIOR-STATUS
        PERFORM PRIOR-STATUS-FIND-RTN
    ELSE
        MOVE INV-STATUS TO RCL-PRIOR-STATUS
    END-IF
    MOVE "O" TO RCL-STATUS
    MOVE 0 TO RCL-QTY-PULLED
    MOVE 0 TO RCL-CUST-COUNT
    WRITE RCL-MASTER-RECORD
    ADD 1 TO OPEN-COUNT

    MOVE "R" TO INV-STATUS
    REWRITE INV-MASTER-RECORD

    MOVE "OPEN" TO RLOG-ACTION
    MOVE 0 TO RLOG-QTY
    MOVE SPACES TO RLOG-TEXT
    STRING "SUPPLIER " DELIMITED BY SIZE
           RCL-SUPPLIER DELIMITED BY SPACE
           " REF " DELIMITED BY SIZE
           RCL-SUP-REF DELIMITED BY SPACE
           " BEST BEFORE " DELIMITED BY SIZE
           RCL-BB-FROM DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           RCL-BB-TO DELIMITED BY SIZE
        INTO RLOG-TEXT
    END-STRING
    PERFORM LOG-WRITE-RTN
    MOVE "BLOCK" TO RLOG-ACTION
    MOVE "TILL REFUSES THE SKU FROM NOW" TO RLOG-TEXT
    PERFORM LOG-WRITE-RTN

    DISPLAY "RECALL " function TRIM(RCL-ID) " OPENED - "
            function TRIM(RCL-SKU) " BLOCKED AT THE TILL"
    PERFORM RECALL-TRACE-RTN
    REWRITE RCL-MASTER-RECORD.

      *> the status before the SKU's earliest still-open recall.
PRIOR-STATUS-FIND-RTN.
    MOVE RCL-MASTER-RECORD TO RCL-HOLD-RECORD
    MOVE SPACE TO HOLD-PRIOR
    MOVE "00" TO RCL-FS
    MOVE LOW-VALUES TO RCL-ID
    START RECALL-MASTER KEY NOT < RCL-ID
        INVALID KEY
            MOVE "10" TO RCL-FS
    END-START
    PERFORM UNTIL RCL-EOF
        READ RECALL-MASTER NEXT
            AT END
                MOVE "10" TO RCL-FS
        END-READ
        IF RCL-FOUND AND RCL-OPEN AND RCL-SKU = INV-SKU
            MOVE RCL-PRIOR-STATUS TO HOLD-PRIOR
            MOVE "10" TO RCL-FS
        END-IF
    END-PERFORM
    MOVE RCL-HOLD-RECORD TO RCL-MASTER-RECORD
    IF HOLD-PRIOR NOT = "R"
        MOVE HOLD-PRIOR TO RCL-PRIOR-STATUS
    END-IF.

      *> L recall - the removal and call lists again, after more
      *> history has rolled or the floor asks for a fresh sheet.
RECALL-LIST-RTN.
    MOVE RCL-RAW TO RCL-ID
    READ RECALL-MASTER
        INVALID KEY
            DISPLAY "INNKOLLUN: RECALL " function TRIM(RCL-RAW)
                    " NOT ON FILE"
        NOT INVALID KEY
            MOVE RCL-SKU TO INV-SKU
            READ INVENTORY-MASTER
                INVALID KEY
                    MOVE 0 TO INV-QTY-ON-HAND
            END-READ
            MOVE "LIST" TO RLOG-ACTION
            MOVE 0 TO RLOG-QTY
            MOVE "REMOVAL AND CALL LISTS REPRINTED" TO RLOG-TEXT
            PERFORM LOG-WRITE-RTN
            PERFORM RECALL-TRACE-RTN
            REWRITE RCL-MASTER-RECORD
    END-READ.

      *> the removal list and the call list for the recall in the
      *> record area.
RECALL-TRACE-RTN.
    MOVE INV-QTY-ON-HAND TO QTY-DISP
    DISPLAY "RECALL " function TRIM(RCL-ID) "  "
            function TRIM(RCL-SKU) "  SUPPLIER REF "
            function TRIM(RCL-SUP-REF)
    DISPLAY "  ON HAND TO PULL: " function TRIM(QTY-DISP)
    MOVE "ONHAND" TO RLOG-ACTION
    MOVE INV-QTY-ON-HAND TO RLOG-QTY
    MOVE "ON HAND AT TRACE" TO RLOG-TEXT
    PERFORM LOG-WRITE-RTN

    MOVE 0 TO TRACE-FROM
    MOVE 0 TO LOT-HIT-COUNT
    MOVE 0 TO LOT-HIT-QTY
    OPEN INPUT LOT-FILE
    IF LOT-FOUND
        PERFORM LOT-READ-RTN
        PERFORM UNTIL LOT-EOF
            IF LOT-SKU = RCL-SKU
                PERFORM LOT-CHECK-RTN
            END-IF
            PERFORM LOT-READ-RTN
        END-PERFORM
        CLOSE LOT-FILE
    END-IF
    IF LOT-HIT-COUNT = 0
        DISPLAY "  NO RECEIVED LOTS ON FILE IN THE RANGE"
    END-IF
      *> without a range, or with no affected lot on file to date
      *> it from, every buyer on the trail is listed.
    IF RCL-BB-FROM = 0 AND RCL-BB-TO = 0
        MOVE 0 TO TRACE-FROM
    END-IF

    PERFORM CUSTOMER-TRACE-RTN.

      *> a lot is affected when its best-before is inside the
      *> notice's range, or always when the notice has no range.
LOT-CHECK-RTN.
    IF (RCL-BB-FROM = 0 AND RCL-BB-TO = 0)
          OR (LOT-BEST-BEFORE >= RCL-BB-FROM
              AND LOT-BEST-BEFORE <= RCL-BB-TO)
        ADD 1 TO LOT-HIT-COUNT
        ADD LOT-QTY TO LOT-HIT-QTY
        IF TRACE-FROM = 0 OR LOT-RECV-DATE < TRACE-FROM
            MOVE LOT-RECV-DATE TO TRACE-FROM
        END-IF
        MOVE LOT-QTY TO QTY-DISP
        DISPLAY "  LOT RECEIVED " LOT-RECV-DATE
                "  BEST BEFORE " LOT-BEST-BEFORE
                "  QTY RECEIVED " function TRIM(QTY-DISP)
                "  - PULL"
        MOVE "LOT" TO RLOG-ACTION
        MOVE LOT-QTY TO RLOG-QTY
        MOVE SPACES TO RLOG-TEXT
        STRING "RECEIVED " DELIMITED BY SIZE
               LOT-RECV-DATE DELIMITED BY SIZE
               " BEST BEFORE " DELIMITED BY SIZE
               LOT-BEST-BEFORE DELIMITED BY SIZE
            INTO RLOG-TEXT
        END-STRING
        PERFORM LOG-WRITE-RTN
    END-IF.

      *> who bought it: the points trail names each receipt's
      *> customer, the history and today's log hold the lines.
CUSTOMER-TRACE-RTN.
    MOVE 0 TO RCPT-COUNT
    MOVE 0 TO BUYER-COUNT
    OPEN INPUT POINTS-HISTORY-FILE
    IF PHIST-FOUND
        PERFORM PHIST-READ-RTN
        PERFORM UNTIL PHIST-EOF
            IF PH-RCPT-NO NOT = 0 AND PH-POINTS > 0
                  AND PH-DATE >= TRACE-FROM
                IF RCPT-COUNT < 2000
                    ADD 1 TO RCPT-COUNT
                    MOVE PH-RCPT-NO TO RT-RCPT(RCPT-COUNT)
                    MOVE PH-CUST-ID TO RT-CUST(RCPT-COUNT)
                ELSE
                    DISPLAY "INNKOLLUN: RECEIPT TABLE FULL - "
                            "TRACE FROM A LATER DATE"
                    MOVE "10" TO PHIST-FS
                END-IF
            END-IF
            IF NOT PHIST-EOF
                PERFORM PHIST-READ-RTN
            END-IF
        END-PERFORM
        CLOSE POINTS-HISTORY-FILE
    END-IF

    OPEN INPUT HISTORY-FILE
    IF HIST-FOUND
        PERFORM HIST-READ-RTN
        PERFORM UNTIL HIST-EOF
            IF HX-DATE >= TRACE-FROM
                MOVE HX-RCPT-NO TO HIT-RCPT
                MOVE HX-DATE TO HIT-DATE
                UNSTRING HX-LINE DELIMITED BY ALL SPACE
                    INTO LINE-TXTYPE, LINE-N, LINE-SKU
                PERFORM BUYER-LINE-RTN
            END-IF
            PERFORM HIST-READ-RTN
        END-PERFORM
        CLOSE HISTORY-FILE
    END-IF

    OPEN INPUT TXLOG-FILE
    IF TXLOG-FOUND
        PERFORM TXLOG-READ-RTN
        PERFORM UNTIL TXLOG-EOF
            IF TXLOG-DATE = 0 OR TXLOG-DATE = BUSINESS-DATE
                MOVE TXLOG-RCPT-NO TO HIT-RCPT
                MOVE BUSINESS-DATE TO HIT-DATE
                UNSTRING TXLOG-LINE DELIMITED BY ALL SPACE
                    INTO LINE-TXTYPE, LINE-N, LINE-SKU
                PERFORM BUYER-LINE-RTN
            END-IF
            PERFORM TXLOG-READ-RTN
        END-PERFORM
        CLOSE TXLOG-FILE
    END-IF

    MOVE BUYER-COUNT TO RCL-CUST-COUNT
    MOVE BUYER-COUNT TO COUNT-DISP
    DISPLAY "  CUSTOMERS WHO BOUGHT IT: " function TRIM(COUNT-DISP)
    PERFORM BUYER-REPORT-RTN
        VARYING BX FROM 1 BY 1 UNTIL BX > BUYER-COUNT
    MOVE "CUSTLIST" TO RLOG-ACTION
    MOVE BUYER-COUNT TO RLOG-QTY
    MOVE "LOYALTY BUYERS LISTED TO BUDRCLCU" TO RLOG-TEXT
    PERFORM LOG-WRITE-RTN.

      *> a sale line of the SKU on a receipt the points trail can
      *> name - returns don't take a customer off the list.
BUYER-LINE-RTN.
    IF LINE-TXTYPE = "S" AND LINE-SKU = RCL-SKU
          AND LINE-N NOT = SPACES AND LINE-N(1:1) NOT = "-"
        MOVE "N" TO RCPT-HIT-SW
        PERFORM RCPT-MATCH-RTN
            VARYING RX FROM 1 BY 1
            UNTIL RX > RCPT-COUNT OR RCPT-HIT
        IF RCPT-HIT
            MOVE LINE-N TO LINE-QTY
            MOVE "N" TO BUYER-HIT-SW
            PERFORM BUYER-MATCH-RTN
                VARYING BX FROM 1 BY 1
                UNTIL BX > BUYER-COUNT OR BUYER-HIT
            IF NOT BUYER-HIT
                IF BUYER-COUNT < 500
                    ADD 1 TO BUYER-COUNT
                    MOVE HIT-CUST TO BY-CUST(BUYER-COUNT)
                    MOVE LINE-QTY TO BY-QTY(BUYER-COUNT)
                    MOVE HIT-DATE TO BY-LAST-DATE(BUYER-COUNT)
                ELSE
                    DISPLAY "INNKOLLUN: CUSTOMER TABLE FULL - "
                            function TRIM(HIT-CUST) " NOT LISTED"
                END-IF
            END-IF
        END-IF
    END-IF.

RCPT-MATCH-RTN.
    IF RT-RCPT(RX) = HIT-RCPT
        MOVE "Y" TO RCPT-HIT-SW
        MOVE RT-CUST(RX) TO HIT-CUST
    END-IF.

BUYER-MATCH-RTN.
    IF BY-CUST(BX) = HIT-CUST
        MOVE "Y" TO BUYER-HIT-SW
        ADD LINE-QTY TO BY-QTY(BX)
        IF HIT-DATE > BY-LAST-DATE(BX)
            MOVE HIT-DATE TO BY-LAST-DATE(BX)
        END-IF
    END-IF.

      *> the contact comes off CONTMAST whatever CONT-CONSENT says.
BUYER-REPORT-RTN.
    MOVE RCL-ID TO CALL-RCL-ID
    MOVE RCL-SKU TO CALL-SKU
    MOVE BY-CUST(BX) TO CALL-CUST-ID
    MOVE SPACES TO CALL-NAME CALL-PHONE CALL-EMAIL CALL-ADDRESS
    MOVE BY-LAST-DATE(BX) TO CALL-LAST-DATE
    MOVE BY-QTY(BX) TO CALL-QTY
    IF CUST-FILE-OPEN
        MOVE BY-CUST(BX) TO CUST-ID
        READ CUSTOMER-MASTER
            NOT INVALID KEY
                MOVE CUST-NAME TO CALL-NAME
        END-READ
    END-IF
    IF CONT-FILE-OPEN
        MOVE BY-CUST(BX) TO CONT-CUST-ID
        READ CONTACT-MASTER
            NOT INVALID KEY
                MOVE CONT-PHONE TO CALL-PHONE
                MOVE CONT-EMAIL TO CALL-EMAIL
                MOVE CONT-ADDRESS TO CALL-ADDRESS
        END-READ
    END-IF
    WRITE CALL-RECORD
    ADD 1 TO CALL-COUNT
    MOVE BY-QTY(BX) TO QTY-DISP
    DISPLAY "    " function TRIM(BY-CUST(BX)) "  "
            function TRIM(CALL-NAME) "  QTY " function TRIM(QTY-DISP)
            "  LAST " BY-LAST-DATE(BX)
    IF CALL-PHONE = SPACES AND CALL-EMAIL = SPACES
          AND CALL-ADDRESS = SPACES
        DISPLAY "      NO CONTACT DETAILS ON FILE - "
                "NOTICE AT THE COUNTER"
    ELSE
        DISPLAY "      " function TRIM(CALL-PHONE) "  "
                function TRIM(CALL-EMAIL) "  "
                function TRIM(CALL-ADDRESS)
    END-IF.

      *> P recall qty [po] - units the floor pulled.  They go back
      *> to the supplier against the PO line named, or the latest
      *> line the SKU came in on.
RECALL-PULL-RTN.
    IF OP1-LEN = 0 OR OP1-RAW(1:OP1-LEN) IS NOT NUMERIC
          OR OP1-RAW(1:OP1-LEN) = ZERO
        DISPLAY "INNKOLLUN: BAD PULL LINE " function TRIM(INP)
    ELSE
        MOVE RCL-RAW TO RCL-ID
        READ RECALL-MASTER
            INVALID KEY
                DISPLAY "INNKOLLUN: RECALL " function TRIM(RCL-RAW)
                        " NOT ON FILE"
            NOT INVALID KEY
                IF NOT RCL-OPEN
                    DISPLAY "INNKOLLUN: RECALL "
                            function TRIM(RCL-RAW) " IS CLOSED"
                ELSE
                    MOVE OP1-RAW(1:OP1-LEN) TO PULL-QTY
                    PERFORM RTV-PO-FIND-RTN
                    PERFORM PULL-POST-RTN
                END-IF
        END-READ
    END-IF.

RTV-PO-FIND-RTN.
    MOVE SPACES TO RTV-PO
    MOVE 0 TO RTV-PO-DATE
    IF PO-FILE-OPEN
        IF OP2-LEN > 0
            MOVE OP2-RAW TO PO-NUMBER
            MOVE RCL-SKU TO PO-SKU
            READ PO-MASTER
                INVALID KEY
                    DISPLAY "INNKOLLUN: NO PO LINE "
                            function TRIM(OP2-RAW) " "
                            function TRIM(RCL-SKU)
                NOT INVALID KEY
                    MOVE PO-NUMBER TO RTV-PO
            END-READ
        ELSE
            MOVE "00" TO PO-FS
            MOVE LOW-VALUES TO PO-KEY
            START PO-MASTER KEY NOT < PO-KEY
                INVALID KEY
                    MOVE "10" TO PO-FS
            END-START
            PERFORM UNTIL PO-EOF
                READ PO-MASTER NEXT
                    AT END
                        MOVE "10" TO PO-FS
                END-READ
                IF PO-FOUND AND PO-SKU = RCL-SKU
                      AND PO-QTY-RECEIVED > 0
                      AND (RTV-PO = SPACES
                           OR PO-ORDER-DATE >= RTV-PO-DATE)
                    MOVE PO-NUMBER TO RTV-PO
                    MOVE PO-ORDER-DATE TO RTV-PO-DATE
                END-IF
            END-PERFORM
        END-IF
    END-IF.

PULL-POST-RTN.
    ADD PULL-QTY TO RCL-QTY-PULLED
    REWRITE RCL-MASTER-RECORD
    MOVE "PULL" TO RLOG-ACTION
    MOVE PULL-QTY TO RLOG-QTY
    MOVE PULL-QTY TO QTY-DISP
    IF RTV-PO = SPACES
        MOVE "PULLED - NO PO LINE, RETURN BY HAND" TO RLOG-TEXT
        PERFORM LOG-WRITE-RTN
        DISPLAY "RECALL " function TRIM(RCL-ID) "  "
                function TRIM(QTY-DISP) " PULLED - NO PO LINE FOUND, "
                "RETURN TO THE SUPPLIER BY HAND"
    ELSE
        MOVE SPACES TO RTV-FEED-RECORD
        STRING "R " DELIMITED BY SIZE
               RTV-PO DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               RCL-SKU DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               OP1-RAW(1:OP1-LEN) DELIMITED BY SIZE
               " RCLL" DELIMITED BY SIZE
            INTO RTV-FEED-RECORD
        END-STRING
        WRITE RTV-FEED-RECORD
        ADD 1 TO PULL-COUNT
        MOVE SPACES TO RLOG-TEXT
        STRING "PULLED - RETURN TO VENDOR ON PO " DELIMITED BY SIZE
               RTV-PO DELIMITED BY SPACE
            INTO RLOG-TEXT
        END-STRING
        PERFORM LOG-WRITE-RTN
        DISPLAY "RECALL " function TRIM(RCL-ID) "  "
                function TRIM(QTY-DISP) " PULLED - RETURN QUEUED ON PO "
                function TRIM(RTV-PO)
    END-IF.

      *> C recall - the supplier lifted it.  The SKU goes back to
      *> the status it had, unless another recall on it is still
      *> open.
RECALL-CLOSE-RTN.
    MOVE RCL-RAW TO RCL-ID
    READ RECALL-MASTER
        INVALID KEY
            DISPLAY "INNKOLLUN: RECALL " function TRIM(RCL-RAW)
                    " NOT ON FILE"
        NOT INVALID KEY
            IF NOT RCL-OPEN
                DISPLAY "INNKOLLUN: RECALL " function TRIM(RCL-RAW)
                        " ALREADY CLOSED"
            ELSE
                MOVE "C" TO RCL-STATUS
                MOVE BUSINESS-DATE TO RCL-CLOSE-DATE
                REWRITE RCL-MASTER-RECORD
                ADD 1 TO CLOSE-COUNT
                MOVE "CLOSE" TO RLOG-ACTION
                MOVE RCL-QTY-PULLED TO RLOG-QTY
                MOVE "RECALL LIFTED - TOTAL PULLED" TO RLOG-TEXT
                PERFORM LOG-WRITE-RTN
                PERFORM OTHER-OPEN-CHECK-RTN
                MOVE RCL-SKU TO INV-SKU
                READ INVENTORY-MASTER
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF INV-STATUS = "R" AND NOT OTHER-RECALL-OPEN
                            MOVE RCL-PRIOR-STATUS TO INV-STATUS
                            REWRITE INV-MASTER-RECORD
                            MOVE "UNBLOCK" TO RLOG-ACTION
                            MOVE 0 TO RLOG-QTY
                            MOVE "TILL MAY SELL THE SKU AGAIN"
                                TO RLOG-TEXT
                            PERFORM LOG-WRITE-RTN
                            DISPLAY "RECALL " function TRIM(RCL-ID)
                                    " CLOSED - " function TRIM(RCL-SKU)
                                    " RELEASED AT THE TILL"
                        ELSE
                            DISPLAY "RECALL " function TRIM(RCL-ID)
                                    " CLOSED - " function TRIM(RCL-SKU)
                                    " STAYS BLOCKED UNDER ANOTHER "
                                    "OPEN RECALL"
                        END-IF
                END-READ
            END-IF
    END-READ.

OTHER-OPEN-CHECK-RTN.
    MOVE "N" TO OTHER-OPEN-SW
    MOVE RCL-MASTER-RECORD TO RCL-HOLD-RECORD
    MOVE RCL-ID TO HOLD-RCL-ID
    MOVE RCL-SKU TO HOLD-RCL-SKU
    MOVE "00" TO RCL-FS
    MOVE LOW-VALUES TO RCL-ID
    START RECALL-MASTER KEY NOT < RCL-ID
        INVALID KEY
            MOVE "10" TO RCL-FS
    END-START
    PERFORM UNTIL RCL-EOF
        READ RECALL-MASTER NEXT
            AT END
                MOVE "10" TO RCL-FS
        END-READ
        IF RCL-FOUND AND RCL-OPEN
              AND RCL-SKU = HOLD-RCL-SKU
              AND RCL-ID NOT = HOLD-RCL-ID
            MOVE "Y" TO OTHER-OPEN-SW
            MOVE "10" TO RCL-FS
        END-IF
    END-PERFORM
    MOVE RCL-HOLD-RECORD TO RCL-MASTER-RECORD.

LOG-WRITE-RTN.
    ACCEPT NOW-TIME FROM TIME
    MOVE BUSINESS-DATE TO RLOG-DATE
    MOVE NOW-TIME(1:6) TO RLOG-TIME
    MOVE RCL-ID TO RLOG-RCL-ID
    MOVE RCL-SKU TO RLOG-SKU
    WRITE RECALL-LOG-RECORD.

LOT-READ-RTN.
    READ LOT-FILE
        AT END
            MOVE "10" TO LOT-FS
    END-READ.

PHIST-READ-RTN.
    READ POINTS-HISTORY-FILE
        AT END
            MOVE "10" TO PHIST-FS
    END-READ.

HIST-READ-RTN.
    READ HISTORY-FILE
        AT END
            MOVE "10" TO HIST-FS
    END-READ.

TXLOG-READ-RTN.
    READ TXLOG-FILE
        AT END
            MOVE "10" TO TXLOG-FS
    END-READ.
