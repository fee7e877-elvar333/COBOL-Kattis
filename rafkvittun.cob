IDENTIFICATION DIVISION.
PROGRAM-ID. RAFKVITTUN.

      *> nightly e-receipt extract - customers who asked for their
      *> receipts by mail (CONTMAST's e-receipt preference, kept
      *> apart from marketing consent) get every receipt they rang
      *> their loyalty ID on, built as a document for the mail
      *> gateway:
      *>   - first the gateway's delivery-status return BUDERST is
      *>     read, and an address it reports bouncing is flagged on
      *>     CONTMAST so nothing more goes to it until SAMBAND keys
      *>     a new one (a bounce for an address since replaced is
      *>     ignored, so a resent status file does no harm);
      *>   - then the business date's TXLOG is walked for receipts
      *>     carrying a customer who wants e-receipts and has a good
      *>     address, and each one still standing on the BUDRCPT day
      *>     file (a voided receipt is gone from it) is written to
      *>     the outbound BUDERCPT file: address, heading, the item
      *>     lines off the log, totals, the per-rate VAT split and
      *>     the tender legs.
      *> BUDERCPT is rebuilt each run for the gateway to collect.
      *> The entry feed takes FORCE on its first line to build a
      *> date's documents again; DAGSLOK runs it with its input
      *> closed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TXLOG-FILE ASSIGN TO "TXLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TXLOG-FS.

    SELECT DAY-RECEIPTS-FILE ASSIGN TO "BUDRCPT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS DR-KEY
        FILE STATUS IS DRCPT-FS.

    SELECT CONTACT-MASTER ASSIGN TO "CONTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CONT-CUST-ID
        FILE STATUS IS CONT-FS.

    SELECT CATEGORY-MASTER ASSIGN TO "CATMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CAT-CODE
        FILE STATUS IS CAT-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

      *> the documents for the mail gateway - one "H" line naming
      *> the address, then the receipt's lines, each tagged with
      *> the register and receipt it belongs to.
    SELECT ERCPT-OUT-FILE ASSIGN TO "BUDERCPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ERO-FS.

      *> the gateway's delivery status back - D delivered, B
      *> bounced, with the address it went to.
    SELECT ERCPT-STATUS-FILE ASSIGN TO "BUDERST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ERS-FS.

      *> shared run-control register - a date's receipts mail once
      *> unless forced.
    SELECT RUN-CONTROL-FILE ASSIGN TO "BUDRUN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RC-FS.

DATA DIVISION.
    FILE SECTION.
    FD  TXLOG-FILE.
    COPY "txlog.cpy".

    FD  DAY-RECEIPTS-FILE.
    COPY "budrcpt.cpy".

    FD  CONTACT-MASTER.
    COPY "contmast.cpy".

    FD  CATEGORY-MASTER.
    COPY "catmast.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    FD  ERCPT-OUT-FILE.
    01  ERCPT-OUT-RECORD.
      *> H address, S heading, L item line, T total, X VAT at one
      *> rate, P tender leg, E end of document.
        05  ERO-TYPE        PIC X(1).
        05  FILLER          PIC X VALUE SPACE.
        05  ERO-REGISTER    PIC X(4).
        05  FILLER          PIC X VALUE SPACE.
        05  ERO-RCPT-NO     PIC 9(10).
        05  FILLER          PIC X VALUE SPACE.
        05  ERO-CUST-ID     PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  ERO-TEXT        PIC X(60).

    FD  ERCPT-STATUS-FILE.
    01  ERCPT-STATUS-RECORD.
        05  ERS-DATE        PIC 9(8).
        05  FILLER          PIC X.
        05  ERS-REGISTER    PIC X(4).
        05  FILLER          PIC X.
        05  ERS-RCPT-NO     PIC 9(10).
        05  FILLER          PIC X.
        05  ERS-CUST-ID     PIC X(10).
        05  FILLER          PIC X.
        05  ERS-STATUS      PIC X(1).
            88  ERS-DELIVERED  VALUE "D".
            88  ERS-BOUNCED    VALUE "B".
        05  FILLER          PIC X.
        05  ERS-EMAIL       PIC X(40).
        05  FILLER          PIC X.
        05  ERS-REASON      PIC X(20).

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
       01 DRCPT-FS PIC XX.
           88 DRCPT-FOUND VALUE "00".
       01 CONT-FS PIC XX.
           88 CONT-FOUND VALUE "00".
       01 CAT-FS PIC XX.
           88 CAT-FOUND VALUE "00".
       01 CAT-OPEN-SW PIC X VALUE "N".
           88 CAT-FILE-OPEN VALUE "Y".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".
       01 ERO-FS PIC XX.
           88 ERO-FOUND VALUE "00".
       01 ERS-FS PIC XX.
           88 ERS-FOUND VALUE "00".
           88 ERS-EOF VALUE "10".
       01 RC-FS PIC XX.
           88 RC-FOUND VALUE "00".
           88 RC-EOF VALUE "10".
       01 RUNCTL-HIT-SW PIC X VALUE "N".
           88 RUNCTL-HIT VALUE "Y".
       01 FORCE-SW PIC X VALUE "N".
           88 RUN-FORCED VALUE "Y".
       01 FORCE-INP PIC X(8).
       01 RUN-JOB-NAME PIC X(12) VALUE "RAFKVITTUN".
       01 RUN-INPUT-ID PIC 9(8).

       01 TODAY-DATE PIC 9(8).
       01 STORE-NO PIC 9(4) VALUE 0.
       01 FLAT-RATE PIC 9V999 VALUE 0.

      *> the till line's tokens - the customer rides the twelfth.
       01 TOK-TAB.
           05 TOK PIC X(13) OCCURS 12 TIMES.

      *> the receipts to mail, and their lines off the log.
       01 RCPT-TAB.
           05 RCPT-ENTRY OCCURS 2000 TIMES INDEXED BY RX.
               10 RT-REGISTER  PIC X(4).
               10 RT-RCPT-NO   PIC 9(10).
               10 RT-CUST-ID   PIC X(10).
               10 RT-EMAIL     PIC X(40).
               10 RT-TIME      PIC X(4).
       01 RCPT-COUNT PIC 9(4) VALUE 0.
       01 RCPT-FOUND-SW PIC X VALUE "N".
           88 RCPT-FOUND VALUE "Y".
       01 LINE-TAB.
           05 LINE-ENTRY OCCURS 6000 TIMES INDEXED BY LX.
               10 LT-RX        PIC 9(4).
               10 LT-LINE      PIC X(84).
               10 LT-AMT       PIC S9(11).
               10 LT-TENDER    PIC X(1).
       01 LINE-COUNT PIC 9(4) VALUE 0.
       01 CUR-RX PIC 9(4).
       01 OVER-COUNT PIC 9(5) VALUE 0.

       01 BUCKET PIC 9.
       01 BUCKET-RATE PIC 9V999.
       01 RATE-DISP PIC 9.999.
       01 AMT-DISP PIC -(10)9.
       01 AMT-DISP2 PIC -(10)9.
       01 QTY-DISP PIC -(6)9.
       01 QTY-NUM PIC S9(7).
       01 TENDER-NAME PIC X(12).

       01 BOUNCE-COUNT PIC 9(5) VALUE 0.
       01 DELIVERED-COUNT PIC 9(5) VALUE 0.
       01 STALE-COUNT PIC 9(5) VALUE 0.
       01 SENT-COUNT PIC 9(5) VALUE 0.
       01 VOIDED-COUNT PIC 9(5) VALUE 0.
       01 COUNT-DISP PIC Z(4)9.

PROCEDURE DIVISION.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD
    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND
            MOVE BUD-STORE-NO TO STORE-NO
            MOVE BUD-TAX-RATE TO FLAT-RATE
            IF BUD-BUSINESS-DATE > 0
                MOVE BUD-BUSINESS-DATE TO TODAY-DATE
            END-IF
        END-IF
    END-IF
    CLOSE CONTROL-FILE
    MOVE TODAY-DATE TO RUN-INPUT-ID

    ACCEPT FORCE-INP
    IF FORCE-INP = "FORCE"
        MOVE "Y" TO FORCE-SW
    END-IF
    PERFORM RUNCTL-CHECK-RTN
    IF RUNCTL-HIT AND NOT RUN-FORCED
        DISPLAY "RAFKVITTUN: E-RECEIPTS FOR " TODAY-DATE
                " ALREADY BUILT - RUN REFUSED (FEED FORCE TO "
                "OVERRIDE)"
        GOBACK
    END-IF
    IF RUNCTL-HIT AND RUN-FORCED
        DISPLAY "RAFKVITTUN: FORCED REBUILD FOR " TODAY-DATE
                " - LOGGED"
    END-IF

      *> no contact master means nobody can have asked for one.
    OPEN I-O CONTACT-MASTER
    IF NOT CONT-FOUND
        DISPLAY "RAFKVITTUN: NO CONTACT MASTER - NO E-RECEIPTS"
        PERFORM RUNCTL-POST-RTN
        GOBACK
    END-IF

      *> bounces first, so tonight's documents skip a dead address.
    OPEN INPUT ERCPT-STATUS-FILE
    IF ERS-FOUND
        PERFORM ERS-READ-RTN
        PERFORM UNTIL ERS-EOF
            IF ERS-BOUNCED
                PERFORM BOUNCE-RTN
            ELSE
            IF ERS-DELIVERED
                ADD 1 TO DELIVERED-COUNT
            END-IF
            END-IF
            PERFORM ERS-READ-RTN
        END-PERFORM
        CLOSE ERCPT-STATUS-FILE
    END-IF

      *> the receipts with an enrolled customer on them.
    OPEN INPUT TXLOG-FILE
    IF TXLOG-FOUND
        PERFORM TXLOG-READ-RTN
        PERFORM UNTIL TXLOG-EOF
            IF TXLOG-DATE = TODAY-DATE OR TXLOG-DATE = 0
                PERFORM RCPT-PICK-RTN
            END-IF
            PERFORM TXLOG-READ-RTN
        END-PERFORM
        CLOSE TXLOG-FILE
    END-IF

      *> and every log line under those receipts.
    IF RCPT-COUNT > 0
        OPEN INPUT TXLOG-FILE
        PERFORM TXLOG-READ-RTN
        PERFORM UNTIL TXLOG-EOF
            IF TXLOG-DATE = TODAY-DATE OR TXLOG-DATE = 0
                PERFORM LINE-KEEP-RTN
            END-IF
            PERFORM TXLOG-READ-RTN
        END-PERFORM
        CLOSE TXLOG-FILE
    END-IF

    OPEN OUTPUT ERCPT-OUT-FILE
    IF RCPT-COUNT > 0
        OPEN INPUT DAY-RECEIPTS-FILE
        IF NOT DRCPT-FOUND
            DISPLAY "RAFKVITTUN: NO DAY RECEIPT FILE - TOTALS "
                    "CANNOT BE BUILT, NOTHING MAILED"
        ELSE
            OPEN INPUT CATEGORY-MASTER
            IF CAT-FOUND
                MOVE "Y" TO CAT-OPEN-SW
            END-IF
            PERFORM DOC-BUILD-RTN
                VARYING RX FROM 1 BY 1 UNTIL RX > RCPT-COUNT
            IF CAT-FILE-OPEN
                CLOSE CATEGORY-MASTER
            END-IF
            CLOSE DAY-RECEIPTS-FILE
        END-IF
    END-IF
    CLOSE ERCPT-OUT-FILE
    CLOSE CONTACT-MASTER

    DISPLAY "E-RECEIPTS - BUSINESS DATE " TODAY-DATE
    MOVE SENT-COUNT TO COUNT-DISP
    DISPLAY "  DOCUMENTS BUILT:      " function TRIM(COUNT-DISP)
    MOVE VOIDED-COUNT TO COUNT-DISP
    DISPLAY "  VOIDED, NOT SENT:     " function TRIM(COUNT-DISP)
    MOVE DELIVERED-COUNT TO COUNT-DISP
    DISPLAY "  DELIVERIES REPORTED:  " function TRIM(COUNT-DISP)
    MOVE BOUNCE-COUNT TO COUNT-DISP
    DISPLAY "  ADDRESSES FLAGGED:    " function TRIM(COUNT-DISP)
    MOVE STALE-COUNT TO COUNT-DISP
    DISPLAY "  BOUNCES ALREADY DONE: " function TRIM(COUNT-DISP)
    IF OVER-COUNT > 0
        MOVE OVER-COUNT TO COUNT-DISP
        DISPLAY "RAFKVITTUN: " function TRIM(COUNT-DISP)
                " RECEIPTS OR LINES PAST THE TABLES - NOT MAILED"
    END-IF

    PERFORM RUNCTL-POST-RTN

    GOBACK.

TXLOG-READ-RTN.
    READ TXLOG-FILE
        AT END
            MOVE "10" TO TXLOG-FS
    END-READ.

ERS-READ-RTN.
    READ ERCPT-STATUS-FILE
        AT END
            MOVE "10" TO ERS-FS
    END-READ.

      *> a bounce only counts against the address it went to - one
      *> the customer has since replaced stays good.
BOUNCE-RTN.
    MOVE ERS-CUST-ID TO CONT-CUST-ID
    READ CONTACT-MASTER
        INVALID KEY
            ADD 1 TO STALE-COUNT
        NOT INVALID KEY
            IF CONT-EMAIL NOT = ERS-EMAIL OR CONT-EMAIL-BOUNCED
                ADD 1 TO STALE-COUNT
            ELSE
                MOVE "B" TO CONT-EMAIL-STATUS
                MOVE ERS-DATE TO CONT-BOUNCE-DATE
                MOVE ERS-REASON TO CONT-BOUNCE-REASON
                REWRITE CONT-MASTER-RECORD
                ADD 1 TO BOUNCE-COUNT
                DISPLAY "EMAIL BOUNCED: " function TRIM(CONT-CUST-ID)
                        " " function TRIM(CONT-EMAIL) " - "
                        function TRIM(ERS-REASON)
            END-IF
    END-READ.

      *> a sale, return or basket close naming a customer - the
      *> receipt goes on the list once, if they want e-receipts
      *> and their address is good.
RCPT-PICK-RTN.
    IF TXLOG-LINE(1:1) = "S" OR TXLOG-LINE(1:1) = "R"
          OR TXLOG-LINE(1:1) = "E"
        MOVE SPACES TO TOK-TAB
        UNSTRING TXLOG-LINE DELIMITED BY ALL SPACE
            INTO TOK(1), TOK(2), TOK(3), TOK(4), TOK(5), TOK(6),
                 TOK(7), TOK(8), TOK(9), TOK(10), TOK(11), TOK(12)
        END-UNSTRING
        IF TOK(12) NOT = SPACES
            PERFORM RCPT-FIND-RTN
            IF NOT RCPT-FOUND
                MOVE TOK(12) TO CONT-CUST-ID
                READ CONTACT-MASTER
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF CONT-ERCPT-YES AND CONT-EMAIL NOT = SPACES
                              AND NOT CONT-EMAIL-BOUNCED
                            PERFORM RCPT-ADD-RTN
                        END-IF
                END-READ
            END-IF
        END-IF
    END-IF.

RCPT-FIND-RTN.
    MOVE "N" TO RCPT-FOUND-SW
    PERFORM VARYING RX FROM 1 BY 1
            UNTIL RX > RCPT-COUNT OR RCPT-FOUND
        IF RT-REGISTER(RX) = TXLOG-REGISTER
              AND RT-RCPT-NO(RX) = TXLOG-RCPT-NO
            MOVE "Y" TO RCPT-FOUND-SW
        END-IF
    END-PERFORM
    IF RCPT-FOUND
        SET RX DOWN BY 1
    END-IF.

RCPT-ADD-RTN.
    IF RCPT-COUNT < 2000
        ADD 1 TO RCPT-COUNT
        SET RX TO RCPT-COUNT
        MOVE TXLOG-REGISTER TO RT-REGISTER(RX)
        MOVE TXLOG-RCPT-NO TO RT-RCPT-NO(RX)
        MOVE CONT-CUST-ID TO RT-CUST-ID(RX)
        MOVE CONT-EMAIL TO RT-EMAIL(RX)
        MOVE TXLOG-TIME TO RT-TIME(RX)
    ELSE
        ADD 1 TO OVER-COUNT
    END-IF.

LINE-KEEP-RTN.
    PERFORM RCPT-FIND-RTN
    IF RCPT-FOUND
        IF LINE-COUNT < 6000
            ADD 1 TO LINE-COUNT
            SET LX TO LINE-COUNT
            SET CUR-RX TO RX
            MOVE CUR-RX TO LT-RX(LX)
            MOVE TXLOG-LINE TO LT-LINE(LX)
            MOVE TXLOG-AMT TO LT-AMT(LX)
            MOVE TXLOG-TENDER TO LT-TENDER(LX)
        ELSE
            ADD 1 TO OVER-COUNT
        END-IF
    END-IF.

      *> one document - a receipt voided after it rang has left the
      *> day file and is not sent.
DOC-BUILD-RTN.
    MOVE RT-REGISTER(RX) TO DR-REGISTER
    MOVE RT-RCPT-NO(RX) TO DR-RCPT-NO
    READ DAY-RECEIPTS-FILE
        INVALID KEY
            ADD 1 TO VOIDED-COUNT
        NOT INVALID KEY
            PERFORM DOC-WRITE-RTN
            ADD 1 TO SENT-COUNT
    END-READ.

DOC-WRITE-RTN.
    SET CUR-RX TO RX
    MOVE SPACES TO ERCPT-OUT-RECORD
    MOVE RT-REGISTER(RX) TO ERO-REGISTER
    MOVE RT-RCPT-NO(RX) TO ERO-RCPT-NO
    MOVE RT-CUST-ID(RX) TO ERO-CUST-ID

    MOVE "H" TO ERO-TYPE
    MOVE RT-EMAIL(RX) TO ERO-TEXT
    WRITE ERCPT-OUT-RECORD

    MOVE "S" TO ERO-TYPE
    MOVE SPACES TO ERO-TEXT
    STRING "STORE " STORE-NO " RECEIPT " RT-RCPT-NO(RX)
           " " TODAY-DATE " " RT-TIME(RX)
           DELIMITED BY SIZE INTO ERO-TEXT
    END-STRING
    WRITE ERCPT-OUT-RECORD

      *> the items - a sale or return line, or a held basket line;
      *> a standalone line shows what it came to.
    PERFORM DOC-ITEM-RTN
        VARYING LX FROM 1 BY 1 UNTIL LX > LINE-COUNT

    MOVE "T" TO ERO-TYPE
    MOVE DR-OUT TO AMT-DISP
    MOVE SPACES TO ERO-TEXT
    STRING "SUBTOTAL EX VAT " function TRIM(AMT-DISP)
           DELIMITED BY SIZE INTO ERO-TEXT
    END-STRING
    WRITE ERCPT-OUT-RECORD
    MOVE DR-TAX TO AMT-DISP
    MOVE SPACES TO ERO-TEXT
    STRING "VAT " function TRIM(AMT-DISP)
           DELIMITED BY SIZE INTO ERO-TEXT
    END-STRING
    WRITE ERCPT-OUT-RECORD
    IF DR-DEPOSIT NOT = 0
        MOVE DR-DEPOSIT TO AMT-DISP
        MOVE SPACES TO ERO-TEXT
        STRING "BOTTLE DEPOSIT " function TRIM(AMT-DISP)
               DELIMITED BY SIZE INTO ERO-TEXT
        END-STRING
        WRITE ERCPT-OUT-RECORD
    END-IF
    IF DR-DONATION NOT = 0
        MOVE DR-DONATION TO AMT-DISP
        MOVE SPACES TO ERO-TEXT
        STRING "CHARITY DONATION " function TRIM(AMT-DISP)
               DELIMITED BY SIZE INTO ERO-TEXT
        END-STRING
        WRITE ERCPT-OUT-RECORD
    END-IF
    IF DR-AGENCY NOT = 0
        MOVE DR-AGENCY TO AMT-DISP
        MOVE SPACES TO ERO-TEXT
        STRING "AGENCY " function TRIM(DR-PROVIDER) " "
               function TRIM(AMT-DISP)
               DELIMITED BY SIZE INTO ERO-TEXT
        END-STRING
        WRITE ERCPT-OUT-RECORD
    END-IF
    MOVE DR-AMT TO AMT-DISP
    MOVE SPACES TO ERO-TEXT
    STRING "TOTAL " function TRIM(AMT-DISP)
           DELIMITED BY SIZE INTO ERO-TEXT
    END-STRING
    WRITE ERCPT-OUT-RECORD

      *> the VAT split, one line per rate the receipt touched.
    PERFORM DOC-VAT-RTN
        VARYING BUCKET FROM 1 BY 1 UNTIL BUCKET > 5

      *> the tender legs - the receipt's own line, or a basket's
      *> close, and the split's second leg.
    PERFORM DOC-TENDER-RTN
        VARYING LX FROM 1 BY 1 UNTIL LX > LINE-COUNT

    MOVE "E" TO ERO-TYPE
    MOVE SPACES TO ERO-TEXT
    WRITE ERCPT-OUT-RECORD.

DOC-ITEM-RTN.
    IF LT-RX(LX) = CUR-RX
          AND (LT-LINE(LX)(1:1) = "S" OR LT-LINE(LX)(1:1) = "R"
               OR LT-LINE(LX)(1:1) = "F")
        MOVE SPACES TO TOK-TAB
        UNSTRING LT-LINE(LX) DELIMITED BY ALL SPACE
            INTO TOK(1), TOK(2), TOK(3)
        END-UNSTRING
        MOVE "L" TO ERO-TYPE
        MOVE SPACES TO ERO-TEXT
        IF LT-LINE(LX)(1:1) = "F"
            STRING "BOTTLE VOUCHER " function TRIM(TOK(3))
                   DELIMITED BY SIZE INTO ERO-TEXT
            END-STRING
        ELSE
        IF LT-AMT(LX) NOT = 0
            MOVE LT-AMT(LX) TO AMT-DISP
            STRING function TRIM(TOK(2)) " X " function TRIM(TOK(3))
                   "  " function TRIM(AMT-DISP)
                   DELIMITED BY SIZE INTO ERO-TEXT
            END-STRING
        ELSE
            STRING function TRIM(TOK(2)) " X " function TRIM(TOK(3))
                   DELIMITED BY SIZE INTO ERO-TEXT
            END-STRING
        END-IF
        END-IF
        WRITE ERCPT-OUT-RECORD
    END-IF.

      *> buckets 1-4 are the department rates off CATMAST, 5 the
      *> flat control-file rate - the split the till kept per
      *> receipt.
DOC-VAT-RTN.
    IF DR-CAT-BASE(BUCKET) NOT = 0 OR DR-CAT-TAX(BUCKET) NOT = 0
        MOVE FLAT-RATE TO BUCKET-RATE
        IF BUCKET < 5 AND CAT-FILE-OPEN
            MOVE BUCKET TO CAT-CODE
            READ CATEGORY-MASTER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE CAT-TAX-RATE TO BUCKET-RATE
            END-READ
        END-IF
        MOVE BUCKET-RATE TO RATE-DISP
        MOVE DR-CAT-BASE(BUCKET) TO AMT-DISP
        MOVE DR-CAT-TAX(BUCKET) TO AMT-DISP2
        MOVE "X" TO ERO-TYPE
        MOVE SPACES TO ERO-TEXT
        STRING "VAT RATE " RATE-DISP "  BASE " function TRIM(AMT-DISP)
               "  VAT " function TRIM(AMT-DISP2)
               DELIMITED BY SIZE INTO ERO-TEXT
        END-STRING
        WRITE ERCPT-OUT-RECORD
    END-IF.

DOC-TENDER-RTN.
    IF LT-RX(LX) = CUR-RX
          AND (LT-LINE(LX)(1:1) = "E" OR LT-LINE(LX)(1:1) = "T"
               OR ((LT-LINE(LX)(1:1) = "S" OR LT-LINE(LX)(1:1) = "R")
                   AND LT-AMT(LX) NOT = 0))
        EVALUATE LT-TENDER(LX)
            WHEN "C"
                MOVE "CASH" TO TENDER-NAME
            WHEN "D"
                MOVE "CARD" TO TENDER-NAME
            WHEN "G"
                MOVE "GIFT CARD" TO TENDER-NAME
            WHEN "M"
                MOVE "COUPON" TO TENDER-NAME
            WHEN "H"
                MOVE "ON ACCOUNT" TO TENDER-NAME
            WHEN "L"
                MOVE "LAYAWAY" TO TENDER-NAME
            WHEN OTHER
                MOVE LT-TENDER(LX) TO TENDER-NAME
        END-EVALUATE
        MOVE LT-AMT(LX) TO AMT-DISP
        MOVE "P" TO ERO-TYPE
        MOVE SPACES TO ERO-TEXT
        STRING function TRIM(TENDER-NAME) " " function TRIM(AMT-DISP)
               DELIMITED BY SIZE INTO ERO-TEXT
        END-STRING
        WRITE ERCPT-OUT-RECORD
    END-IF.

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
