IDENTIFICATION DIVISION.
PROGRAM-ID. PANTSENDING.

      *> electronic purchase-order transmission - PANTANIR and
      *> PANTANASAMTHYKKT put the approved order lines on the PO
      *> master, and until now someone printed them and emailed
      *> them to the supplier.  This writes every open line not yet
      *> sent to the EDIORDER order file, one order message per
      *> supplier, for the transmission run to send on:
      *>   HDR   the message reference, ORDERS, our VAT registration
      *>         as the buyer, the store number, the supplier and
      *>         its name, the date
      *>   POH   one per purchase order - PO number, order date,
      *>         currency
      *>   POL   one per line - line number within the order, SKU,
      *>         quantity ordered, delivery date asked for (the
      *>         order date plus the supplier's lead time), our
      *>         unit cost, and the supplier's own foreign price on
      *>         a line raised in another currency
      *>   TRL   the message reference again, orders, lines and
      *>         summed quantity, for the supplier's side to check
      *>         the message by
      *> Every supplier's message stands on its own between its HDR
      *> and TRL, so the transmission run sends each to its own
      *> supplier - one file rather than one per supplier, the same
      *> reason UPPGJOR reads one shared TXLOG.  Each line sent is
      *> stamped on the master with the day it went and the date
      *> asked for, and STADFESTING takes the supplier's
      *> confirmation back against it.  A line raised since it went
      *> out is unsent again and goes at its new quantity.
      *>
      *> entry feed: one optional line, a date (YYYYMMDD) - the
      *> lines sent that day go again with tonight's, for a
      *> transmission that never reached the supplier.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PO-MASTER ASSIGN TO "POMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PO-KEY
        FILE STATUS IS PO-FS.

    SELECT SUPPLIER-MASTER ASSIGN TO "SUPMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SUP-CODE
        FILE STATUS IS SUP-FS.

      *> rewritten every run - what is in it is tonight's send.
    SELECT EDI-ORDER-FILE ASSIGN TO "EDIORDER"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EDI-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  PO-MASTER.
    COPY "pomast.cpy".

    FD  SUPPLIER-MASTER.
    COPY "supmast.cpy".

    FD  EDI-ORDER-FILE.
    01  EDI-HEADER.
        05  EH-TAG          PIC X(3).
        05  FILLER          PIC X VALUE SPACE.
        05  EH-MSG-REF      PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  EH-MSG-TYPE     PIC X(6).
        05  FILLER          PIC X VALUE SPACE.
        05  EH-BUYER-ID     PIC X(13).
        05  FILLER          PIC X VALUE SPACE.
        05  EH-STORE-NO     PIC 9(4).
        05  FILLER          PIC X VALUE SPACE.
        05  EH-SUPPLIER     PIC X(6).
        05  FILLER          PIC X VALUE SPACE.
        05  EH-SUP-NAME     PIC X(30).
        05  FILLER          PIC X VALUE SPACE.
        05  EH-DATE         PIC 9(8).
    01  EDI-PO-HEADER.
        05  EP-TAG          PIC X(3).
        05  FILLER          PIC X VALUE SPACE.
        05  EP-PO-NO        PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  EP-ORDER-DATE   PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  EP-CCY          PIC X(3).
    01  EDI-PO-LINE.
        05  EL-TAG          PIC X(3).
        05  FILLER          PIC X VALUE SPACE.
        05  EL-LINE-NO      PIC 9(4).
        05  FILLER          PIC X VALUE SPACE.
        05  EL-SKU          PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  EL-QTY          PIC 9(7).
        05  FILLER          PIC X VALUE SPACE.
        05  EL-REQ-DATE     PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  EL-UNIT-COST    PIC 9(6).
        05  FILLER          PIC X VALUE SPACE.
        05  EL-FX-COST      PIC 9(7)V99.
    01  EDI-TRAILER.
        05  ET-TAG          PIC X(3).
        05  FILLER          PIC X VALUE SPACE.
        05  ET-MSG-REF      PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  ET-PO-COUNT     PIC 9(5).
        05  FILLER          PIC X VALUE SPACE.
        05  ET-LINE-COUNT   PIC 9(7).
        05  FILLER          PIC X VALUE SPACE.
        05  ET-QTY          PIC 9(13).

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    WORKING-STORAGE SECTION.
       01 PO-FS PIC XX.
           88 PO-FOUND VALUE "00".
           88 PO-EOF VALUE "10".
       01 SUP-FS PIC XX.
           88 SUP-FOUND VALUE "00".
       01 SUP-OPEN-SW PIC X VALUE "N".
           88 SUP-FILE-OPEN VALUE "Y".
       01 EDI-FS PIC XX.
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".

       01 REPORT-DATE PIC 9(8).
       01 BUYER-ID PIC X(13) VALUE SPACES.
       01 STORE-NO PIC 9(4) VALUE 0.
       01 RESEND-DATE PIC 9(8) VALUE 0.
       01 INP PIC X(20).
       01 INP-TOK PIC X(10).
       01 INP-LEN PIC S9(2).
       01 REQ-INT PIC S9(9).

      *> the lines going tonight, in PO-master order, and the
      *> suppliers they go to in the order first met.
       01 SEND-TAB.
           05 SEND-ENTRY OCCURS 2000 TIMES INDEXED BY SX.
               10 SN-PO          PIC X(10).
               10 SN-SKU         PIC X(10).
               10 SN-SUPPLIER    PIC X(6).
               10 SN-QTY         PIC S9(7).
               10 SN-COST        PIC S9(6).
               10 SN-CCY         PIC X(3).
               10 SN-FX-COST     PIC 9(7)V99.
               10 SN-ORDER-DATE  PIC 9(8).
               10 SN-REQ-DATE    PIC 9(8).
       01 SEND-COUNT PIC 9(4) VALUE 0.
       01 SUP-TAB.
           05 SUP-ENTRY OCCURS 300 TIMES INDEXED BY UX.
               10 SU-CODE        PIC X(6).
       01 SUP-COUNT PIC 9(3) VALUE 0.
       01 FULL-SW PIC X VALUE "N".
           88 TABLE-FULL VALUE "Y".
       01 HIT-SW PIC X.
           88 SUP-LISTED VALUE "Y".

       01 MSG-SEQ PIC 9(4) VALUE 0.
       01 MSG-REF PIC X(10).
       01 LAST-PO PIC X(10).
       01 LINE-NO PIC 9(4).
       01 MSG-POS PIC 9(5).
       01 MSG-LINES PIC 9(7).
       01 MSG-QTY PIC 9(13).

       01 NOSUP-COUNT PIC 9(5) VALUE 0.
       01 LINE-TOTAL PIC 9(5) VALUE 0.
       01 COUNT-DISP PIC Z(4)9.

PROCEDURE DIVISION.
    ACCEPT REPORT-DATE FROM DATE YYYYMMDD
    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND
            IF BUD-BUSINESS-DATE > 0
                MOVE BUD-BUSINESS-DATE TO REPORT-DATE
            END-IF
            MOVE BUD-VAT-REG TO BUYER-ID
            IF BUD-STORE-NO IS NUMERIC
                MOVE BUD-STORE-NO TO STORE-NO
            END-IF
        END-IF
    END-IF
    CLOSE CONTROL-FILE
    IF BUYER-ID = SPACES
        DISPLAY "PANTSENDING: NO VAT REGISTRATION ON THE CONTROL "
                "RECORD - THE SUPPLIER CANNOT TELL WHO IS ORDERING"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    MOVE SPACES TO INP
    ACCEPT INP
    MOVE SPACES TO INP-TOK
    MOVE 0 TO INP-LEN
    UNSTRING INP DELIMITED BY ALL SPACE
        INTO INP-TOK COUNT IN INP-LEN
    IF INP-LEN > 0
        IF INP-LEN = 8 AND INP-TOK(1:8) IS NUMERIC
            MOVE INP-TOK(1:8) TO RESEND-DATE
        ELSE
            DISPLAY "PANTSENDING: BAD RESEND DATE "
                    function TRIM(INP) " - SENDING TONIGHT'S ONLY"
        END-IF
    END-IF

    OPEN I-O PO-MASTER
    IF NOT PO-FOUND
        DISPLAY "PANTSENDING: NO PO MASTER (POMAST) TO SEND FROM"
        GOBACK
    END-IF
    OPEN INPUT SUPPLIER-MASTER
    IF SUP-FOUND
        MOVE "Y" TO SUP-OPEN-SW
    END-IF

      *> pass 1: every open line waiting to go.
    PERFORM PO-READ-RTN
    PERFORM UNTIL PO-EOF
        PERFORM PO-EDI-FIELDS-RTN
        IF PO-LINE-OPEN
              AND (PO-SENT-DATE = 0
                   OR (RESEND-DATE > 0
                       AND PO-SENT-DATE = RESEND-DATE))
            PERFORM LINE-PICK-RTN
        END-IF
        PERFORM PO-READ-RTN
    END-PERFORM

      *> pass 2: one message per supplier.
    OPEN OUTPUT EDI-ORDER-FILE
    PERFORM SUP-MESSAGE-RTN
        VARYING UX FROM 1 BY 1 UNTIL UX > SUP-COUNT
    CLOSE EDI-ORDER-FILE

      *> pass 3: stamp what went.
    PERFORM LINE-STAMP-RTN
        VARYING SX FROM 1 BY 1 UNTIL SX > SEND-COUNT
    CLOSE PO-MASTER
    IF SUP-FILE-OPEN
        CLOSE SUPPLIER-MASTER
    END-IF

    DISPLAY "ELECTRONIC ORDERS - " REPORT-DATE
    MOVE SUP-COUNT TO COUNT-DISP
    DISPLAY "  SUPPLIER MESSAGES:     " function TRIM(COUNT-DISP)
    MOVE SEND-COUNT TO COUNT-DISP
    DISPLAY "  ORDER LINES SENT:      " function TRIM(COUNT-DISP)
    IF NOSUP-COUNT > 0
        MOVE NOSUP-COUNT TO COUNT-DISP
        DISPLAY "  LINES WITH NO SUPPLIER: " function TRIM(COUNT-DISP)
                " - NOT SENT"
    END-IF
    IF TABLE-FULL
        DISPLAY "PANTSENDING: MORE THAN 2000 LINES WAITING - THE "
                "REST GO ON THE NEXT RUN"
    END-IF

    GOBACK.

PO-READ-RTN.
    READ PO-MASTER NEXT
        AT END
            MOVE "10" TO PO-FS
    END-READ
    IF NOT PO-FOUND AND NOT PO-EOF
        MOVE "10" TO PO-FS
    END-IF.

      *> a PO line written before the supplier's side was kept
      *> reads as never sent and never confirmed.
PO-EDI-FIELDS-RTN.
    IF PO-SENT-DATE IS NOT NUMERIC OR PO-REQ-DATE IS NOT NUMERIC
          OR PO-CONF-DATE IS NOT NUMERIC
          OR PO-CONF-QTY IS NOT NUMERIC
          OR PO-PROMISE-DATE IS NOT NUMERIC
        MOVE 0 TO PO-SENT-DATE PO-REQ-DATE PO-CONF-DATE
                  PO-CONF-QTY PO-PROMISE-DATE
        MOVE SPACE TO PO-CUT-FLAG PO-LATE-FLAG
    END-IF.

      *> the delivery date asked for is the order date plus the
      *> supplier's lead time - kept from the first send on a
      *> resend, so the supplier is held to the same date.
LINE-PICK-RTN.
    IF PO-SUPPLIER = SPACES
        ADD 1 TO NOSUP-COUNT
        DISPLAY "  PO " function TRIM(PO-NUMBER)
                " " function TRIM(PO-SKU)
                " - NO SUPPLIER ON THE LINE, NOT SENT"
    ELSE
    IF SEND-COUNT >= 2000
        MOVE "Y" TO FULL-SW
    ELSE
        ADD 1 TO SEND-COUNT
        MOVE PO-NUMBER TO SN-PO(SEND-COUNT)
        MOVE PO-SKU TO SN-SKU(SEND-COUNT)
        MOVE PO-SUPPLIER TO SN-SUPPLIER(SEND-COUNT)
        MOVE PO-QTY-ORDERED TO SN-QTY(SEND-COUNT)
        MOVE PO-UNIT-COST TO SN-COST(SEND-COUNT)
        MOVE PO-CCY TO SN-CCY(SEND-COUNT)
        MOVE PO-FX-COST TO SN-FX-COST(SEND-COUNT)
        MOVE PO-ORDER-DATE TO SN-ORDER-DATE(SEND-COUNT)
        IF PO-ORDER-DATE = 0
            MOVE REPORT-DATE TO SN-ORDER-DATE(SEND-COUNT)
        END-IF
        IF PO-REQ-DATE > 0
            MOVE PO-REQ-DATE TO SN-REQ-DATE(SEND-COUNT)
        ELSE
            COMPUTE REQ-INT = function INTEGER-OF-DATE(
                SN-ORDER-DATE(SEND-COUNT))
            IF SUP-FILE-OPEN
                MOVE PO-SUPPLIER TO SUP-CODE
                READ SUPPLIER-MASTER
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF SUP-LEAD-DAYS IS NUMERIC
                            ADD SUP-LEAD-DAYS TO REQ-INT
                        END-IF
                END-READ
            END-IF
            COMPUTE SN-REQ-DATE(SEND-COUNT) =
                function DATE-OF-INTEGER(REQ-INT)
        END-IF
        MOVE "N" TO HIT-SW
        PERFORM SUP-FIND-RTN
            VARYING UX FROM 1 BY 1
            UNTIL UX > SUP-COUNT OR SUP-LISTED
        IF NOT SUP-LISTED
            IF SUP-COUNT < 300
                ADD 1 TO SUP-COUNT
                MOVE PO-SUPPLIER TO SU-CODE(SUP-COUNT)
            ELSE
      *> a supplier past the list waits for the next run.
                SUBTRACT 1 FROM SEND-COUNT
                MOVE "Y" TO FULL-SW
            END-IF
        END-IF
    END-IF
    END-IF.

SUP-FIND-RTN.
    IF SU-CODE(UX) = PO-SUPPLIER
        MOVE "Y" TO HIT-SW
    END-IF.

      *> one supplier's message - HDR, its orders and lines in PO
      *> order, TRL.
SUP-MESSAGE-RTN.
    ADD 1 TO MSG-SEQ
    MOVE SPACES TO MSG-REF
    STRING REPORT-DATE(3:6) DELIMITED BY SIZE
           MSG-SEQ DELIMITED BY SIZE
        INTO MSG-REF
    END-STRING
    MOVE SPACES TO EDI-HEADER
    MOVE "HDR" TO EH-TAG
    MOVE MSG-REF TO EH-MSG-REF
    MOVE "ORDERS" TO EH-MSG-TYPE
    MOVE BUYER-ID TO EH-BUYER-ID
    MOVE STORE-NO TO EH-STORE-NO
    MOVE SU-CODE(UX) TO EH-SUPPLIER
    MOVE SPACES TO EH-SUP-NAME
    IF SUP-FILE-OPEN
        MOVE SU-CODE(UX) TO SUP-CODE
        READ SUPPLIER-MASTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE SUP-NAME TO EH-SUP-NAME
        END-READ
    END-IF
    MOVE REPORT-DATE TO EH-DATE
    WRITE EDI-HEADER

    MOVE SPACES TO LAST-PO
    MOVE 0 TO MSG-POS MSG-LINES MSG-QTY
    PERFORM SUP-LINE-RTN
        VARYING SX FROM 1 BY 1 UNTIL SX > SEND-COUNT

    MOVE SPACES TO EDI-TRAILER
    MOVE "TRL" TO ET-TAG
    MOVE MSG-REF TO ET-MSG-REF
    MOVE MSG-POS TO ET-PO-COUNT
    MOVE MSG-LINES TO ET-LINE-COUNT
    MOVE MSG-QTY TO ET-QTY
    WRITE EDI-TRAILER
    MOVE MSG-LINES TO COUNT-DISP
    DISPLAY "  " SU-CODE(UX) " " EH-SUP-NAME
            " MESSAGE " MSG-REF " - "
            function TRIM(COUNT-DISP) " LINES".

SUP-LINE-RTN.
    IF SN-SUPPLIER(SX) = SU-CODE(UX)
        IF SN-PO(SX) NOT = LAST-PO
            MOVE SPACES TO EDI-PO-HEADER
            MOVE "POH" TO EP-TAG
            MOVE SN-PO(SX) TO EP-PO-NO
            MOVE SN-ORDER-DATE(SX) TO EP-ORDER-DATE
            MOVE SN-CCY(SX) TO EP-CCY
            WRITE EDI-PO-HEADER
            MOVE SN-PO(SX) TO LAST-PO
            MOVE 0 TO LINE-NO
            ADD 1 TO MSG-POS
        END-IF
        ADD 1 TO LINE-NO
        MOVE SPACES TO EDI-PO-LINE
        MOVE "POL" TO EL-TAG
        MOVE LINE-NO TO EL-LINE-NO
        MOVE SN-SKU(SX) TO EL-SKU
        MOVE SN-QTY(SX) TO EL-QTY
        MOVE SN-REQ-DATE(SX) TO EL-REQ-DATE
        MOVE SN-COST(SX) TO EL-UNIT-COST
        MOVE SN-FX-COST(SX) TO EL-FX-COST
        WRITE EDI-PO-LINE
        ADD 1 TO MSG-LINES
        ADD SN-QTY(SX) TO MSG-QTY
    END-IF.

LINE-STAMP-RTN.
    MOVE SN-PO(SX) TO PO-NUMBER
    MOVE SN-SKU(SX) TO PO-SKU
    READ PO-MASTER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            PERFORM PO-EDI-FIELDS-RTN
            MOVE REPORT-DATE TO PO-SENT-DATE
            MOVE SN-REQ-DATE(SX) TO PO-REQ-DATE
            REWRITE PO-MASTER-RECORD
    END-READ.
