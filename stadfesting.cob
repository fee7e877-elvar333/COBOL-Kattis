IDENTIFICATION DIVISION.
PROGRAM-ID. STADFESTING.

      *> supplier order-confirmation import - a supplier answers the
      *> electronic order PANTSENDING sent with what it can actually
      *> ship and when, and until now that answer never got back
      *> onto the PO master, so the replenishment pass went on
      *> counting stock on order that was never coming.  The
      *> confirmation file (EDICONF) is one line per PO line:
      *>   PO number, SKU, supplier code, quantity confirmed,
      *>   delivery date promised (YYYYMMDD)
      *> with the same "*EOF" control trailer KORTAUPPGJOR checks
      *> on the card processor's file - record count and summed
      *> confirmed quantity.  Each line sets the confirmed quantity,
      *> the promised date and the day it came in on its open PO
      *> line, and flags the line cut when less was confirmed than
      *> ordered - a zero is the supplier cancelling the line - and
      *> delayed when the date promised is later than the date the
      *> order asked for.  A later confirmation of the same line
      *> replaces the earlier one.  A line raised or re-ordered
      *> since it last went out reads as never sent, and a
      *> confirmation for it answers an order the supplier no
      *> longer has - it is turned away until the line has gone
      *> out again.  A file that loads is emptied behind it, so the
      *> next night's run cannot confirm the same lines twice.
      *> ENDURPONTUN and BIRGDASTADA count a confirmed line at what
      *> was confirmed; OSTADFEST chases the lines nobody has
      *> answered.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONF-FILE ASSIGN TO "EDICONF"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CONF-FS.

    SELECT PO-MASTER ASSIGN TO "POMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PO-KEY
        FILE STATUS IS PO-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  CONF-FILE.
    01  CONF-RECORD.
        05  EC-PO-NO        PIC X(10).
        05  FILLER          PIC X.
        05  EC-SKU          PIC X(10).
        05  FILLER          PIC X.
        05  EC-SUPPLIER     PIC X(6).
        05  FILLER          PIC X.
        05  EC-CONF-QTY     PIC 9(7).
        05  FILLER          PIC X.
        05  EC-PROMISE-DATE PIC 9(8).
    01  CONF-TRAILER.
        05  CT-MARK         PIC X(4).
        05  FILLER          PIC X.
        05  CT-COUNT        PIC 9(7).
        05  FILLER          PIC X.
        05  CT-QTY          PIC 9(13).

    FD  PO-MASTER.
    COPY "pomast.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    WORKING-STORAGE SECTION.
       01 CONF-FS PIC XX.
           88 CONF-FOUND VALUE "00".
           88 CONF-EOF VALUE "10".
       01 PO-FS PIC XX.
           88 PO-FOUND VALUE "00".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".

       01 REPORT-DATE PIC 9(8).
       01 REQ-DATE PIC 9(8).
       01 REJECT-REASON PIC X(30).

       01 CHK-COUNT PIC 9(7) VALUE 0.
       01 CHK-QTY PIC 9(13) VALUE 0.
       01 TRAILER-SW PIC X VALUE "N".
           88 TRAILER-SEEN VALUE "Y".
       01 BATCH-OK-SW PIC X VALUE "Y".
           88 BATCH-OK VALUE "Y".

       01 LINE-COUNT PIC 9(6) VALUE 0.
       01 FULL-COUNT PIC 9(6) VALUE 0.
       01 CUT-COUNT PIC 9(6) VALUE 0.
       01 LATE-COUNT PIC 9(6) VALUE 0.
       01 REJECT-COUNT PIC 9(6) VALUE 0.
       01 COUNT-DISP PIC Z(5)9.
       01 QTY-DISP PIC -(8)9.
       01 QTY2-DISP PIC -(8)9.

PROCEDURE DIVISION.
    ACCEPT REPORT-DATE FROM DATE YYYYMMDD
    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND AND BUD-BUSINESS-DATE > 0
            MOVE BUD-BUSINESS-DATE TO REPORT-DATE
        END-IF
    END-IF
    CLOSE CONTROL-FILE

      *> the control trailer first - a file that doesn't match its
      *> own trailer is refused before a single line is confirmed.
    OPEN INPUT CONF-FILE
    IF NOT CONF-FOUND
        DISPLAY "STADFESTING: NO ORDER CONFIRMATION FILE "
                "(EDICONF) ON SITE"
        GOBACK
    END-IF
    PERFORM CONF-READ-RTN
    PERFORM UNTIL CONF-EOF
        IF CT-MARK = "*EOF"
            MOVE "Y" TO TRAILER-SW
            IF CT-COUNT NOT = CHK-COUNT OR CT-QTY NOT = CHK-QTY
                MOVE "N" TO BATCH-OK-SW
                DISPLAY "STADFESTING: CONTROL TRAILER SAYS "
                        CT-COUNT " FOR " CT-QTY
                        " BUT THE FILE CARRIES " CHK-COUNT
                        " FOR " CHK-QTY
            END-IF
        ELSE
            ADD 1 TO CHK-COUNT
            IF EC-CONF-QTY IS NUMERIC
                ADD EC-CONF-QTY TO CHK-QTY
            END-IF
        END-IF
        PERFORM CONF-READ-RTN
    END-PERFORM
    CLOSE CONF-FILE
    IF CHK-COUNT = 0 AND NOT TRAILER-SEEN
        DISPLAY "STADFESTING: NO ORDER CONFIRMATIONS WAITING"
        GOBACK
    END-IF
    IF NOT TRAILER-SEEN
        DISPLAY "STADFESTING: CONFIRMATION FILE CARRIES NO "
                "CONTROL TRAILER - UNVERIFIED"
    END-IF
    IF NOT BATCH-OK
        DISPLAY "STADFESTING: CONFIRMATION FILE FAILS ITS OWN "
                "TRAILER - RUN REFUSED, NOTHING CONFIRMED"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    OPEN I-O PO-MASTER
    IF NOT PO-FOUND
        DISPLAY "STADFESTING: NO PO MASTER (POMAST) TO CONFIRM "
                "AGAINST"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    DISPLAY "SUPPLIER ORDER CONFIRMATIONS - " REPORT-DATE
    OPEN INPUT CONF-FILE
    PERFORM CONF-READ-RTN
    PERFORM UNTIL CONF-EOF
        IF CT-MARK NOT = "*EOF" AND CONF-RECORD NOT = SPACES
            ADD 1 TO LINE-COUNT
            PERFORM CONF-LINE-RTN
        END-IF
        PERFORM CONF-READ-RTN
    END-PERFORM
    CLOSE CONF-FILE
    CLOSE PO-MASTER
      *> loaded once - emptied so a later run cannot lay the same
      *> answers over lines that have changed since.
    OPEN OUTPUT CONF-FILE
    CLOSE CONF-FILE

    MOVE LINE-COUNT TO COUNT-DISP
    DISPLAY "CONFIRMATION LINES READ:   " function TRIM(COUNT-DISP)
    MOVE FULL-COUNT TO COUNT-DISP
    DISPLAY "  CONFIRMED AS ORDERED:    " function TRIM(COUNT-DISP)
    MOVE CUT-COUNT TO COUNT-DISP
    DISPLAY "  CUT:                     " function TRIM(COUNT-DISP)
    MOVE LATE-COUNT TO COUNT-DISP
    DISPLAY "  DELAYED:                 " function TRIM(COUNT-DISP)
    MOVE REJECT-COUNT TO COUNT-DISP
    DISPLAY "  LINES REJECTED:          " function TRIM(COUNT-DISP)

    GOBACK.

CONF-READ-RTN.
    READ CONF-FILE
        AT END
            MOVE "10" TO CONF-FS
    END-READ.

CONF-LINE-RTN.
    MOVE SPACES TO REJECT-REASON
    IF EC-PO-NO = SPACES OR EC-SKU = SPACES
          OR EC-CONF-QTY IS NOT NUMERIC
          OR EC-PROMISE-DATE IS NOT NUMERIC
          OR EC-PROMISE-DATE(5:2) < "01"
          OR EC-PROMISE-DATE(5:2) > "12"
          OR EC-PROMISE-DATE(7:2) < "01"
          OR EC-PROMISE-DATE(7:2) > "31"
        MOVE "BAD LINE" TO REJECT-REASON
    ELSE
        MOVE EC-PO-NO TO PO-NUMBER
        MOVE EC-SKU TO PO-SKU
        READ PO-MASTER
            INVALID KEY
                MOVE "NOT ON THE PO MASTER" TO REJECT-REASON
            NOT INVALID KEY
                IF PO-SUPPLIER NOT = EC-SUPPLIER
                    MOVE "PO IS ANOTHER SUPPLIER'S" TO REJECT-REASON
                ELSE
                IF PO-LINE-CLOSED
                    MOVE "LINE ALREADY CLOSED" TO REJECT-REASON
                ELSE
                    PERFORM PO-EDI-FIELDS-RTN
                    IF PO-SENT-DATE = 0
                        MOVE "LINE CHANGED SINCE IT WAS SENT"
                            TO REJECT-REASON
                    ELSE
                        PERFORM CONF-POST-RTN
                    END-IF
                END-IF
                END-IF
        END-READ
    END-IF
    IF REJECT-REASON NOT = SPACES
        ADD 1 TO REJECT-COUNT
        DISPLAY "  REJECTED PO " function TRIM(EC-PO-NO)
                " " function TRIM(EC-SKU)
                " - " function TRIM(REJECT-REASON)
    END-IF.

      *> the date asked for is what PANTSENDING sent with the line.
CONF-POST-RTN.
    MOVE PO-REQ-DATE TO REQ-DATE
    MOVE REPORT-DATE TO PO-CONF-DATE
    MOVE EC-CONF-QTY TO PO-CONF-QTY
    MOVE EC-PROMISE-DATE TO PO-PROMISE-DATE
    MOVE SPACE TO PO-CUT-FLAG PO-LATE-FLAG
    IF PO-CONF-QTY < PO-QTY-ORDERED
        MOVE "Y" TO PO-CUT-FLAG
    END-IF
    IF REQ-DATE > 0 AND PO-PROMISE-DATE > REQ-DATE
        MOVE "Y" TO PO-LATE-FLAG
    END-IF
    REWRITE PO-MASTER-RECORD

    MOVE PO-QTY-ORDERED TO QTY-DISP
    MOVE PO-CONF-QTY TO QTY2-DISP
    IF PO-LINE-CUT
        ADD 1 TO CUT-COUNT
        IF PO-CONF-QTY = 0
            DISPLAY "  CANCELLED PO " function TRIM(PO-NUMBER)
                    " " function TRIM(PO-SKU)
                    " FROM " function TRIM(PO-SUPPLIER)
                    " ORDERED " function TRIM(QTY-DISP)
                    " - NONE COMING"
        ELSE
            DISPLAY "  CUT       PO " function TRIM(PO-NUMBER)
                    " " function TRIM(PO-SKU)
                    " FROM " function TRIM(PO-SUPPLIER)
                    " ORDERED " function TRIM(QTY-DISP)
                    " CONFIRMED " function TRIM(QTY2-DISP)
        END-IF
    END-IF
    IF PO-LINE-LATE
        ADD 1 TO LATE-COUNT
        DISPLAY "  DELAYED   PO " function TRIM(PO-NUMBER)
                " " function TRIM(PO-SKU)
                " FROM " function TRIM(PO-SUPPLIER)
                " ASKED " REQ-DATE
                " PROMISED " PO-PROMISE-DATE
    END-IF
    IF NOT PO-LINE-CUT AND NOT PO-LINE-LATE
        ADD 1 TO FULL-COUNT
    END-IF
    IF PO-CONF-QTY > PO-QTY-ORDERED
        DISPLAY "  NOTE      PO " function TRIM(PO-NUMBER)
                " " function TRIM(PO-SKU)
                " CONFIRMED " function TRIM(QTY2-DISP)
                " - MORE THAN THE " function TRIM(QTY-DISP)
                " ORDERED"
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
