IDENTIFICATION DIVISION.
PROGRAM-ID. BIRGJAMAT.

      *> supplier scorecard - the facts for the buyer's next
      *> negotiation instead of the receiving clerk's opinion.  For
      *> a period, per SUP-CODE:
      *>   - on-time delivery: every receipt posted on the BUDRECV
      *>     log, its dock date against the PO line's order date
      *>     plus the supplier's lead days
      *>   - fill rate: on closed PO lines ordered in the period,
      *>     what arrived against what was ordered (an over-receipt
      *>     counts as filled, no more)
      *>   - disputes: receiving exceptions off BUDRCVEX, invoice
      *>     disputes off BUDINVEX and returns to vendor off BUDRTV,
      *>     per hundred receipt lines
      *> The three roll into one score out of 100 - on-time and fill
      *> rate 40 each, a clean dispute record 20 - and the suppliers
      *> are ranked best first, each against its own score for the
      *> period of the same length just before, so whoever is
      *> getting worse stands out.
      *>
      *> entry feed: one line, the period - from and to dates
      *> (YYYYMMDD YYYYMMDD); blank takes the 30 days up to today.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RECEIVING-FILE ASSIGN TO "BUDRECV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RECV-FS.

    SELECT RECV-EXCEPTION-FILE ASSIGN TO "BUDRCVEX"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RCVEX-FS.

    SELECT INV-EXCEPTION-FILE ASSIGN TO "BUDINVEX"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS IVEX-FS.

    SELECT RTV-FILE ASSIGN TO "BUDRTV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RTV-FS.

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

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  RECEIVING-FILE.
    01  RECEIVING-RECORD.
        05  RECV-PO-NO      PIC X(10).
        05  FILLER          PIC X.
        05  RECV-SKU        PIC X(10).
        05  FILLER          PIC X.
        05  RECV-QTY        PIC S9(7).
        05  FILLER          PIC X.
        05  RECV-RESULT     PIC X(8).
        05  FILLER          PIC X.
        05  RECV-DATE       PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  RECV-SHIP-REF   PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  RECV-CCY        PIC X(3).
        05  FILLER          PIC X VALUE SPACE.
        05  RECV-FX-COST    PIC 9(7)V99.
        05  FILLER          PIC X VALUE SPACE.
        05  RECV-FX-RATE    PIC 9(6)V9999.
        05  FILLER          PIC X VALUE SPACE.
        05  RECV-GOODS-COST PIC S9(6).
        05  FILLER          PIC X VALUE SPACE.
        05  RECV-ADDON      PIC S9(6).
        05  FILLER          PIC X VALUE SPACE.
        05  RECV-LANDED-COST PIC S9(6).

    FD  RECV-EXCEPTION-FILE.
    01  RECV-EXCEPTION-RECORD.
        05  RCVEX-PO-NO     PIC X(10).
        05  FILLER          PIC X.
        05  RCVEX-SKU       PIC X(10).
        05  FILLER          PIC X.
        05  RCVEX-QTY       PIC S9(7).
        05  FILLER          PIC X.
        05  RCVEX-OPEN-QTY  PIC S9(7).
        05  FILLER          PIC X.
        05  RCVEX-REASON    PIC X(8).
        05  FILLER          PIC X.
        05  RCVEX-DATE      PIC 9(8).
        05  FILLER          PIC X.
        05  RCVEX-SUPPLIER  PIC X(6).

    FD  INV-EXCEPTION-FILE.
    01  INV-EXCEPTION-RECORD.
        05  IVEX-INV-NO     PIC X(10).
        05  FILLER          PIC X.
        05  IVEX-PO-NO      PIC X(10).
        05  FILLER          PIC X.
        05  IVEX-SKU        PIC X(10).
        05  FILLER          PIC X.
        05  IVEX-QTY        PIC S9(7).
        05  FILLER          PIC X.
        05  IVEX-RECV-QTY   PIC S9(7).
        05  FILLER          PIC X.
        05  IVEX-PRICE      PIC S9(6).
        05  FILLER          PIC X.
        05  IVEX-PO-COST    PIC S9(6).
        05  FILLER          PIC X.
        05  IVEX-REASON     PIC X(8).
        05  FILLER          PIC X.
        05  IVEX-DATE       PIC 9(8).
        05  FILLER          PIC X.
        05  IVEX-SUPPLIER   PIC X(6).

    FD  RTV-FILE.
    01  RTV-RECORD.
        05  RTV-NO          PIC 9(6).
        05  FILLER          PIC X.
        05  RTV-DATE        PIC 9(8).
        05  FILLER          PIC X.
        05  RTV-SUPPLIER    PIC X(6).
        05  FILLER          PIC X.
        05  RTV-PO-NO       PIC X(10).
        05  FILLER          PIC X.
        05  RTV-SKU         PIC X(10).
        05  FILLER          PIC X.
        05  RTV-QTY         PIC S9(7).
        05  FILLER          PIC X.
        05  RTV-VALUE       PIC S9(12).
        05  FILLER          PIC X.
        05  RTV-REASON      PIC X(4).
        05  FILLER          PIC X.
        05  RTV-STATUS      PIC X(1).
        05  FILLER          PIC X.
        05  RTV-CRED-AMT    PIC S9(12).
        05  FILLER          PIC X.
        05  RTV-CRED-DATE   PIC 9(8).

    FD  PO-MASTER.
    COPY "pomast.cpy".

    FD  SUPPLIER-MASTER.
    COPY "supmast.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    WORKING-STORAGE SECTION.
       01 RECV-FS PIC XX.
           88 RECV-FOUND VALUE "00".
           88 RECV-EOF VALUE "10".
       01 RCVEX-FS PIC XX.
           88 RCVEX-FOUND VALUE "00".
           88 RCVEX-EOF VALUE "10".
       01 IVEX-FS PIC XX.
           88 IVEX-FOUND VALUE "00".
           88 IVEX-EOF VALUE "10".
       01 RTV-FS PIC XX.
           88 RTV-FOUND VALUE "00".
           88 RTV-EOF VALUE "10".
       01 PO-FS PIC XX.
           88 PO-FOUND VALUE "00".
           88 PO-EOF VALUE "10".
       01 SUP-FS PIC XX.
           88 SUP-FOUND VALUE "00".
       01 SUP-OPEN-SW PIC X VALUE "N".
           88 SUP-FILE-OPEN VALUE "Y".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".

       01 BUSINESS-DATE PIC 9(8).
       01 INP PIC X(20).
       01 FROM-RAW PIC X(8).
       01 TO-RAW PIC X(8).
       01 FROM-LEN PIC S9(2).
       01 TO-LEN PIC S9(2).

      *> the period asked for, and the one of the same length just
      *> before it that the trend is measured against.
       01 CUR-FROM PIC 9(8).
       01 CUR-TO PIC 9(8).
       01 PRI-FROM PIC 9(8).
       01 PRI-TO PIC 9(8).
       01 PERIOD-DAYS PIC S9(5).
       01 FROM-INT PIC S9(9).
       01 TO-INT PIC S9(9).

      *> which period an event dated EVENT-DATE falls in - 1 the
      *> current, 2 the prior, 0 neither.
       01 EVENT-DATE PIC 9(8).
       01 PX PIC 9(1).
       01 EVENT-SUPPLIER PIC X(6).
       01 LEAD-DAYS PIC 9(3).
       01 DUE-DATE PIC 9(8).
       01 FILLED-QTY PIC S9(9).

      *> the scorecard, one entry per supplier with the same
      *> figures for each period.
       01 SUP-TAB.
           05 SUP-ENTRY OCCURS 200 TIMES INDEXED BY SX.
               10 SC-CODE         PIC X(6).
               10 SC-NAME         PIC X(30).
               10 SC-PERIOD OCCURS 2 TIMES.
                   15 SC-RECEIPTS     PIC 9(6).
                   15 SC-MEASURED     PIC 9(6).
                   15 SC-ON-TIME      PIC 9(6).
                   15 SC-CLOSED       PIC 9(6).
                   15 SC-ORDERED      PIC S9(9).
                   15 SC-FILLED       PIC S9(9).
                   15 SC-RCV-EXC      PIC 9(6).
                   15 SC-INV-EXC      PIC 9(6).
                   15 SC-RTV-COUNT    PIC 9(6).
                   15 SC-RTV-VALUE    PIC S9(12).
                   15 SC-ONTIME-PCT   PIC 9(3)V9.
                   15 SC-FILL-PCT     PIC 9(3)V9.
                   15 SC-DISP-RATE    PIC 9(3)V9.
                   15 SC-SCORE        PIC 9(3)V9.
                   15 SC-ACTIVE       PIC X(1).
               10 SC-TREND        PIC S9(3)V9.
       01 SWAP-ENTRY PIC X(218).
       01 SUP-COUNT PIC 9(3) VALUE 0.
       01 SUP-HIT PIC 9(3).
       01 SXJ PIC 9(3).
       01 RANK-NO PIC 9(3).
       01 DISPUTES PIC 9(7).
       01 WORSE-COUNT PIC 9(3) VALUE 0.
       01 NO-DATE-COUNT PIC 9(6) VALUE 0.

       01 PCT-DISP PIC ZZ9.9.
       01 TREND-DISP PIC -ZZ9.9.
       01 COUNT-DISP PIC Z(5)9.
       01 AMT-DISP PIC -(11)9.

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

    MOVE SPACES TO INP
    ACCEPT INP
    MOVE SPACES TO FROM-RAW TO-RAW
    MOVE 0 TO FROM-LEN TO-LEN
    UNSTRING INP DELIMITED BY ALL SPACE
        INTO FROM-RAW COUNT IN FROM-LEN,
             TO-RAW COUNT IN TO-LEN
    IF FROM-LEN = 8 AND FROM-RAW IS NUMERIC
          AND TO-LEN = 8 AND TO-RAW IS NUMERIC
        MOVE FROM-RAW TO CUR-FROM
        MOVE TO-RAW TO CUR-TO
    ELSE
        IF FROM-LEN > 0
            DISPLAY "BIRGJAMAT: BAD PERIOD " function TRIM(INP)
                    " - TAKING THE LAST 30 DAYS"
        END-IF
        MOVE BUSINESS-DATE TO CUR-TO
        COMPUTE CUR-FROM = function DATE-OF-INTEGER(
            function INTEGER-OF-DATE(BUSINESS-DATE) - 29)
    END-IF
    IF CUR-FROM > CUR-TO
        DISPLAY "BIRGJAMAT: PERIOD ENDS BEFORE IT STARTS - "
                "RUN REFUSED"
        GOBACK
    END-IF
    COMPUTE FROM-INT = function INTEGER-OF-DATE(CUR-FROM)
    COMPUTE TO-INT = function INTEGER-OF-DATE(CUR-TO)
    COMPUTE PERIOD-DAYS = TO-INT - FROM-INT + 1
    COMPUTE PRI-TO = function DATE-OF-INTEGER(FROM-INT - 1)
    COMPUTE PRI-FROM = function DATE-OF-INTEGER(
        FROM-INT - PERIOD-DAYS)

    OPEN INPUT PO-MASTER
    IF NOT PO-FOUND
        DISPLAY "BIRGJAMAT: NO PO MASTER ON SITE - NOTHING TO SCORE"
        GOBACK
    END-IF
    OPEN INPUT SUPPLIER-MASTER
    IF SUP-FOUND
        MOVE "Y" TO SUP-OPEN-SW
    END-IF

      *> on-time delivery off the receiving log.
    OPEN INPUT RECEIVING-FILE
    IF RECV-FOUND
        PERFORM RECV-READ-RTN
        PERFORM UNTIL RECV-EOF
            IF RECV-RESULT = "POSTED"
                PERFORM RECEIPT-SCORE-RTN
            END-IF
            PERFORM RECV-READ-RTN
        END-PERFORM
        CLOSE RECEIVING-FILE
    END-IF

      *> fill rate off the closed PO lines.
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
            NOT AT END
                IF PO-LINE-CLOSED
                    PERFORM FILL-SCORE-RTN
                END-IF
        END-READ
    END-PERFORM
    CLOSE PO-MASTER

      *> disputes: dock exceptions, invoice disputes, returns.
    OPEN INPUT RECV-EXCEPTION-FILE
    IF RCVEX-FOUND
        PERFORM UNTIL RCVEX-EOF
            READ RECV-EXCEPTION-FILE
                AT END
                    MOVE "10" TO RCVEX-FS
                NOT AT END
                    IF RCVEX-SUPPLIER NOT = SPACES
                          AND RCVEX-DATE IS NUMERIC
                        MOVE RCVEX-DATE TO EVENT-DATE
                        PERFORM PERIOD-FIND-RTN
                        IF PX > 0
                            MOVE RCVEX-SUPPLIER TO EVENT-SUPPLIER
                            PERFORM SUPPLIER-SEEK-RTN
                            IF SUP-HIT > 0
                                ADD 1 TO SC-RCV-EXC(SUP-HIT, PX)
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RECV-EXCEPTION-FILE
    END-IF

    OPEN INPUT INV-EXCEPTION-FILE
    IF IVEX-FOUND
        PERFORM UNTIL IVEX-EOF
            READ INV-EXCEPTION-FILE
                AT END
                    MOVE "10" TO IVEX-FS
                NOT AT END
                    IF IVEX-SUPPLIER NOT = SPACES
                          AND IVEX-DATE IS NUMERIC
                        MOVE IVEX-DATE TO EVENT-DATE
                        PERFORM PERIOD-FIND-RTN
                        IF PX > 0
                            MOVE IVEX-SUPPLIER TO EVENT-SUPPLIER
                            PERFORM SUPPLIER-SEEK-RTN
                            IF SUP-HIT > 0
                                ADD 1 TO SC-INV-EXC(SUP-HIT, PX)
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE INV-EXCEPTION-FILE
    END-IF

    OPEN INPUT RTV-FILE
    IF RTV-FOUND
        PERFORM UNTIL RTV-EOF
            READ RTV-FILE
                AT END
                    MOVE "10" TO RTV-FS
                NOT AT END
                    IF RTV-SUPPLIER NOT = SPACES
                        MOVE RTV-DATE TO EVENT-DATE
                        PERFORM PERIOD-FIND-RTN
                        IF PX > 0
                            MOVE RTV-SUPPLIER TO EVENT-SUPPLIER
                            PERFORM SUPPLIER-SEEK-RTN
                            IF SUP-HIT > 0
                                ADD 1 TO SC-RTV-COUNT(SUP-HIT, PX)
                                ADD RTV-VALUE
                                    TO SC-RTV-VALUE(SUP-HIT, PX)
                            END-IF
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RTV-FILE
    END-IF

    IF SUP-FILE-OPEN
        CLOSE SUPPLIER-MASTER
    END-IF

    PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SUP-COUNT
        PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > 2
            PERFORM SCORE-CALC-RTN
        END-PERFORM
        IF SC-ACTIVE(SX, 2) = "Y"
            COMPUTE SC-TREND(SX) = SC-SCORE(SX, 1) - SC-SCORE(SX, 2)
        ELSE
            MOVE 0 TO SC-TREND(SX)
        END-IF
    END-PERFORM

      *> best score first.
    PERFORM VARYING SX FROM 1 BY 1 UNTIL SX >= SUP-COUNT
        PERFORM RANK-PASS-RTN
            VARYING SXJ FROM 1 BY 1
            UNTIL SXJ > SUP-COUNT - SX
    END-PERFORM

    DISPLAY "SUPPLIER SCORECARD - " CUR-FROM " TO " CUR-TO
    DISPLAY "  AGAINST " PRI-FROM " TO " PRI-TO
    DISPLAY "  SCORE: ON-TIME 40, FILL RATE 40, DISPUTES 20"
    DISPLAY " "
    MOVE 0 TO RANK-NO
    PERFORM RANK-REPORT-RTN
        VARYING SX FROM 1 BY 1 UNTIL SX > SUP-COUNT

    DISPLAY " "
    MOVE RANK-NO TO COUNT-DISP
    DISPLAY "SUPPLIERS SCORED:       " function TRIM(COUNT-DISP)
    MOVE WORSE-COUNT TO COUNT-DISP
    DISPLAY "GETTING WORSE:          " function TRIM(COUNT-DISP)
    IF NO-DATE-COUNT > 0
        MOVE NO-DATE-COUNT TO COUNT-DISP
        DISPLAY "RECEIPTS WITHOUT A DOCK DATE (NOT SCORED): "
                function TRIM(COUNT-DISP)
    END-IF

    GOBACK.

RECV-READ-RTN.
    READ RECEIVING-FILE
        AT END
            MOVE "10" TO RECV-FS
    END-READ.

      *> a receipt is on time when it hit the dock no later than
      *> the order date plus the supplier's lead days.  A line
      *> ordered before order dates were carried counts toward the
      *> supplier's receipts but is not measured.
RECEIPT-SCORE-RTN.
    IF RECV-DATE IS NOT NUMERIC OR RECV-DATE = 0
        ADD 1 TO NO-DATE-COUNT
    ELSE
        MOVE RECV-DATE TO EVENT-DATE
        PERFORM PERIOD-FIND-RTN
        IF PX > 0
            MOVE RECV-PO-NO TO PO-NUMBER
            MOVE RECV-SKU TO PO-SKU
            READ PO-MASTER
                INVALID KEY
                    MOVE SPACES TO PO-SUPPLIER
            END-READ
            IF PO-SUPPLIER NOT = SPACES
                MOVE PO-SUPPLIER TO EVENT-SUPPLIER
                PERFORM SUPPLIER-SEEK-RTN
                IF SUP-HIT > 0
                    ADD 1 TO SC-RECEIPTS(SUP-HIT, PX)
                    IF PO-ORDER-DATE > 0
                        PERFORM LEAD-DAYS-RTN
                        COMPUTE DUE-DATE = function DATE-OF-INTEGER(
                            function INTEGER-OF-DATE(PO-ORDER-DATE)
                            + LEAD-DAYS)
                        ADD 1 TO SC-MEASURED(SUP-HIT, PX)
                        IF RECV-DATE <= DUE-DATE
                            ADD 1 TO SC-ON-TIME(SUP-HIT, PX)
                        END-IF
                    END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

LEAD-DAYS-RTN.
    MOVE 0 TO LEAD-DAYS
    IF SUP-FILE-OPEN
        MOVE EVENT-SUPPLIER TO SUP-CODE
        READ SUPPLIER-MASTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF SUP-LEAD-DAYS IS NUMERIC
                    MOVE SUP-LEAD-DAYS TO LEAD-DAYS
                END-IF
        END-READ
    END-IF.

      *> a closed line falls in the period it was ordered in.
FILL-SCORE-RTN.
    IF PO-SUPPLIER NOT = SPACES AND PO-ORDER-DATE > 0
          AND PO-QTY-ORDERED > 0
        MOVE PO-ORDER-DATE TO EVENT-DATE
        PERFORM PERIOD-FIND-RTN
        IF PX > 0
            MOVE PO-SUPPLIER TO EVENT-SUPPLIER
            PERFORM SUPPLIER-SEEK-RTN
            IF SUP-HIT > 0
                IF PO-QTY-RECEIVED > PO-QTY-ORDERED
                    MOVE PO-QTY-ORDERED TO FILLED-QTY
                ELSE
                    MOVE PO-QTY-RECEIVED TO FILLED-QTY
                END-IF
                ADD 1 TO SC-CLOSED(SUP-HIT, PX)
                ADD PO-QTY-ORDERED TO SC-ORDERED(SUP-HIT, PX)
                ADD FILLED-QTY TO SC-FILLED(SUP-HIT, PX)
            END-IF
        END-IF
    END-IF.

PERIOD-FIND-RTN.
    MOVE 0 TO PX
    IF EVENT-DATE >= CUR-FROM AND EVENT-DATE <= CUR-TO
        MOVE 1 TO PX
    ELSE
        IF EVENT-DATE >= PRI-FROM AND EVENT-DATE <= PRI-TO
            MOVE 2 TO PX
        END-IF
    END-IF.

SUPPLIER-SEEK-RTN.
    MOVE 0 TO SUP-HIT
    PERFORM VARYING SX FROM 1 BY 1
            UNTIL SX > SUP-COUNT OR SUP-HIT > 0
        IF SC-CODE(SX) = EVENT-SUPPLIER
            SET SUP-HIT TO SX
        END-IF
    END-PERFORM
    IF SUP-HIT = 0
        IF SUP-COUNT < 200
            ADD 1 TO SUP-COUNT
            MOVE SUP-COUNT TO SUP-HIT
            INITIALIZE SUP-ENTRY(SUP-HIT)
            MOVE EVENT-SUPPLIER TO SC-CODE(SUP-HIT)
            MOVE "(NOT ON SUPPLIER MASTER)" TO SC-NAME(SUP-HIT)
            IF SUP-FILE-OPEN
                MOVE EVENT-SUPPLIER TO SUP-CODE
                READ SUPPLIER-MASTER
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE SUP-NAME TO SC-NAME(SUP-HIT)
                END-READ
            END-IF
        ELSE
            DISPLAY "BIRGJAMAT: SUPPLIER TABLE FULL - "
                    EVENT-SUPPLIER " NOT SCORED"
        END-IF
    END-IF.

      *> a measure with nothing behind it (no measured receipts, no
      *> closed lines) scores full marks rather than dragging the
      *> supplier down for the want of data; the report shows it
      *> as "--".
SCORE-CALC-RTN.
    MOVE "N" TO SC-ACTIVE(SX, PX)
    IF SC-RECEIPTS(SX, PX) > 0 OR SC-CLOSED(SX, PX) > 0
          OR SC-RCV-EXC(SX, PX) > 0 OR SC-INV-EXC(SX, PX) > 0
          OR SC-RTV-COUNT(SX, PX) > 0
        MOVE "Y" TO SC-ACTIVE(SX, PX)
    END-IF
    IF SC-MEASURED(SX, PX) > 0
        COMPUTE SC-ONTIME-PCT(SX, PX) ROUNDED =
            SC-ON-TIME(SX, PX) * 100 / SC-MEASURED(SX, PX)
    ELSE
        MOVE 100 TO SC-ONTIME-PCT(SX, PX)
    END-IF
    IF SC-ORDERED(SX, PX) > 0
        COMPUTE SC-FILL-PCT(SX, PX) ROUNDED =
            SC-FILLED(SX, PX) * 100 / SC-ORDERED(SX, PX)
    ELSE
        MOVE 100 TO SC-FILL-PCT(SX, PX)
    END-IF
    COMPUTE DISPUTES = SC-RCV-EXC(SX, PX) + SC-INV-EXC(SX, PX)
        + SC-RTV-COUNT(SX, PX)
    IF DISPUTES = 0
        MOVE 0 TO SC-DISP-RATE(SX, PX)
    ELSE
        IF SC-RECEIPTS(SX, PX) = 0
              OR DISPUTES >= SC-RECEIPTS(SX, PX)
            MOVE 100 TO SC-DISP-RATE(SX, PX)
        ELSE
            COMPUTE SC-DISP-RATE(SX, PX) ROUNDED =
                DISPUTES * 100 / SC-RECEIPTS(SX, PX)
        END-IF
    END-IF
    COMPUTE SC-SCORE(SX, PX) ROUNDED =
        (SC-ONTIME-PCT(SX, PX) * 40
         + SC-FILL-PCT(SX, PX) * 40
         + (100 - SC-DISP-RATE(SX, PX)) * 20) / 100.

RANK-PASS-RTN.
    IF SC-SCORE(SXJ, 1) < SC-SCORE(SXJ + 1, 1)
        MOVE SUP-ENTRY(SXJ) TO SWAP-ENTRY
        MOVE SUP-ENTRY(SXJ + 1) TO SUP-ENTRY(SXJ)
        MOVE SWAP-ENTRY TO SUP-ENTRY(SXJ + 1)
    END-IF.

      *> only suppliers that did business with us in the period are
      *> ranked; the trend is against their own prior period.
RANK-REPORT-RTN.
    IF SC-ACTIVE(SX, 1) = "Y"
        ADD 1 TO RANK-NO
        MOVE SC-SCORE(SX, 1) TO PCT-DISP
        DISPLAY RANK-NO ". " SC-CODE(SX) " " SC-NAME(SX)
                "  SCORE " PCT-DISP
        MOVE SC-RECEIPTS(SX, 1) TO COUNT-DISP
        IF SC-MEASURED(SX, 1) > 0
            MOVE SC-ONTIME-PCT(SX, 1) TO PCT-DISP
            DISPLAY "     ON TIME " PCT-DISP " PCT OF "
                    function TRIM(COUNT-DISP) " RECEIPTS"
        ELSE
            DISPLAY "     ON TIME   -- (" function TRIM(COUNT-DISP)
                    " RECEIPTS, NONE WITH AN ORDER DATE)"
        END-IF
        MOVE SC-CLOSED(SX, 1) TO COUNT-DISP
        IF SC-ORDERED(SX, 1) > 0
            MOVE SC-FILL-PCT(SX, 1) TO PCT-DISP
            DISPLAY "     FILL RATE " PCT-DISP " PCT ON "
                    function TRIM(COUNT-DISP) " CLOSED LINES"
        ELSE
            DISPLAY "     FILL RATE   -- (NO CLOSED LINES)"
        END-IF
        MOVE SC-RTV-VALUE(SX, 1) TO AMT-DISP
        DISPLAY "     DOCK EXCEPTIONS " SC-RCV-EXC(SX, 1)
                "  INVOICE DISPUTES " SC-INV-EXC(SX, 1)
                "  RETURNS " SC-RTV-COUNT(SX, 1)
                " VALUE " function TRIM(AMT-DISP)
        IF SC-ACTIVE(SX, 2) = "Y"
            MOVE SC-TREND(SX) TO TREND-DISP
            MOVE SC-SCORE(SX, 2) TO PCT-DISP
            IF SC-TREND(SX) < -5
                ADD 1 TO WORSE-COUNT
                DISPLAY "     PRIOR " PCT-DISP "  TREND " TREND-DISP
                        "  GETTING WORSE"
            ELSE
                DISPLAY "     PRIOR " PCT-DISP "  TREND " TREND-DISP
            END-IF
        ELSE
            DISPLAY "     NO BUSINESS IN THE PRIOR PERIOD"
        END-IF
    END-IF.
