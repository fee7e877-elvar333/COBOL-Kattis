IDENTIFICATION DIVISION.
PROGRAM-ID. ENDURMAT.

      *> weekly reorder-parameter recalculation - ENDURPONTUN is
      *> only as good as INV-REORDER-POINT and INV-REORDER-QTY, and
      *> those were keyed once and never looked at again: fast
      *> sellers run dry between deliveries and dead lines keep
      *> being reordered.  This measures each SKU's demand off the
      *> till history over SOLUHRADI's trailing window (the closed
      *> days off TXHIST, the day being closed off TXLOG, bundles
      *> tallied as their components, "S" lines only - the same
      *> count SOLUHRADI makes), day by day, for the average daily
      *> demand and its day-to-day standard deviation.  With the
      *> supplier's SUP-LEAD-DAYS and the control record's service
      *> level that gives
      *>   reorder point = demand over the lead time
      *>                   + z x std dev x square root of lead time
      *>   reorder qty   = a week's demand (the review cycle)
      *> rounded up.  Every SKU either figure would move goes to the
      *> BUDROPR review file old beside new, where the buyer works
      *> it through ENDURMATSAMTHYKKT the way PANTANASAMTHYKKT works
      *> the suggestions - nothing on the master moves here.
      *> Left alone: discontinued and consignment SKUs, SKUs opted
      *> out of replenishment (point zero), and SKUs whose first
      *> sale on the history is too recent to trust.  Run weekly.
      *>
      *> entry feed: one optional line, the window in days (7-28;
      *> blank takes SOLUHRADI's 7).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TXLOG-FILE ASSIGN TO "TXLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TXLOG-FS.

    SELECT HISTORY-FILE ASSIGN TO "TXHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HIST-FS.

      *> the business date every TXLOG record is filtered on, and
      *> the service level.
    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

    SELECT INVENTORY-MASTER ASSIGN TO "INVMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS INV-SKU
        FILE STATUS IS INV-FS.

    SELECT SUPPLIER-MASTER ASSIGN TO "SUPMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SUP-CODE
        FILE STATUS IS SUP-FS.

    SELECT BOM-FILE ASSIGN TO "BOMMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BOM-KEY
        FILE STATUS IS BOM-FS.

    SELECT REVIEW-FILE ASSIGN TO "BUDROPR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RV-FS.

DATA DIVISION.
    FILE SECTION.
    FD  TXLOG-FILE.
    COPY "txlog.cpy".

      *> the rolled history carries the TXLOG record shape; only the
      *> stored till line and the stamp date matter here.
    FD  HISTORY-FILE.
    01  HISTORY-RECORD.
        05  FILLER          PIC X(16).
        05  HX-LINE         PIC X(84).
        05  FILLER          PIC X(40).
        05  HX-DATE         PIC 9(8).
        05  FILLER          PIC X(16).

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    FD  INVENTORY-MASTER.
    COPY "invmast.cpy".

    FD  SUPPLIER-MASTER.
    COPY "supmast.cpy".

    FD  BOM-FILE.
    COPY "bommast.cpy".

    FD  REVIEW-FILE.
    COPY "reordrv.cpy".

    WORKING-STORAGE SECTION.
       01 TXLOG-FS PIC XX.
           88 TXLOG-FOUND VALUE "00".
           88 TXLOG-EOF VALUE "10".
       01 HIST-FS PIC XX.
           88 HIST-FOUND VALUE "00".
           88 HIST-EOF VALUE "10".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".
       01 INV-FS PIC XX.
           88 INV-FOUND VALUE "00".
           88 INV-EOF VALUE "10".
       01 SUP-FS PIC XX.
           88 SUP-FOUND VALUE "00".
       01 SUP-OPEN-SW PIC X VALUE "N".
           88 SUP-FILE-OPEN VALUE "Y".
       01 RV-FS PIC XX.
           88 RV-FOUND VALUE "00".
       01 BOM-FS PIC XX.
           88 BOM-FOUND VALUE "00".
           88 BOM-EOF VALUE "10".
       01 BOM-OPEN-SW PIC X VALUE "N".
           88 BOM-FILE-OPEN VALUE "Y".
       01 BUNDLE-SW PIC X VALUE "N".
           88 BUNDLE-HIT VALUE "Y".

      *> the trading day this run measures back from - the control
      *> file's business date when set, the machine date otherwise.
       01 REPORT-DATE PIC 9(8).
       01 REPORT-INT PIC S9(9).
      *> trailing window demand is measured over - SOLUHRADI's.
       01 VEL-WINDOW PIC 9(3) VALUE 7.
       01 WINDOW-START PIC 9(8).
       01 WINDOW-START-INT PIC S9(9).
      *> days a SKU must have been selling before its history is
      *> trusted, the review cycle a reorder quantity covers, and
      *> the lead time assumed for a SKU whose supplier has none -
      *> tuned here.
       01 MIN-HIST-DAYS PIC 9(3) VALUE 28.
       01 REVIEW-DAYS PIC 9(3) VALUE 7.
       01 DEFAULT-LEAD PIC 9(3) VALUE 7.
       01 SERVICE-LEVEL PIC 9(2) VALUE 95.
       01 Z-FACTOR PIC 9V99.

       01 INP PIC X(10).
       01 INP-TOK PIC X(3).
       01 INP-LEN PIC S9(2).

      *> per SKU: first sale seen on the history, and units sold
      *> on each day of the window.
       01 DEM-TAB.
           05 DEM-ENTRY OCCURS 500 TIMES INDEXED BY DX.
               10 DM-SKU PIC X(10).
               10 DM-FIRST-DATE PIC 9(8).
               10 DM-DAY-QTY PIC S9(7) OCCURS 28 TIMES.
       01 DEM-COUNT PIC 9(4) VALUE 0.
       01 DEM-FOUND-SW PIC X VALUE "N".
           88 DEM-FOUND VALUE "Y".
       01 DAY-IX PIC S9(4).
       01 FULL-WARNED-SW PIC X VALUE "N".
           88 FULL-WARNED VALUE "Y".

       01 WORK-LINE PIC X(84).
       01 WORK-DATE PIC 9(8).
       01 LINE-TXTYPE PIC X(1).
       01 LINE-N PIC X(8).
       01 LINE-SKU PIC X(10).
       01 LINE-QTY PIC S9(7).
       01 TALLY-SKU PIC X(10).
       01 TALLY-QTY PIC S9(7).

      *> the arithmetic for one SKU.
       01 SUM-QTY PIC S9(11).
       01 SUM-SQ PIC S9(15).
       01 AVG-DAILY PIC S9(7)V9(4).
       01 VAR-DAILY PIC S9(11)V9(4).
       01 SD-DAILY PIC S9(7)V9(4).
       01 LEAD-DAYS PIC 9(3).
       01 WORK-POINT PIC S9(9)V9(4).
       01 WORK-QTY PIC S9(9)V9(4).
       01 NEW-POINT PIC 9(5).
       01 NEW-QTY PIC 9(5).
       01 HIST-DAYS PIC S9(9).
       01 LEAD-SW PIC X VALUE "N".
           88 LEAD-DEFAULTED VALUE "Y".

       01 PROPOSED-COUNT PIC 9(5) VALUE 0.
       01 UNCHANGED-COUNT PIC 9(5) VALUE 0.
       01 SKIP-DISC-COUNT PIC 9(5) VALUE 0.
       01 SKIP-CONS-COUNT PIC 9(5) VALUE 0.
       01 SKIP-OPTOUT-COUNT PIC 9(5) VALUE 0.
       01 SKIP-SHORT-COUNT PIC 9(5) VALUE 0.
       01 COUNT-DISP PIC Z(4)9.
       01 PT-ED PIC Z(4)9.
       01 PT2-ED PIC Z(4)9.
       01 QT-ED PIC Z(4)9.
       01 QT2-ED PIC Z(4)9.
       01 AVG-ED PIC Z(4)9.99.
       01 SD-ED PIC Z(4)9.99.

PROCEDURE DIVISION.
    ACCEPT REPORT-DATE FROM DATE YYYYMMDD
    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND AND BUD-BUSINESS-DATE > 0
            MOVE BUD-BUSINESS-DATE TO REPORT-DATE
        END-IF
        IF CTL-FOUND AND BUD-SERVICE-LEVEL IS NUMERIC
              AND BUD-SERVICE-LEVEL >= 50
            MOVE BUD-SERVICE-LEVEL TO SERVICE-LEVEL
        END-IF
    END-IF
    CLOSE CONTROL-FILE

    MOVE SPACES TO INP
    ACCEPT INP
    MOVE "0" TO INP-TOK
    MOVE 0 TO INP-LEN
    UNSTRING INP DELIMITED BY ALL SPACE
        INTO INP-TOK COUNT IN INP-LEN
    IF INP-LEN > 0 AND INP-TOK(1:INP-LEN) IS NUMERIC
        MOVE INP-TOK(1:INP-LEN) TO VEL-WINDOW
        IF VEL-WINDOW < 7 OR VEL-WINDOW > 28
            DISPLAY "ENDURMAT: WINDOW MUST BE 7-28 DAYS - "
                    "RUN REFUSED"
            GOBACK
        END-IF
    END-IF

      *> z for the service level - the one-sided normal table.
    IF SERVICE-LEVEL >= 99
        MOVE 2.33 TO Z-FACTOR
    ELSE
    IF SERVICE-LEVEL >= 98
        MOVE 2.05 TO Z-FACTOR
    ELSE
    IF SERVICE-LEVEL >= 97
        MOVE 1.88 TO Z-FACTOR
    ELSE
    IF SERVICE-LEVEL >= 95
        MOVE 1.65 TO Z-FACTOR
    ELSE
    IF SERVICE-LEVEL >= 90
        MOVE 1.28 TO Z-FACTOR
    ELSE
    IF SERVICE-LEVEL >= 85
        MOVE 1.04 TO Z-FACTOR
    ELSE
    IF SERVICE-LEVEL >= 80
        MOVE 0.84 TO Z-FACTOR
    ELSE
        MOVE 0.52 TO Z-FACTOR
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF

    COMPUTE REPORT-INT = function INTEGER-OF-DATE(REPORT-DATE)
    COMPUTE WINDOW-START-INT = REPORT-INT - VEL-WINDOW + 1
    COMPUTE WINDOW-START = function DATE-OF-INTEGER(WINDOW-START-INT)

    OPEN INPUT BOM-FILE
    IF BOM-FOUND
        MOVE "Y" TO BOM-OPEN-SW
    END-IF

      *> pass 1a: the whole history - every sale dates the SKU's
      *> first appearance, and the window's days tally by day.
      *> Strictly before the report date: the close-out chain may
      *> already have rolled today onto TXHIST.
    OPEN INPUT HISTORY-FILE
    IF HIST-FOUND
        PERFORM HIST-READ-RTN
        PERFORM UNTIL HIST-EOF
            IF HX-DATE > 0 AND HX-DATE < REPORT-DATE
                MOVE HX-LINE TO WORK-LINE
                MOVE HX-DATE TO WORK-DATE
                PERFORM LINE-POST-RTN
            END-IF
            PERFORM HIST-READ-RTN
        END-PERFORM
        CLOSE HISTORY-FILE
    ELSE
        DISPLAY "ENDURMAT: NO TXHIST HISTORY - NOTHING HAS "
                "ENOUGH HISTORY TO RECALCULATE"
    END-IF

      *> pass 1b: the day being closed, off the live log.
    OPEN INPUT TXLOG-FILE
    IF TXLOG-FOUND
        PERFORM TXLOG-READ-RTN
        PERFORM UNTIL TXLOG-EOF
            IF TXLOG-DATE = 0 OR TXLOG-DATE = REPORT-DATE
                MOVE TXLOG-LINE TO WORK-LINE
                MOVE REPORT-DATE TO WORK-DATE
                PERFORM LINE-POST-RTN
            END-IF
            PERFORM TXLOG-READ-RTN
        END-PERFORM
        CLOSE TXLOG-FILE
    END-IF
    IF BOM-FILE-OPEN
        CLOSE BOM-FILE
    END-IF

    OPEN INPUT SUPPLIER-MASTER
    IF SUP-FOUND
        MOVE "Y" TO SUP-OPEN-SW
    END-IF

      *> pass 2: the master, SKU by SKU - the proposals.
    OPEN INPUT INVENTORY-MASTER
    IF NOT INV-FOUND
        DISPLAY "ENDURMAT: NO INVENTORY MASTER ON SITE"
        GOBACK
    END-IF
    OPEN OUTPUT REVIEW-FILE

    MOVE SERVICE-LEVEL TO COUNT-DISP
    DISPLAY "REORDER RECALCULATION - " REPORT-DATE
            " - " VEL-WINDOW " DAY WINDOW, SERVICE LEVEL "
            function TRIM(COUNT-DISP) " PCT"
    DISPLAY "SKU        SUPPLIER AVG/DAY  STD DEV LEAD"
            "  POINT OLD>NEW    QTY OLD>NEW"
    PERFORM INV-READ-RTN
    PERFORM UNTIL INV-EOF
        PERFORM INV-RECALC-RTN
        PERFORM INV-READ-RTN
    END-PERFORM
    CLOSE INVENTORY-MASTER
    CLOSE REVIEW-FILE
    IF SUP-FILE-OPEN
        CLOSE SUPPLIER-MASTER
    END-IF

    MOVE PROPOSED-COUNT TO COUNT-DISP
    DISPLAY "PROPOSALS FOR REVIEW (BUDROPR): "
            function TRIM(COUNT-DISP)
    MOVE UNCHANGED-COUNT TO COUNT-DISP
    DISPLAY "ALREADY RIGHT:                  "
            function TRIM(COUNT-DISP)
    MOVE SKIP-DISC-COUNT TO COUNT-DISP
    DISPLAY "LEFT ALONE - DISCONTINUED:      "
            function TRIM(COUNT-DISP)
    MOVE SKIP-CONS-COUNT TO COUNT-DISP
    DISPLAY "LEFT ALONE - CONSIGNMENT:       "
            function TRIM(COUNT-DISP)
    MOVE SKIP-OPTOUT-COUNT TO COUNT-DISP
    DISPLAY "LEFT ALONE - NOT REPLENISHED:   "
            function TRIM(COUNT-DISP)
    MOVE SKIP-SHORT-COUNT TO COUNT-DISP
    DISPLAY "LEFT ALONE - TOO LITTLE HISTORY: "
            function TRIM(COUNT-DISP)

    GOBACK.

TXLOG-READ-RTN.
    READ TXLOG-FILE
        AT END
            MOVE "10" TO TXLOG-FS
    END-READ.

HIST-READ-RTN.
    READ HISTORY-FILE
        AT END
            MOVE "10" TO HIST-FS
    END-READ.

INV-READ-RTN.
    READ INVENTORY-MASTER NEXT
        AT END
            MOVE "10" TO INV-FS
    END-READ
    IF NOT INV-FOUND
        MOVE "10" TO INV-FS
    END-IF.

      *> sale lines only, bundles as their components - SOLUHRADI's
      *> own count.
LINE-POST-RTN.
    UNSTRING WORK-LINE DELIMITED BY ALL SPACE
        INTO LINE-TXTYPE, LINE-N, LINE-SKU
    IF LINE-TXTYPE = "S"
        MOVE LINE-N TO LINE-QTY
        IF LINE-QTY > 0
            MOVE "N" TO BUNDLE-SW
            IF BOM-FILE-OPEN
                PERFORM BOM-EXPLODE-RTN
            END-IF
            IF NOT BUNDLE-HIT
                MOVE LINE-SKU TO TALLY-SKU
                MOVE LINE-QTY TO TALLY-QTY
                PERFORM DEM-TALLY-RTN
            END-IF
        END-IF
    END-IF.

BOM-EXPLODE-RTN.
    MOVE "00" TO BOM-FS
    MOVE LINE-SKU TO BOM-BUNDLE
    MOVE LOW-VALUES TO BOM-COMPONENT
    START BOM-FILE KEY NOT < BOM-KEY
        INVALID KEY
            MOVE "10" TO BOM-FS
    END-START
    IF NOT BOM-EOF
        PERFORM BOM-WALK-READ-RTN
    END-IF
    PERFORM UNTIL BOM-EOF OR BOM-BUNDLE NOT = LINE-SKU
        MOVE "Y" TO BUNDLE-SW
        MOVE BOM-COMPONENT TO TALLY-SKU
        COMPUTE TALLY-QTY = LINE-QTY * BOM-QTY
        PERFORM DEM-TALLY-RTN
        PERFORM BOM-WALK-READ-RTN
    END-PERFORM
    MOVE "00" TO BOM-FS.

BOM-WALK-READ-RTN.
    READ BOM-FILE NEXT
        AT END
            MOVE "10" TO BOM-FS
    END-READ
    IF NOT BOM-FOUND
        MOVE "10" TO BOM-FS
    END-IF.

DEM-TALLY-RTN.
    MOVE "N" TO DEM-FOUND-SW
    PERFORM DEM-MATCH-RTN
        VARYING DX FROM 1 BY 1
        UNTIL DX > DEM-COUNT OR DEM-FOUND
    IF DEM-FOUND
        SET DX DOWN BY 1
    ELSE
        IF DEM-COUNT < 500
            ADD 1 TO DEM-COUNT
            SET DX TO DEM-COUNT
            MOVE TALLY-SKU TO DM-SKU(DX)
            MOVE WORK-DATE TO DM-FIRST-DATE(DX)
            PERFORM VARYING DAY-IX FROM 1 BY 1 UNTIL DAY-IX > 28
                MOVE 0 TO DM-DAY-QTY(DX, DAY-IX)
            END-PERFORM
        ELSE
            IF NOT FULL-WARNED
                DISPLAY "ENDURMAT: SKU TABLE FULL - LATER SKUS "
                        "NOT MEASURED"
                MOVE "Y" TO FULL-WARNED-SW
            END-IF
        END-IF
    END-IF
    IF DX <= DEM-COUNT
        IF WORK-DATE < DM-FIRST-DATE(DX)
            MOVE WORK-DATE TO DM-FIRST-DATE(DX)
        END-IF
        IF WORK-DATE >= WINDOW-START
            COMPUTE DAY-IX = function INTEGER-OF-DATE(WORK-DATE)
                - WINDOW-START-INT + 1
            ADD TALLY-QTY TO DM-DAY-QTY(DX, DAY-IX)
        END-IF
    END-IF.

DEM-MATCH-RTN.
    IF DM-SKU(DX) = TALLY-SKU
        MOVE "Y" TO DEM-FOUND-SW
    END-IF.

      *> one master SKU: measured, proposed, or left alone.
INV-RECALC-RTN.
    IF INV-DISCONTINUED
        ADD 1 TO SKIP-DISC-COUNT
    ELSE
    IF INV-CONSIGNMENT
        ADD 1 TO SKIP-CONS-COUNT
    ELSE
    IF INV-REORDER-POINT = 0
        ADD 1 TO SKIP-OPTOUT-COUNT
    ELSE
        MOVE INV-SKU TO TALLY-SKU
        MOVE "N" TO DEM-FOUND-SW
        PERFORM DEM-MATCH-RTN
            VARYING DX FROM 1 BY 1
            UNTIL DX > DEM-COUNT OR DEM-FOUND
        IF DEM-FOUND
            SET DX DOWN BY 1
            COMPUTE HIST-DAYS = REPORT-INT
                - function INTEGER-OF-DATE(DM-FIRST-DATE(DX)) + 1
        ELSE
            MOVE 0 TO HIST-DAYS
        END-IF
        IF HIST-DAYS < MIN-HIST-DAYS
            ADD 1 TO SKIP-SHORT-COUNT
        ELSE
            PERFORM DEMAND-CALC-RTN
        END-IF
    END-IF
    END-IF
    END-IF.

DEMAND-CALC-RTN.
    MOVE 0 TO SUM-QTY SUM-SQ
    PERFORM VARYING DAY-IX FROM 1 BY 1 UNTIL DAY-IX > VEL-WINDOW
        ADD DM-DAY-QTY(DX, DAY-IX) TO SUM-QTY
        COMPUTE SUM-SQ = SUM-SQ
            + DM-DAY-QTY(DX, DAY-IX) * DM-DAY-QTY(DX, DAY-IX)
    END-PERFORM
    COMPUTE AVG-DAILY ROUNDED = SUM-QTY / VEL-WINDOW
    COMPUTE VAR-DAILY ROUNDED =
        SUM-SQ / VEL-WINDOW - AVG-DAILY * AVG-DAILY
    IF VAR-DAILY > 0
        COMPUTE SD-DAILY ROUNDED = VAR-DAILY ** 0.5
    ELSE
        MOVE 0 TO SD-DAILY
    END-IF

    MOVE 0 TO LEAD-DAYS
    MOVE "N" TO LEAD-SW
    IF SUP-FILE-OPEN AND INV-SUPPLIER NOT = SPACES
        MOVE INV-SUPPLIER TO SUP-CODE
        READ SUPPLIER-MASTER
            INVALID KEY
                MOVE "23" TO SUP-FS
            NOT INVALID KEY
                IF SUP-LEAD-DAYS IS NUMERIC
                    MOVE SUP-LEAD-DAYS TO LEAD-DAYS
                END-IF
        END-READ
    END-IF
    IF LEAD-DAYS = 0
        MOVE DEFAULT-LEAD TO LEAD-DAYS
        MOVE "Y" TO LEAD-SW
    END-IF

      *> rounded up - a part unit short of the point is a stockout.
    COMPUTE WORK-POINT = AVG-DAILY * LEAD-DAYS
        + Z-FACTOR * SD-DAILY * (LEAD-DAYS ** 0.5)
    COMPUTE WORK-QTY = AVG-DAILY * REVIEW-DAYS
    IF WORK-POINT > 99999
        MOVE 99999 TO NEW-POINT
    ELSE
        COMPUTE NEW-POINT = WORK-POINT + 0.9999
    END-IF
    IF WORK-QTY > 99999
        MOVE 99999 TO NEW-QTY
    ELSE
        COMPUTE NEW-QTY = WORK-QTY + 0.9999
    END-IF
      *> a line that sold nothing in the window proposes point zero,
      *> which takes it out of replenishment - the dead line stops
      *> being reordered once the buyer agrees.
    IF SUM-QTY > 0 AND NEW-QTY = 0
        MOVE 1 TO NEW-QTY
    END-IF

    IF NEW-POINT = INV-REORDER-POINT AND NEW-QTY = INV-REORDER-QTY
        ADD 1 TO UNCHANGED-COUNT
    ELSE
        MOVE INV-SKU TO RV-SKU
        MOVE INV-SUPPLIER TO RV-SUPPLIER
        MOVE INV-REORDER-POINT TO RV-OLD-POINT
        MOVE INV-REORDER-QTY TO RV-OLD-QTY
        MOVE NEW-POINT TO RV-NEW-POINT
        MOVE NEW-QTY TO RV-NEW-QTY
        MOVE AVG-DAILY TO RV-AVG-DAILY
        MOVE SD-DAILY TO RV-STD-DEV
        MOVE LEAD-DAYS TO RV-LEAD-DAYS
        MOVE REPORT-DATE TO RV-DATE
        WRITE REORDER-REVIEW-RECORD
        ADD 1 TO PROPOSED-COUNT

        MOVE INV-REORDER-POINT TO PT-ED
        MOVE NEW-POINT TO PT2-ED
        MOVE INV-REORDER-QTY TO QT-ED
        MOVE NEW-QTY TO QT2-ED
        MOVE AVG-DAILY TO AVG-ED
        MOVE SD-DAILY TO SD-ED
        DISPLAY INV-SKU " " INV-SUPPLIER "   " AVG-ED " "
                SD-ED " " LEAD-DAYS "  " PT-ED ">" PT2-ED
                "    " QT-ED ">" QT2-ED
        IF LEAD-DEFAULTED
            DISPLAY "  NO SUPPLIER LEAD TIME - "
                    DEFAULT-LEAD " DAYS ASSUMED"
        END-IF
    END-IF.
