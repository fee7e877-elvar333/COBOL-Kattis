IDENTIFICATION DIVISION.
PROGRAM-ID. ABCFLOKKUN.

      *> quarterly ABC classification for cycle counting - what got
      *> counted used to be whatever the stock clerk felt like, so
      *> the fast, dear lines were counted as rarely as shoelaces.
      *> This values each SKU's trailing year of sales at cost (the
      *> closed days off TXHIST, the day being closed off TXLOG,
      *> "S" lines less "R" returns, valued at INV-COST the way
      *> FRAMLEGD costs them), ranks the master by that value, and
      *> classes it on the running share of the store's total:
      *>   A  the SKUs making up the first 80 percent of the value
      *>   B  the next 15 percent
      *>   C  the rest, and everything that did not sell
      *> onto CYCMAST, which TALNINGARPLAN plans each day's counts
      *> from at the control record's counts a year per class.  A
      *> SKU's count history on CYCMAST stays where it is - only
      *> its class moves.  Agency items hold no stock of ours and
      *> are left out.
      *>
      *> The nightly stream runs it at every month end; it only
      *> reclassifies at a quarter end (March, June, September,
      *> December) or when there is no classification yet.  Entry
      *> feed: one optional line, NOW to reclassify regardless.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TXLOG-FILE ASSIGN TO "TXLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TXLOG-FS.

    SELECT HISTORY-FILE ASSIGN TO "TXHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HIST-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

    SELECT INVENTORY-MASTER ASSIGN TO "INVMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS INV-SKU
        FILE STATUS IS INV-FS.

    SELECT CYCLE-MASTER ASSIGN TO "CYCMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CYC-SKU
        FILE STATUS IS CYC-FS.

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

    FD  CYCLE-MASTER.
    COPY "cycmast.cpy".

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
       01 CYC-FS PIC XX.
           88 CYC-FOUND VALUE "00".
           88 CYC-EOF VALUE "10".
           88 CYC-NEW-FILE VALUE "35".
       01 CLASSED-SW PIC X VALUE "N".
           88 CLASSED-BEFORE VALUE "Y".

      *> the trading day this run measures back from - the control
      *> file's business date when set, the machine date otherwise.
       01 REPORT-DATE PIC 9(8).
       01 REPORT-MONTH PIC 9(2).
       01 REPORT-INT PIC S9(9).
       01 YEAR-START PIC 9(8).
       01 YEAR-START-INT PIC S9(9).

       01 INP PIC X(10).

      *> units sold per SKU over the year.
       01 UNIT-TAB.
           05 UNIT-ENTRY OCCURS 2000 TIMES INDEXED BY UX.
               10 UT-SKU PIC X(10).
               10 UT-QTY PIC S9(9).
       01 UNIT-COUNT PIC 9(4) VALUE 0.
       01 UNIT-FOUND-SW PIC X VALUE "N".
           88 UNIT-FOUND VALUE "Y".
       01 UNIT-FULL-SW PIC X VALUE "N".
           88 UNIT-FULL-WARNED VALUE "Y".

      *> the master valued and ranked, dearest first.
       01 VAL-TAB.
           05 VAL-ENTRY OCCURS 2000 TIMES INDEXED BY VX.
               10 VT-SKU PIC X(10).
               10 VT-VALUE PIC S9(11).
               10 VT-CLASS PIC X(1).
       01 VAL-COUNT PIC 9(4) VALUE 0.
       01 VAL-OVER-COUNT PIC 9(5) VALUE 0.
       01 SWAP-ENTRY PIC X(22).
       01 SORT-I PIC S9(5).
       01 SORT-J PIC S9(5).

       01 WORK-LINE PIC X(84).
       01 LINE-TXTYPE PIC X(1).
       01 LINE-N PIC X(8).
       01 LINE-SKU PIC X(10).
       01 LINE-QTY PIC S9(7).
       01 SKU-VALUE PIC S9(11).

       01 TOTAL-VALUE PIC S9(13) VALUE 0.
       01 RUN-VALUE PIC S9(13) VALUE 0.
       01 A-LIMIT PIC S9(13).
       01 B-LIMIT PIC S9(13).

      *> per class, A B C: SKUs, value, and how many moved class.
       01 CLASS-TAB.
           05 CLASS-ENTRY OCCURS 3 TIMES.
               10 CL-SKUS PIC 9(5).
               10 CL-VALUE PIC S9(13).
               10 CL-MOVED PIC 9(5).
       01 CLX PIC S9(2).
       01 CLASS-NAMES PIC X(3) VALUE "ABC".
       01 NEW-COUNT PIC 9(5) VALUE 0.

       01 COUNT-DISP PIC Z(4)9.
       01 MOVED-DISP PIC Z(4)9.
       01 VALUE-DISP PIC -(12)9.
       01 PCT-DISP PIC ZZ9.9.
       01 PCT-WORK PIC 9(3)V9.

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

    MOVE SPACES TO INP
    ACCEPT INP

    OPEN I-O CYCLE-MASTER
    IF CYC-NEW-FILE
        OPEN OUTPUT CYCLE-MASTER
        CLOSE CYCLE-MASTER
        OPEN I-O CYCLE-MASTER
    END-IF

      *> anything on the file classed already means a standing
      *> classification; only a quarter end (or NOW) replaces it.
    MOVE LOW-VALUES TO CYC-SKU
    START CYCLE-MASTER KEY IS NOT LESS THAN CYC-SKU
        INVALID KEY MOVE "10" TO CYC-FS
    END-START
    IF NOT CYC-EOF
        PERFORM CYC-READ-RTN
    END-IF
    PERFORM UNTIL CYC-EOF OR CLASSED-BEFORE
        IF CYC-CLASS NOT = SPACE
            MOVE "Y" TO CLASSED-SW
        END-IF
        PERFORM CYC-READ-RTN
    END-PERFORM
    MOVE "00" TO CYC-FS

    MOVE REPORT-DATE(5:2) TO REPORT-MONTH
    IF CLASSED-BEFORE AND INP(1:3) NOT = "NOW"
          AND REPORT-MONTH NOT = 3 AND REPORT-MONTH NOT = 6
          AND REPORT-MONTH NOT = 9 AND REPORT-MONTH NOT = 12
        DISPLAY "ABCFLOKKUN: NOT A QUARTER END - CLASSIFICATION "
                "LEFT AS IT STANDS"
        CLOSE CYCLE-MASTER
        GOBACK
    END-IF

    COMPUTE REPORT-INT = function INTEGER-OF-DATE(REPORT-DATE)
    COMPUTE YEAR-START-INT = REPORT-INT - 364
    COMPUTE YEAR-START = function DATE-OF-INTEGER(YEAR-START-INT)

      *> pass 1a: the closed days of the trailing year.  Strictly
      *> before the report date: the close-out chain may already
      *> have rolled today onto TXHIST.
    OPEN INPUT HISTORY-FILE
    IF HIST-FOUND
        PERFORM HIST-READ-RTN
        PERFORM UNTIL HIST-EOF
            IF HX-DATE >= YEAR-START AND HX-DATE < REPORT-DATE
                MOVE HX-LINE TO WORK-LINE
                PERFORM LINE-POST-RTN
            END-IF
            PERFORM HIST-READ-RTN
        END-PERFORM
        CLOSE HISTORY-FILE
    ELSE
        DISPLAY "ABCFLOKKUN: NO TXHIST HISTORY - CLASSING ON THE "
                "DAY'S TRADE ALONE"
    END-IF

      *> pass 1b: the day being closed, off the live log.
    OPEN INPUT TXLOG-FILE
    IF TXLOG-FOUND
        PERFORM TXLOG-READ-RTN
        PERFORM UNTIL TXLOG-EOF
            IF TXLOG-DATE = 0 OR TXLOG-DATE = REPORT-DATE
                MOVE TXLOG-LINE TO WORK-LINE
                PERFORM LINE-POST-RTN
            END-IF
            PERFORM TXLOG-READ-RTN
        END-PERFORM
        CLOSE TXLOG-FILE
    END-IF

      *> pass 2: the master, valued at cost.
    OPEN INPUT INVENTORY-MASTER
    IF NOT INV-FOUND
        DISPLAY "ABCFLOKKUN: NO INVENTORY MASTER ON SITE"
        CLOSE CYCLE-MASTER
        GOBACK
    END-IF
    PERFORM INV-READ-RTN
    PERFORM UNTIL INV-EOF
        IF NOT INV-AGENCY
            PERFORM INV-VALUE-RTN
        END-IF
        PERFORM INV-READ-RTN
    END-PERFORM
    CLOSE INVENTORY-MASTER

      *> dearest first.
    PERFORM VARYING SORT-I FROM 1 BY 1
            UNTIL SORT-I >= VAL-COUNT
        PERFORM SORT-PASS-RTN
            VARYING SORT-J FROM 1 BY 1
            UNTIL SORT-J > VAL-COUNT - SORT-I
    END-PERFORM

      *> the class falls on the share of the value already ranked
      *> above the SKU, so the dearest line is always an A.
    COMPUTE A-LIMIT = TOTAL-VALUE * 80 / 100
    COMPUTE B-LIMIT = TOTAL-VALUE * 95 / 100
    PERFORM VARYING CLX FROM 1 BY 1 UNTIL CLX > 3
        MOVE 0 TO CL-SKUS(CLX) CL-VALUE(CLX) CL-MOVED(CLX)
    END-PERFORM
    PERFORM CLASS-SET-RTN
        VARYING VX FROM 1 BY 1 UNTIL VX > VAL-COUNT
    CLOSE CYCLE-MASTER

    DISPLAY "ABC CLASSIFICATION " REPORT-DATE
            " - SALES AT COST " YEAR-START " TO " REPORT-DATE
    DISPLAY "CLASS   SKUS     SALES VALUE  PCT  RECLASSED"
    PERFORM CLASS-PRINT-RTN
        VARYING CLX FROM 1 BY 1 UNTIL CLX > 3
    MOVE TOTAL-VALUE TO VALUE-DISP
    MOVE VAL-COUNT TO COUNT-DISP
    DISPLAY "TOTAL  " COUNT-DISP " " VALUE-DISP
    IF NEW-COUNT > 0
        MOVE NEW-COUNT TO COUNT-DISP
        DISPLAY "NEW TO CYCLE COUNTING:  " COUNT-DISP
    END-IF
    IF VAL-OVER-COUNT > 0
        MOVE VAL-OVER-COUNT TO COUNT-DISP
        DISPLAY "NOT CLASSED - TABLE FULL: " COUNT-DISP
    END-IF

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

CYC-READ-RTN.
    READ CYCLE-MASTER NEXT
        AT END
            MOVE "10" TO CYC-FS
    END-READ
    IF NOT CYC-FOUND
        MOVE "10" TO CYC-FS
    END-IF.

      *> sales less receipted returns - the "R" lines carry their
      *> units negative.
LINE-POST-RTN.
    UNSTRING WORK-LINE DELIMITED BY ALL SPACE
        INTO LINE-TXTYPE, LINE-N, LINE-SKU
    IF LINE-TXTYPE = "S" OR LINE-TXTYPE = "R"
        MOVE LINE-N TO LINE-QTY
        MOVE "N" TO UNIT-FOUND-SW
        PERFORM UNIT-MATCH-RTN
            VARYING UX FROM 1 BY 1
            UNTIL UX > UNIT-COUNT OR UNIT-FOUND
        IF UNIT-FOUND
            SET UX DOWN BY 1
            ADD LINE-QTY TO UT-QTY(UX)
        ELSE
            IF UNIT-COUNT < 2000
                ADD 1 TO UNIT-COUNT
                MOVE LINE-SKU TO UT-SKU(UNIT-COUNT)
                MOVE LINE-QTY TO UT-QTY(UNIT-COUNT)
            ELSE
                IF NOT UNIT-FULL-WARNED
                    DISPLAY "ABCFLOKKUN: SALES TABLE FULL - LATER "
                            "SKUS VALUED AT NOTHING"
                    MOVE "Y" TO UNIT-FULL-SW
                END-IF
            END-IF
        END-IF
    END-IF.

UNIT-MATCH-RTN.
    IF UT-SKU(UX) = LINE-SKU
        MOVE "Y" TO UNIT-FOUND-SW
    END-IF.

      *> a weighed SKU's units are thousandths of a kilo against a
      *> per-kilo cost.  Returns outrunning sales leave nothing.
INV-VALUE-RTN.
    MOVE 0 TO SKU-VALUE
    MOVE INV-SKU TO LINE-SKU
    MOVE "N" TO UNIT-FOUND-SW
    PERFORM UNIT-MATCH-RTN
        VARYING UX FROM 1 BY 1
        UNTIL UX > UNIT-COUNT OR UNIT-FOUND
    IF UNIT-FOUND
        SET UX DOWN BY 1
        IF INV-BY-WEIGHT
            COMPUTE SKU-VALUE ROUNDED = UT-QTY(UX) * INV-COST / 1000
        ELSE
            COMPUTE SKU-VALUE = UT-QTY(UX) * INV-COST
        END-IF
        IF SKU-VALUE < 0
            MOVE 0 TO SKU-VALUE
        END-IF
    END-IF
    IF VAL-COUNT < 2000
        ADD 1 TO VAL-COUNT
        MOVE INV-SKU TO VT-SKU(VAL-COUNT)
        MOVE SKU-VALUE TO VT-VALUE(VAL-COUNT)
        MOVE SPACE TO VT-CLASS(VAL-COUNT)
        ADD SKU-VALUE TO TOTAL-VALUE
    ELSE
        ADD 1 TO VAL-OVER-COUNT
    END-IF.

SORT-PASS-RTN.
    IF VT-VALUE(SORT-J) < VT-VALUE(SORT-J + 1)
        MOVE VAL-ENTRY(SORT-J) TO SWAP-ENTRY
        MOVE VAL-ENTRY(SORT-J + 1) TO VAL-ENTRY(SORT-J)
        MOVE SWAP-ENTRY TO VAL-ENTRY(SORT-J + 1)
    END-IF.

CLASS-SET-RTN.
    IF VT-VALUE(VX) = 0
        MOVE 3 TO CLX
    ELSE IF RUN-VALUE < A-LIMIT
        MOVE 1 TO CLX
    ELSE IF RUN-VALUE < B-LIMIT
        MOVE 2 TO CLX
    ELSE
        MOVE 3 TO CLX
    END-IF
    END-IF
    END-IF
    ADD VT-VALUE(VX) TO RUN-VALUE
    MOVE CLASS-NAMES(CLX:1) TO VT-CLASS(VX)
    ADD 1 TO CL-SKUS(CLX)
    ADD VT-VALUE(VX) TO CL-VALUE(CLX)

    MOVE VT-SKU(VX) TO CYC-SKU
    READ CYCLE-MASTER
        INVALID KEY
            MOVE VT-SKU(VX) TO CYC-SKU
            MOVE VT-CLASS(VX) TO CYC-CLASS
            MOVE VT-VALUE(VX) TO CYC-ANNUAL-VALUE
            MOVE REPORT-DATE TO CYC-CLASS-DATE
            MOVE 0 TO CYC-LAST-COUNT CYC-COUNT-YEAR
            MOVE 0 TO CYC-COUNTS-YTD CYC-LAST-PLANNED
            WRITE CYC-MASTER-RECORD
            ADD 1 TO NEW-COUNT
        NOT INVALID KEY
            IF CYC-CLASS NOT = SPACE
                  AND CYC-CLASS NOT = VT-CLASS(VX)
                ADD 1 TO CL-MOVED(CLX)
            END-IF
            MOVE VT-CLASS(VX) TO CYC-CLASS
            MOVE VT-VALUE(VX) TO CYC-ANNUAL-VALUE
            MOVE REPORT-DATE TO CYC-CLASS-DATE
            REWRITE CYC-MASTER-RECORD
    END-READ.

CLASS-PRINT-RTN.
    MOVE CL-SKUS(CLX) TO COUNT-DISP
    MOVE CL-VALUE(CLX) TO VALUE-DISP
    IF TOTAL-VALUE > 0
        COMPUTE PCT-WORK ROUNDED = CL-VALUE(CLX) * 100 / TOTAL-VALUE
    ELSE
        MOVE 0 TO PCT-WORK
    END-IF
    MOVE PCT-WORK TO PCT-DISP
    MOVE CL-MOVED(CLX) TO MOVED-DISP
    DISPLAY "  " CLASS-NAMES(CLX:1) "    " COUNT-DISP " "
            VALUE-DISP " " PCT-DISP "     " MOVED-DISP.
