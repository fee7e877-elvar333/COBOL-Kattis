IDENTIFICATION DIVISION.
PROGRAM-ID. AAETLUNSKYRSLA.

      *> daily actual-versus-budget by department - the manager
      *> used to lay TIMABIL's printout beside head office's weekly
      *> budget in a spreadsheet.  This classifies the sales the
      *> same way TIMABIL does (the SKU's INV-CATEGORY, department 1
      *> for anything unclassified) and sets them against the
      *> budget master for the day, the week to date and the period
      *> to date, with the variance in money and in percent.
      *>
      *> the week and the period are the trading calendar's fiscal
      *> week and period when CALMAST places the day; a site
      *> without the calendar gets the Monday-to-Sunday week and
      *> the calendar month.  History comes off TXHIST strictly
      *> before the business date and the day itself off the live
      *> log, since the close-out chain has already rolled today
      *> onto TXHIST by the time this step runs.
      *>
      *> the three lines (day, week, period) also go onto this
      *> store's HQFEED under the BUDG tag, so SAMSTEYPA can rank
      *> the chain against budget:
      *>   store BUDG yyyymmdd h <actual x4> <budget x4>
      *> h is D, W or P.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TXLOG-FILE ASSIGN TO "TXLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TXLOG-FS.

    SELECT HISTORY-FILE ASSIGN TO "TXHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HIST-FS.

      *> the business date every TXLOG record is filtered on.
    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

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

    SELECT BUDGET-MASTER ASSIGN TO "BUDMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BGT-KEY
        FILE STATUS IS BGT-FS.

    SELECT CALENDAR-MASTER ASSIGN TO "CALMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CAL-DATE
        FILE STATUS IS CAL-FS.

      *> this store's outbound feed to head office.
    SELECT FEED-FILE ASSIGN TO "HQFEED"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FEED-FS.

DATA DIVISION.
    FILE SECTION.
    FD  TXLOG-FILE.
    COPY "txlog.cpy".

      *> the rolled history carries the TXLOG record shape; the
      *> till line, the amount and the stamp date matter here.
    FD  HISTORY-FILE.
    01  HISTORY-RECORD.
        05  FILLER          PIC X(16).
        05  HX-LINE         PIC X(84).
        05  FILLER          PIC X(1).
        05  HX-AMT          PIC S9(11).
        05  FILLER          PIC X(28).
        05  HX-DATE         PIC 9(8).
        05  FILLER          PIC X(16).

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    FD  INVENTORY-MASTER.
    COPY "invmast.cpy".

    FD  CATEGORY-MASTER.
    COPY "catmast.cpy".

    FD  BUDGET-MASTER.
    COPY "budmast.cpy".

    FD  CALENDAR-MASTER.
    COPY "calmast.cpy".

    FD  FEED-FILE.
    01  FEED-RECORD.
        05  FEED-STORE      PIC 9(4).
        05  FILLER          PIC X VALUE SPACE.
        05  FEED-SOURCE     PIC X(4).
        05  FILLER          PIC X VALUE SPACE.
        05  FEED-BODY       PIC X(150).

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
       01 CAT-FS PIC XX.
           88 CAT-FOUND VALUE "00".
       01 BGT-FS PIC XX.
           88 BGT-FOUND VALUE "00".
           88 BGT-EOF VALUE "10".
       01 CAL-FS PIC XX.
           88 CAL-FOUND VALUE "00".
       01 FEED-FS PIC XX.
           88 FEED-FOUND VALUE "00".
       01 INV-OPEN-SW PIC X VALUE "N".
           88 INV-OPEN-OK VALUE "Y".

       01 REPORT-DATE PIC 9(8).
       01 REPORT-INT PIC S9(9).
       01 STORE-NO PIC 9(4) VALUE 0.
      *> the first day of the week and of the period the report
      *> date falls in; whichever is earlier is as far back as the
      *> history and the budget need reading.
       01 WEEK-START PIC 9(8).
       01 PERIOD-START PIC 9(8).
       01 READ-FROM PIC 9(8).
       01 PERIOD-LABEL PIC X(20).

      *> the four department names - CATMAST overrides the builtin
      *> fallback, the same as TIMABIL.
       01 CAT-NAMES.
           05 FILLER PIC X(12) VALUE "GROCERY".
           05 FILLER PIC X(12) VALUE "HOUSEHOLD".
           05 FILLER PIC X(12) VALUE "CLOTHING".
           05 FILLER PIC X(12) VALUE "ELECTRONICS".
       01 CAT-NAME-TAB REDEFINES CAT-NAMES PIC X(12) OCCURS 4 TIMES.

      *> actual and budget per horizon (1 the day, 2 the week to
      *> date, 3 the period to date) per department.
       01 FIGURE-TAB.
           05 HORIZON-ENTRY OCCURS 3 TIMES.
               10 ACT-AMT PIC S9(12) OCCURS 4 TIMES.
               10 BUD-AMT PIC S9(12) OCCURS 4 TIMES.
       01 HZ-IDX PIC S9(3).
       01 CAT-IDX PIC S9(3).
       01 HZ-NAMES.
           05 FILLER PIC X(14) VALUE "TODAY".
           05 FILLER PIC X(14) VALUE "WEEK TO DATE".
           05 FILLER PIC X(14) VALUE "PERIOD TO DATE".
       01 HZ-NAME-TAB REDEFINES HZ-NAMES PIC X(14) OCCURS 3 TIMES.
       01 HZ-CODES PIC X(3) VALUE "DWP".

      *> the BUDG feed body - the horizon's four actuals and four
      *> budgets, the same department order as the PERD image.
       01 BUDG-IMAGE.
           05 BI-DATE PIC 9(8).
           05 BI-HORIZON PIC X(1).
           05 BI-ACT PIC S9(12) OCCURS 4 TIMES.
           05 BI-BUD PIC S9(12) OCCURS 4 TIMES.

       01 POST-DATE PIC 9(8).
       01 POST-AMT PIC S9(11).
       01 WORK-LINE PIC X(84).
       01 LINE-TXTYPE PIC X(1).
       01 LINE-N      PIC X(8).
       01 LINE-SKU    PIC X(10).

       01 TOT-ACT PIC S9(13).
       01 TOT-BUD PIC S9(13).
       01 VAR-AMT PIC S9(13).
       01 VAR-PCT PIC S9(5)V9.
       01 SHOW-NAME PIC X(12).
       01 SHOW-ACT PIC S9(13).
       01 SHOW-BUD PIC S9(13).

       01 AMT-DISP PIC -(12)9.
       01 BUD-DISP PIC -(12)9.
       01 VAR-DISP PIC -(12)9.
       01 PCT-DISP PIC -(4)9.9.

PROCEDURE DIVISION.
    ACCEPT REPORT-DATE FROM DATE YYYYMMDD
    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND
            MOVE BUD-STORE-NO TO STORE-NO
            IF BUD-BUSINESS-DATE > 0
                MOVE BUD-BUSINESS-DATE TO REPORT-DATE
            END-IF
        END-IF
    END-IF
    CLOSE CONTROL-FILE

    PERFORM PERIOD-BOUNDS-RTN

    INITIALIZE FIGURE-TAB

    OPEN INPUT CATEGORY-MASTER
    IF CAT-FOUND
        PERFORM CAT-NAME-RTN
            VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 4
        CLOSE CATEGORY-MASTER
    END-IF

    OPEN INPUT INVENTORY-MASTER
    IF INV-FOUND
        MOVE "Y" TO INV-OPEN-SW
    END-IF

    OPEN INPUT HISTORY-FILE
    IF HIST-FOUND
        PERFORM HIST-READ-RTN
        PERFORM UNTIL HIST-EOF
            IF HX-DATE >= READ-FROM AND HX-DATE < REPORT-DATE
                MOVE HX-LINE TO WORK-LINE
                MOVE HX-AMT TO POST-AMT
                MOVE HX-DATE TO POST-DATE
                PERFORM LINE-POST-RTN
            END-IF
            PERFORM HIST-READ-RTN
        END-PERFORM
        CLOSE HISTORY-FILE
    ELSE
        DISPLAY "AAETLUNSKYRSLA: NO TXHIST HISTORY - WEEK AND "
                "PERIOD ARE TODAY'S LOG ALONE"
    END-IF

    OPEN INPUT TXLOG-FILE
    IF TXLOG-FOUND
        PERFORM TXLOG-READ-RTN
        PERFORM UNTIL TXLOG-EOF
            IF TXLOG-DATE = 0 OR TXLOG-DATE = REPORT-DATE
                MOVE TXLOG-LINE TO WORK-LINE
                MOVE TXLOG-AMT TO POST-AMT
                MOVE REPORT-DATE TO POST-DATE
                PERFORM LINE-POST-RTN
            END-IF
            PERFORM TXLOG-READ-RTN
        END-PERFORM
        CLOSE TXLOG-FILE
    END-IF

    IF INV-OPEN-OK
        CLOSE INVENTORY-MASTER
    END-IF

    OPEN INPUT BUDGET-MASTER
    IF BGT-FOUND
        PERFORM BGT-LOAD-RTN
        CLOSE BUDGET-MASTER
    ELSE
        DISPLAY "AAETLUNSKYRSLA: NO BUDGET MASTER (BUDMAST) - "
                "ACTUALS ONLY"
    END-IF

    DISPLAY "SALES AGAINST BUDGET BY DEPARTMENT - " REPORT-DATE
    DISPLAY "  " function TRIM(PERIOD-LABEL)
            " - WEEK FROM " WEEK-START
            ", PERIOD FROM " PERIOD-START
    PERFORM HZ-REPORT-RTN
        VARYING HZ-IDX FROM 1 BY 1 UNTIL HZ-IDX > 3

    PERFORM FEED-WRITE-RTN

    GOBACK.

      *> the fiscal week and period off the calendar when it places
      *> the day - fiscal periods are whole weeks, so the week
      *> starts a whole number of weeks after the period does.
PERIOD-BOUNDS-RTN.
    COMPUTE REPORT-INT = function INTEGER-OF-DATE(REPORT-DATE)
    MOVE 0 TO PERIOD-START
    OPEN INPUT CALENDAR-MASTER
    IF CAL-FOUND
        MOVE REPORT-DATE TO CAL-DATE
        READ CALENDAR-MASTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF CAL-PERIOD-START > 0
                      AND CAL-PERIOD-START <= REPORT-DATE
                    MOVE CAL-PERIOD-START TO PERIOD-START
                    COMPUTE WEEK-START = function DATE-OF-INTEGER(
                        REPORT-INT - function MOD(REPORT-INT
                        - function INTEGER-OF-DATE(CAL-PERIOD-START),
                        7))
                    MOVE SPACES TO PERIOD-LABEL
                    STRING "FISCAL " CAL-FISCAL-YEAR "/"
                           CAL-FISCAL-PERIOD " WEEK "
                           CAL-FISCAL-WEEK DELIMITED BY SIZE
                        INTO PERIOD-LABEL
                END-IF
        END-READ
        CLOSE CALENDAR-MASTER
    END-IF
      *> day 1 of 1601 was a Monday, so the integer date less one,
      *> mod 7, counts the days since Monday.
    IF PERIOD-START = 0
        COMPUTE PERIOD-START = REPORT-DATE / 100 * 100 + 1
        COMPUTE WEEK-START = function DATE-OF-INTEGER(
            REPORT-INT - function MOD(REPORT-INT - 1, 7))
        MOVE SPACES TO PERIOD-LABEL
        STRING "MONTH " REPORT-DATE(1:6) DELIMITED BY SIZE
            INTO PERIOD-LABEL
    END-IF
    IF WEEK-START < PERIOD-START
        MOVE WEEK-START TO READ-FROM
    ELSE
        MOVE PERIOD-START TO READ-FROM
    END-IF.

CAT-NAME-RTN.
    MOVE CAT-IDX TO CAT-CODE
    READ CATEGORY-MASTER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE CAT-NAME TO CAT-NAME-TAB(CAT-IDX)
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

      *> the same line selection TIMABIL counts money on - a sale,
      *> the second tender leg of a split sale, and a basket's
      *> tendered total.
LINE-POST-RTN.
    UNSTRING WORK-LINE DELIMITED BY ALL SPACE
        INTO LINE-TXTYPE, LINE-N, LINE-SKU
    IF LINE-TXTYPE = "S" OR LINE-TXTYPE = "T"
          OR LINE-TXTYPE = "E"
        MOVE 1 TO CAT-IDX
        IF INV-OPEN-OK
            MOVE LINE-SKU TO INV-SKU
            READ INVENTORY-MASTER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF INV-CATEGORY >= 1 AND INV-CATEGORY <= 4
                        MOVE INV-CATEGORY TO CAT-IDX
                    END-IF
            END-READ
        END-IF
        IF POST-DATE = REPORT-DATE
            ADD POST-AMT TO ACT-AMT(1, CAT-IDX)
        END-IF
        IF POST-DATE >= WEEK-START
            ADD POST-AMT TO ACT-AMT(2, CAT-IDX)
        END-IF
        IF POST-DATE >= PERIOD-START
            ADD POST-AMT TO ACT-AMT(3, CAT-IDX)
        END-IF
    END-IF.

BGT-LOAD-RTN.
    MOVE READ-FROM TO BGT-DATE
    MOVE 0 TO BGT-DEPT
    START BUDGET-MASTER KEY IS NOT LESS THAN BGT-KEY
        INVALID KEY MOVE "10" TO BGT-FS
    END-START
    PERFORM UNTIL BGT-EOF
        READ BUDGET-MASTER NEXT
            AT END
                MOVE "10" TO BGT-FS
            NOT AT END
                IF BGT-DATE > REPORT-DATE
                    MOVE "10" TO BGT-FS
                ELSE
                    PERFORM BGT-POST-RTN
                END-IF
        END-READ
    END-PERFORM.

BGT-POST-RTN.
    IF BGT-DEPT >= 1 AND BGT-DEPT <= 4
        MOVE BGT-DEPT TO CAT-IDX
        IF BGT-DATE = REPORT-DATE
            ADD BGT-AMOUNT TO BUD-AMT(1, CAT-IDX)
        END-IF
        IF BGT-DATE >= WEEK-START
            ADD BGT-AMOUNT TO BUD-AMT(2, CAT-IDX)
        END-IF
        IF BGT-DATE >= PERIOD-START
            ADD BGT-AMOUNT TO BUD-AMT(3, CAT-IDX)
        END-IF
    END-IF.

HZ-REPORT-RTN.
    DISPLAY " "
    DISPLAY function TRIM(HZ-NAME-TAB(HZ-IDX))
            ":          ACTUAL        BUDGET      VARIANCE     PCT"
    MOVE 0 TO TOT-ACT TOT-BUD
    PERFORM DEPT-LINE-RTN
        VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 4
    MOVE "TOTAL" TO SHOW-NAME
    MOVE TOT-ACT TO SHOW-ACT
    MOVE TOT-BUD TO SHOW-BUD
    PERFORM VARIANCE-SHOW-RTN.

DEPT-LINE-RTN.
    ADD ACT-AMT(HZ-IDX, CAT-IDX) TO TOT-ACT
    ADD BUD-AMT(HZ-IDX, CAT-IDX) TO TOT-BUD
    MOVE CAT-NAME-TAB(CAT-IDX) TO SHOW-NAME
    MOVE ACT-AMT(HZ-IDX, CAT-IDX) TO SHOW-ACT
    MOVE BUD-AMT(HZ-IDX, CAT-IDX) TO SHOW-BUD
    PERFORM VARIANCE-SHOW-RTN.

      *> variance is actual less budget - a shortfall prints
      *> negative; a department with no budget set has no percent.
VARIANCE-SHOW-RTN.
    COMPUTE VAR-AMT = SHOW-ACT - SHOW-BUD
    MOVE SHOW-ACT TO AMT-DISP
    MOVE SHOW-BUD TO BUD-DISP
    MOVE VAR-AMT TO VAR-DISP
    IF SHOW-BUD NOT = 0
        COMPUTE VAR-PCT ROUNDED = VAR-AMT * 100 / SHOW-BUD
            ON SIZE ERROR
                MOVE 0 TO VAR-PCT
        END-COMPUTE
        MOVE VAR-PCT TO PCT-DISP
        DISPLAY "  " SHOW-NAME AMT-DISP " " BUD-DISP " "
                VAR-DISP " " PCT-DISP
    ELSE
        DISPLAY "  " SHOW-NAME AMT-DISP " " BUD-DISP " "
                VAR-DISP "  NO BUDGET"
    END-IF.

      *> one BUDG line per horizon appended to the outbound feed.
FEED-WRITE-RTN.
    OPEN INPUT FEED-FILE
    IF FEED-FOUND
        CLOSE FEED-FILE
        OPEN EXTEND FEED-FILE
    ELSE
        OPEN OUTPUT FEED-FILE
    END-IF
    PERFORM FEED-LINE-RTN
        VARYING HZ-IDX FROM 1 BY 1 UNTIL HZ-IDX > 3
    CLOSE FEED-FILE
    DISPLAY " "
    DISPLAY "BUDGET FIGURES QUEUED ON HQFEED FOR STORE " STORE-NO.

FEED-LINE-RTN.
    MOVE REPORT-DATE TO BI-DATE
    MOVE HZ-CODES(HZ-IDX:1) TO BI-HORIZON
    PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 4
        MOVE ACT-AMT(HZ-IDX, CAT-IDX) TO BI-ACT(CAT-IDX)
        MOVE BUD-AMT(HZ-IDX, CAT-IDX) TO BI-BUD(CAT-IDX)
    END-PERFORM
    MOVE SPACES TO FEED-RECORD
    MOVE STORE-NO TO FEED-STORE
    MOVE "BUDG" TO FEED-SOURCE
    MOVE BUDG-IMAGE TO FEED-BODY
    WRITE FEED-RECORD.
