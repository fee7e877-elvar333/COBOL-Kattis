IDENTIFICATION DIVISION.
PROGRAM-ID. TALNINGAREFTIRLIT.

      *> cycle-count compliance - the counts posted this year
      *> against what the ABC plan called for by now, per class:
      *> the SKUs in the class, the counts planned to date (each
      *> SKU's counts a year, taken pro rata to the day of the
      *> year), the counts TALNING has posted since 1 January and
      *> the share of plan that is, and how many SKUs are overdue -
      *> past their class interval since the last count, or never
      *> counted at all.  The overdue SKUs follow, one line each,
      *> so the stock controller can see what the planner has not
      *> yet caught up with.  Counts a year and the interval are
      *> TALNINGARPLAN's: the control record's, or 12 / 4 / 1.
      *> Not yet classified counts as C.  Run weekly.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

    SELECT CYCLE-MASTER ASSIGN TO "CYCMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CYC-SKU
        FILE STATUS IS CYC-FS.

    SELECT INVENTORY-MASTER ASSIGN TO "INVMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS INV-SKU
        FILE STATUS IS INV-FS.

DATA DIVISION.
    FILE SECTION.
    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    FD  CYCLE-MASTER.
    COPY "cycmast.cpy".

    FD  INVENTORY-MASTER.
    COPY "invmast.cpy".

    WORKING-STORAGE SECTION.
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".
       01 CYC-FS PIC XX.
           88 CYC-FOUND VALUE "00".
           88 CYC-EOF VALUE "10".
       01 INV-FS PIC XX.
           88 INV-FOUND VALUE "00".

       01 REPORT-DATE PIC 9(8).
       01 REPORT-INT PIC S9(9).
       01 REPORT-YEAR PIC 9(4).
       01 YEAR-START PIC 9(8).
       01 DAY-OF-YEAR PIC 9(3).

      *> per class, A B C: counts a year, the days between them,
      *> and the tallies.
       01 CLASS-TAB.
           05 CLASS-ENTRY OCCURS 3 TIMES.
               10 TG-COUNTS PIC 9(3).
               10 TG-DAYS PIC 9(3).
               10 CL-SKUS PIC 9(5).
               10 CL-PLANNED PIC 9(7).
               10 CL-DONE PIC 9(7).
               10 CL-OVERDUE PIC 9(5).
       01 CLX PIC S9(2).
       01 CLASS-NAMES PIC X(3) VALUE "ABC".

      *> the overdue SKUs, printed after the class lines.
       01 LATE-TAB.
           05 LATE-ENTRY OCCURS 2000 TIMES INDEXED BY LX.
               10 LT-SKU PIC X(10).
               10 LT-CLASS PIC X(1).
               10 LT-LAST PIC 9(8).
               10 LT-DAYS PIC S9(5).
       01 LATE-COUNT PIC 9(4) VALUE 0.
       01 LATE-OVER-COUNT PIC 9(5) VALUE 0.

       01 LATE-DAYS PIC S9(7).
       01 PLAN-WORK PIC 9(9)V99.
       01 TOT-SKUS PIC 9(5) VALUE 0.
       01 TOT-PLANNED PIC 9(7) VALUE 0.
       01 TOT-DONE PIC 9(7) VALUE 0.
       01 TOT-OVERDUE PIC 9(5) VALUE 0.
       01 PCT-WORK PIC 9(5)V9.
       01 PCT-DISP PIC Z(4)9.9.
       01 SKUS-DISP PIC Z(4)9.
       01 PLAN-DISP PIC Z(6)9.
       01 DONE-DISP PIC Z(6)9.
       01 LATE-DISP PIC Z(4)9.
       01 DAYS-DISP PIC -(4)9.
       01 TARGET-DISP PIC ZZ9.
       01 LAST-TXT PIC X(8).
       01 DAYS-TXT PIC X(5).

PROCEDURE DIVISION.
    ACCEPT REPORT-DATE FROM DATE YYYYMMDD
    MOVE 12 TO TG-COUNTS(1)
    MOVE 4 TO TG-COUNTS(2)
    MOVE 1 TO TG-COUNTS(3)
    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND AND BUD-BUSINESS-DATE > 0
            MOVE BUD-BUSINESS-DATE TO REPORT-DATE
        END-IF
        IF CTL-FOUND AND BUD-CYC-TARGET-A IS NUMERIC
              AND BUD-CYC-TARGET-A > 0
            MOVE BUD-CYC-TARGET-A TO TG-COUNTS(1)
        END-IF
        IF CTL-FOUND AND BUD-CYC-TARGET-B IS NUMERIC
              AND BUD-CYC-TARGET-B > 0
            MOVE BUD-CYC-TARGET-B TO TG-COUNTS(2)
        END-IF
        IF CTL-FOUND AND BUD-CYC-TARGET-C IS NUMERIC
              AND BUD-CYC-TARGET-C > 0
            MOVE BUD-CYC-TARGET-C TO TG-COUNTS(3)
        END-IF
    END-IF
    CLOSE CONTROL-FILE
    PERFORM VARYING CLX FROM 1 BY 1 UNTIL CLX > 3
        COMPUTE TG-DAYS(CLX) = 365 / TG-COUNTS(CLX)
        IF TG-DAYS(CLX) = 0
            MOVE 1 TO TG-DAYS(CLX)
        END-IF
        MOVE 0 TO CL-SKUS(CLX) CL-PLANNED(CLX)
        MOVE 0 TO CL-DONE(CLX) CL-OVERDUE(CLX)
    END-PERFORM

    COMPUTE REPORT-INT = function INTEGER-OF-DATE(REPORT-DATE)
    MOVE REPORT-DATE(1:4) TO REPORT-YEAR
    COMPUTE YEAR-START = REPORT-YEAR * 10000 + 101
    COMPUTE DAY-OF-YEAR = REPORT-INT
        - function INTEGER-OF-DATE(YEAR-START) + 1

    OPEN INPUT CYCLE-MASTER
    IF NOT CYC-FOUND
        DISPLAY "TALNINGAREFTIRLIT: NO CYCLE-COUNT MASTER - RUN "
                "ABCFLOKKUN FIRST"
        GOBACK
    END-IF
    OPEN INPUT INVENTORY-MASTER
    IF NOT INV-FOUND
        DISPLAY "TALNINGAREFTIRLIT: NO INVENTORY MASTER ON SITE"
        CLOSE CYCLE-MASTER
        GOBACK
    END-IF

    PERFORM CYC-READ-RTN
    PERFORM UNTIL CYC-EOF
        PERFORM CYC-TALLY-RTN
        PERFORM CYC-READ-RTN
    END-PERFORM
    CLOSE CYCLE-MASTER
    CLOSE INVENTORY-MASTER

    DISPLAY "CYCLE-COUNT COMPLIANCE " REPORT-DATE
            " - DAY " DAY-OF-YEAR " OF " REPORT-YEAR
    DISPLAY "CLASS  PER YEAR   SKUS  PLANNED     DONE  PCT PLAN"
            "  OVERDUE"
    PERFORM CLASS-PRINT-RTN
        VARYING CLX FROM 1 BY 1 UNTIL CLX > 3
    MOVE TOT-SKUS TO SKUS-DISP
    MOVE TOT-PLANNED TO PLAN-DISP
    MOVE TOT-DONE TO DONE-DISP
    MOVE TOT-OVERDUE TO LATE-DISP
    IF TOT-PLANNED > 0
        COMPUTE PCT-WORK ROUNDED = TOT-DONE * 100 / TOT-PLANNED
    ELSE
        MOVE 0 TO PCT-WORK
    END-IF
    MOVE PCT-WORK TO PCT-DISP
    DISPLAY "TOTAL           " SKUS-DISP "  " PLAN-DISP "  "
            DONE-DISP " " PCT-DISP "     " LATE-DISP

    IF LATE-COUNT > 0
        DISPLAY "SKUS OVERDUE FOR A COUNT"
        DISPLAY "  SKU        CLASS LAST CNT  DAYS OVER"
        PERFORM LATE-PRINT-RTN
            VARYING LX FROM 1 BY 1 UNTIL LX > LATE-COUNT
    ELSE
        DISPLAY "NO SKU OVERDUE FOR A COUNT"
    END-IF
    IF LATE-OVER-COUNT > 0
        MOVE LATE-OVER-COUNT TO LATE-DISP
        DISPLAY "MORE OVERDUE, NOT LISTED: " LATE-DISP
    END-IF

    GOBACK.

CYC-READ-RTN.
    READ CYCLE-MASTER NEXT
        AT END
            MOVE "10" TO CYC-FS
    END-READ
    IF NOT CYC-FOUND
        MOVE "10" TO CYC-FS
    END-IF.

      *> one SKU into its class - the SKUs the planner would pass
      *> over (off the master, or discontinued with nothing left)
      *> are not owed a count.
CYC-TALLY-RTN.
    MOVE CYC-SKU TO INV-SKU
    READ INVENTORY-MASTER
        INVALID KEY
            MOVE "23" TO INV-FS
    END-READ
    IF NOT INV-FOUND
        CONTINUE
    ELSE
    IF INV-DISCONTINUED AND INV-QTY-ON-HAND = 0
        CONTINUE
    ELSE
        IF CYC-CLASS-A
            MOVE 1 TO CLX
        ELSE IF CYC-CLASS-B
            MOVE 2 TO CLX
        ELSE
            MOVE 3 TO CLX
        END-IF
        END-IF
        ADD 1 TO CL-SKUS(CLX)
        IF CYC-COUNT-YEAR = REPORT-YEAR
            ADD CYC-COUNTS-YTD TO CL-DONE(CLX)
        END-IF
        IF CYC-LAST-COUNT = 0
            MOVE 9999 TO LATE-DAYS
        ELSE
            COMPUTE LATE-DAYS = REPORT-INT
                - function INTEGER-OF-DATE(CYC-LAST-COUNT)
                - TG-DAYS(CLX)
            IF LATE-DAYS > 9998
                MOVE 9998 TO LATE-DAYS
            END-IF
        END-IF
        IF LATE-DAYS > 0
            ADD 1 TO CL-OVERDUE(CLX)
            PERFORM LATE-ADD-RTN
        END-IF
    END-IF
    END-IF.

LATE-ADD-RTN.
    IF LATE-COUNT < 2000
        ADD 1 TO LATE-COUNT
        MOVE CYC-SKU TO LT-SKU(LATE-COUNT)
        MOVE CLASS-NAMES(CLX:1) TO LT-CLASS(LATE-COUNT)
        MOVE CYC-LAST-COUNT TO LT-LAST(LATE-COUNT)
        MOVE LATE-DAYS TO LT-DAYS(LATE-COUNT)
    ELSE
        ADD 1 TO LATE-OVER-COUNT
    END-IF.

CLASS-PRINT-RTN.
    COMPUTE PLAN-WORK =
        CL-SKUS(CLX) * TG-COUNTS(CLX) * DAY-OF-YEAR / 365
    COMPUTE CL-PLANNED(CLX) ROUNDED = PLAN-WORK
    IF CL-PLANNED(CLX) > 0
        COMPUTE PCT-WORK ROUNDED =
            CL-DONE(CLX) * 100 / CL-PLANNED(CLX)
    ELSE
        MOVE 0 TO PCT-WORK
    END-IF
    ADD CL-SKUS(CLX) TO TOT-SKUS
    ADD CL-PLANNED(CLX) TO TOT-PLANNED
    ADD CL-DONE(CLX) TO TOT-DONE
    ADD CL-OVERDUE(CLX) TO TOT-OVERDUE
    MOVE TG-COUNTS(CLX) TO TARGET-DISP
    MOVE CL-SKUS(CLX) TO SKUS-DISP
    MOVE CL-PLANNED(CLX) TO PLAN-DISP
    MOVE CL-DONE(CLX) TO DONE-DISP
    MOVE PCT-WORK TO PCT-DISP
    MOVE CL-OVERDUE(CLX) TO LATE-DISP
    DISPLAY "  " CLASS-NAMES(CLX:1) "       " TARGET-DISP "     "
            SKUS-DISP "  " PLAN-DISP "  " DONE-DISP " " PCT-DISP
            "     " LATE-DISP.

LATE-PRINT-RTN.
    IF LT-LAST(LX) = 0
        MOVE "NEVER" TO LAST-TXT
        MOVE SPACES TO DAYS-TXT
    ELSE
        MOVE LT-LAST(LX) TO LAST-TXT
        MOVE LT-DAYS(LX) TO DAYS-DISP
        MOVE DAYS-DISP TO DAYS-TXT
    END-IF
    DISPLAY "  " LT-SKU(LX) "   " LT-CLASS(LX) "   " LAST-TXT
            "      " DAYS-TXT.
