IDENTIFICATION DIVISION.
PROGRAM-ID. INNKAUPASTADA.

      *> open-to-buy position by department - the buyers' Monday
      *> sheet.  For the month of the business date and every later
      *> month already carrying a plan or orders, one line per
      *> department: the merchandise plan (INNKAUPAHLAD), what is
      *> committed against it (every PO line charged to the month,
      *> less what short closes gave back), how much of that has
      *> been received, what is still on order, and what is left to
      *> spend.  Received and on order come off the PO lines' own
      *> charge fields, so they are at the cost each line was
      *> charged at, not what the dock later landed it at.  A
      *> department run past its plan shows by how much, and how
      *> much of that a manager approved.  No entry feed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

    SELECT OTB-MASTER ASSIGN TO "OTBMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS OTB-KEY
        FILE STATUS IS OTB-FS.

    SELECT PO-MASTER ASSIGN TO "POMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PO-KEY
        FILE STATUS IS PO-FS.

    SELECT CATEGORY-MASTER ASSIGN TO "CATMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CAT-CODE
        FILE STATUS IS CAT-FS.

DATA DIVISION.
    FILE SECTION.
    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    FD  OTB-MASTER.
    COPY "otbmast.cpy".

    FD  PO-MASTER.
    COPY "pomast.cpy".

    FD  CATEGORY-MASTER.
    COPY "catmast.cpy".

    WORKING-STORAGE SECTION.
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".
       01 OTB-FS PIC XX.
           88 OTB-FOUND VALUE "00".
           88 OTB-EOF VALUE "10".
       01 PO-FS PIC XX.
           88 PO-FOUND VALUE "00".
           88 PO-EOF VALUE "10".
       01 CAT-FS PIC XX.
           88 CAT-FOUND VALUE "00".

       01 REPORT-DATE PIC 9(8).
       01 REPORT-MONTH PIC 9(6).

       01 CAT-NAMES.
           05 FILLER PIC X(12) VALUE "GROCERY".
           05 FILLER PIC X(12) VALUE "HOUSEHOLD".
           05 FILLER PIC X(12) VALUE "CLOTHING".
           05 FILLER PIC X(12) VALUE "ELECTRONICS".
       01 CAT-NAME-TAB REDEFINES CAT-NAMES PIC X(12) OCCURS 4 TIMES.

      *> the months reported - this one and up to eleven ahead that
      *> the open-to-buy master already knows - with each
      *> department's figures.
       01 MONTH-TAB.
           05 MONTH-ENTRY OCCURS 12 TIMES.
               10 MT-MONTH PIC 9(6).
               10 MT-DEPT OCCURS 4 TIMES.
                   15 MT-PLANNED  PIC X(1).
                   15 MT-PLAN     PIC S9(11).
                   15 MT-COMMIT   PIC S9(11).
                   15 MT-RECEIVED PIC S9(11).
                   15 MT-OVER     PIC S9(11).
       01 MONTH-COUNT PIC 9(2) VALUE 0.
       01 MX PIC S9(3).
       01 CAT-IDX PIC S9(3).

       01 RECV-QTY PIC S9(7).
       01 RECV-AMT PIC S9(11).

       01 TOT-PLAN PIC S9(13).
       01 TOT-COMMIT PIC S9(13).
       01 TOT-RECEIVED PIC S9(13).
       01 SHOW-NAME PIC X(12).
       01 SHOW-PLAN PIC S9(13).
       01 SHOW-COMMIT PIC S9(13).
       01 SHOW-RECEIVED PIC S9(13).
       01 SHOW-ON-ORDER PIC S9(13).
       01 SHOW-LEFT PIC S9(13).
       01 OVER-COUNT PIC 9(3) VALUE 0.

       01 PLAN-DISP PIC -(9)9.
       01 COMMIT-DISP PIC -(9)9.
       01 RECV-DISP PIC -(9)9.
       01 ORDER-DISP PIC -(9)9.
       01 LEFT-DISP PIC -(9)9.
       01 AMT-DISP PIC -(12)9.
       01 COUNT-DISP PIC ZZ9.

PROCEDURE DIVISION.
    ACCEPT REPORT-DATE FROM DATE YYYYMMDD
    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND
            IF BUD-BUSINESS-DATE > 0
                MOVE BUD-BUSINESS-DATE TO REPORT-DATE
            END-IF
        END-IF
        CLOSE CONTROL-FILE
    END-IF
    MOVE REPORT-DATE(1:6) TO REPORT-MONTH

    INITIALIZE MONTH-TAB

    OPEN INPUT CATEGORY-MASTER
    IF CAT-FOUND
        PERFORM CAT-NAME-RTN
            VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 4
        CLOSE CATEGORY-MASTER
    END-IF

    OPEN INPUT OTB-MASTER
    IF NOT OTB-FOUND
        DISPLAY "INNKAUPASTADA: NO OPEN-TO-BUY MASTER (OTBMAST) - "
                "NOTHING PLANNED OR CHARGED YET"
        GOBACK
    END-IF
    PERFORM OTB-LOAD-RTN
    CLOSE OTB-MASTER

    IF MONTH-COUNT = 0
        DISPLAY "INNKAUPASTADA: NOTHING PLANNED OR ON ORDER FROM "
                REPORT-MONTH " ON"
        GOBACK
    END-IF

    OPEN INPUT PO-MASTER
    IF PO-FOUND
        PERFORM PO-READ-RTN
        PERFORM UNTIL PO-EOF
            PERFORM PO-POST-RTN
            PERFORM PO-READ-RTN
        END-PERFORM
        CLOSE PO-MASTER
    ELSE
        DISPLAY "INNKAUPASTADA: NO PO MASTER - RECEIVED SHOWN AS "
                "NOTHING"
    END-IF

    DISPLAY "OPEN-TO-BUY BY DEPARTMENT - " REPORT-DATE
    PERFORM MONTH-REPORT-RTN
        VARYING MX FROM 1 BY 1 UNTIL MX > MONTH-COUNT

    DISPLAY " "
    MOVE OVER-COUNT TO COUNT-DISP
    DISPLAY "DEPARTMENT-MONTHS PAST PLAN: " function TRIM(COUNT-DISP)

    GOBACK.

CAT-NAME-RTN.
    MOVE CAT-IDX TO CAT-CODE
    READ CATEGORY-MASTER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE CAT-NAME TO CAT-NAME-TAB(CAT-IDX)
    END-READ.

      *> the master is keyed month first, so everything from this
      *> month on comes off in order - a new month takes the next
      *> slot until twelve are full.
OTB-LOAD-RTN.
    MOVE REPORT-MONTH TO OTB-MONTH
    MOVE 0 TO OTB-DEPT
    START OTB-MASTER KEY IS NOT LESS THAN OTB-KEY
        INVALID KEY MOVE "10" TO OTB-FS
    END-START
    PERFORM UNTIL OTB-EOF
        READ OTB-MASTER NEXT
            AT END
                MOVE "10" TO OTB-FS
            NOT AT END
                PERFORM OTB-POST-RTN
        END-READ
    END-PERFORM.

OTB-POST-RTN.
    IF MONTH-COUNT = 0
          OR OTB-MONTH NOT = MT-MONTH(MONTH-COUNT)
        IF MONTH-COUNT < 12
            ADD 1 TO MONTH-COUNT
            MOVE OTB-MONTH TO MT-MONTH(MONTH-COUNT)
        ELSE
            MOVE "10" TO OTB-FS
        END-IF
    END-IF
    IF NOT OTB-EOF AND OTB-DEPT >= 1 AND OTB-DEPT <= 4
        MOVE OTB-DEPT TO CAT-IDX
        MOVE OTB-PLAN-SW TO MT-PLANNED(MONTH-COUNT, CAT-IDX)
        MOVE OTB-PLAN TO MT-PLAN(MONTH-COUNT, CAT-IDX)
        COMPUTE MT-COMMIT(MONTH-COUNT, CAT-IDX) =
            OTB-ORDERED - OTB-RELEASED
        MOVE OTB-OVER-AMT TO MT-OVER(MONTH-COUNT, CAT-IDX)
    END-IF.

PO-READ-RTN.
    READ PO-MASTER NEXT
        AT END
            MOVE "10" TO PO-FS
    END-READ.

      *> what a line has received against its charge: the units
      *> still charged after any short close, as far as they have
      *> come in.
PO-POST-RTN.
    IF PO-OTB-MONTH IS NUMERIC AND PO-OTB-MONTH >= REPORT-MONTH
          AND PO-OTB-DEPT IS NUMERIC
          AND PO-OTB-DEPT >= 1 AND PO-OTB-DEPT <= 4
          AND PO-OTB-QTY IS NUMERIC AND PO-OTB-COST IS NUMERIC
        MOVE PO-QTY-RECEIVED TO RECV-QTY
        IF RECV-QTY > PO-OTB-QTY
            MOVE PO-OTB-QTY TO RECV-QTY
        END-IF
        IF RECV-QTY > 0
            COMPUTE RECV-AMT = RECV-QTY * PO-OTB-COST
            MOVE PO-OTB-DEPT TO CAT-IDX
            PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > MONTH-COUNT
                IF MT-MONTH(MX) = PO-OTB-MONTH
                    ADD RECV-AMT TO MT-RECEIVED(MX, CAT-IDX)
                END-IF
            END-PERFORM
        END-IF
    END-IF.

MONTH-REPORT-RTN.
    DISPLAY " "
    DISPLAY "MONTH " MT-MONTH(MX)
    DISPLAY "  DEPARTMENT        PLAN  COMMITTED   RECEIVED"
            "   ON ORDER  REMAINING"
    MOVE 0 TO TOT-PLAN TOT-COMMIT TOT-RECEIVED
    PERFORM DEPT-LINE-RTN
        VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 4
    MOVE "TOTAL" TO SHOW-NAME
    MOVE TOT-PLAN TO SHOW-PLAN
    MOVE TOT-COMMIT TO SHOW-COMMIT
    MOVE TOT-RECEIVED TO SHOW-RECEIVED
    PERFORM FIGURE-SHOW-RTN.

DEPT-LINE-RTN.
    ADD MT-PLAN(MX, CAT-IDX) TO TOT-PLAN
    ADD MT-COMMIT(MX, CAT-IDX) TO TOT-COMMIT
    ADD MT-RECEIVED(MX, CAT-IDX) TO TOT-RECEIVED
    MOVE CAT-NAME-TAB(CAT-IDX) TO SHOW-NAME
    MOVE MT-PLAN(MX, CAT-IDX) TO SHOW-PLAN
    MOVE MT-COMMIT(MX, CAT-IDX) TO SHOW-COMMIT
    MOVE MT-RECEIVED(MX, CAT-IDX) TO SHOW-RECEIVED
    PERFORM FIGURE-SHOW-RTN
    IF MT-PLANNED(MX, CAT-IDX) NOT = "Y"
        IF MT-COMMIT(MX, CAT-IDX) NOT = 0
            DISPLAY "      NO PLAN LOADED - ORDERS CHARGED UNPLANNED"
        END-IF
    ELSE
        IF SHOW-LEFT < 0
            ADD 1 TO OVER-COUNT
            COMPUTE AMT-DISP = 0 - SHOW-LEFT
            DISPLAY "      PAST PLAN BY " function TRIM(AMT-DISP)
            MOVE MT-OVER(MX, CAT-IDX) TO AMT-DISP
            DISPLAY "        MANAGER APPROVED "
                    function TRIM(AMT-DISP)
        END-IF
    END-IF.

FIGURE-SHOW-RTN.
    COMPUTE SHOW-ON-ORDER = SHOW-COMMIT - SHOW-RECEIVED
    COMPUTE SHOW-LEFT = SHOW-PLAN - SHOW-COMMIT
    MOVE SHOW-PLAN TO PLAN-DISP
    MOVE SHOW-COMMIT TO COMMIT-DISP
    MOVE SHOW-RECEIVED TO RECV-DISP
    MOVE SHOW-ON-ORDER TO ORDER-DISP
    MOVE SHOW-LEFT TO LEFT-DISP
    DISPLAY "  " SHOW-NAME PLAN-DISP " " COMMIT-DISP " "
            RECV-DISP " " ORDER-DISP " " LEFT-DISP.
