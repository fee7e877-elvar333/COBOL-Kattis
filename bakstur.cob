IDENTIFICATION DIVISION.
PROGRAM-ID. BAKSTUR.

      *> fresh production plan - the bakery and deli used to bake the
      *> same quantities every day by habit, and the write-offs show
      *> bread thrown away on Mondays and shelves empty on Saturdays.
      *> Run each morning before the first bake for every SKU the
      *> item master flags as made in store (VORUVIDHALD F):
      *>   - what it sold on the same weekday over the last WEEKS-BACK
      *>     ordinary trading weeks, off the SKUDAG summary SOLUDAGUR
      *>     settles out of the till history each night - closed days
      *>     and named holidays on CALMAST are passed over, as the
      *>     flash report passes them;
      *>   - the waste written off against it on those same days on
      *>     the BUDSHRNK ledger (reasons EXPR, SPLT and DMGD).  A day
      *>     it sold with nothing left to throw away is a day it ran
      *>     out, and what it "sold" understates what the customers
      *>     wanted, so each sold-out day lifts the forecast by a
      *>     share of SELLOUT-LIFT-PCT; a day with waste already
      *>     baked more than sold, and the sold figure alone is the
      *>     plan - the waste drops out of tomorrow's bake;
      *>   - less what is still sellable on the shelf this morning.
      *> The day's forecast is shared over the bake times on BUDBAKT
      *> (one HHMM a line, earliest first - 0600, 1100 and 1500 when
      *> there is no such file) by when in the day the weekday's
      *> money for the SKU was taken, the leftover comes off the
      *> earliest bakes first, and the plan prints per department
      *> per bake time.  Each line lands on BAKPLAN for the plan-
      *> against-sold-against-wasted report (BAKSTURSKYRSLA).
      *> Entry feed, the morning leftover count, one line per SKU:
      *>   sku qty
      *> A SKU not counted is taken as sold out overnight.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INVENTORY-MASTER ASSIGN TO "INVMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS INV-SKU
        FILE STATUS IS INV-FS.

    SELECT SKU-DAY-FILE ASSIGN TO "SKUDAG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SDS-KEY
        FILE STATUS IS SDS-FS.

    SELECT BAKE-PLAN-FILE ASSIGN TO "BAKPLAN"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BKP-KEY
        FILE STATUS IS BKP-FS.

    SELECT BAKE-TIME-FILE ASSIGN TO "BUDBAKT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS BKT-FS.

    SELECT SHRINK-FILE ASSIGN TO "BUDSHRNK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SHRNK-FS.

    SELECT CALENDAR-MASTER ASSIGN TO "CALMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CAL-DATE
        FILE STATUS IS CAL-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  INVENTORY-MASTER.
    COPY "invmast.cpy".

    FD  SKU-DAY-FILE.
    COPY "skudag.cpy".

    FD  BAKE-PLAN-FILE.
    COPY "bakplan.cpy".

    FD  BAKE-TIME-FILE.
    01  BAKE-TIME-RECORD.
        05  BKT-TIME        PIC X(4).

    FD  SHRINK-FILE.
    01  SHRINK-RECORD.
        05  SHRNK-DATE      PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  SHRNK-SKU       PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  SHRNK-QTY       PIC S9(7).
        05  FILLER          PIC X VALUE SPACE.
        05  SHRNK-REASON    PIC X(4).
        05  FILLER          PIC X VALUE SPACE.
        05  SHRNK-CAT       PIC 9(2).
        05  FILLER          PIC X VALUE SPACE.
        05  SHRNK-VALUE     PIC S9(12).

    FD  CALENDAR-MASTER.
    COPY "calmast.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    WORKING-STORAGE SECTION.
       01 INV-FS PIC XX.
           88 INV-FOUND VALUE "00".
           88 INV-EOF VALUE "10".
       01 SDS-FS PIC XX.
           88 SDS-FOUND VALUE "00".
           88 SDS-EOF VALUE "10".
       01 BKP-FS PIC XX.
           88 BKP-FOUND VALUE "00".
           88 BKP-NEW-FILE VALUE "35".
           88 BKP-EOF VALUE "10".
       01 BKT-FS PIC XX.
           88 BKT-FOUND VALUE "00".
           88 BKT-EOF VALUE "10".
       01 SHRNK-FS PIC XX.
           88 SHRNK-FOUND VALUE "00".
           88 SHRNK-EOF VALUE "10".
       01 CAL-FS PIC XX.
           88 CAL-FOUND VALUE "00".
       01 CAL-OPEN-SW PIC X VALUE "N".
           88 CAL-FILE-OPEN VALUE "Y".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".

      *> ordinary same weekdays averaged, how far back the calendar
      *> may be searched for them, and the lift a sold-out day puts
      *> on the forecast.
       01 WEEKS-BACK PIC 9(2) VALUE 4.
       01 WEEKS-SEARCH PIC 9(2) VALUE 8.
       01 SELLOUT-LIFT-PCT PIC 9(3) VALUE 15.

       01 PLAN-DATE PIC 9(8).
       01 PLAN-INT PIC S9(9).
       01 WORK-INT PIC S9(9).
       01 WORK-DATE PIC 9(8).
       01 WORK-QUOT PIC S9(9).
       01 WORK-REM PIC S9(9).
       01 WEEK-IX PIC S9(3).
       01 PLAN-HOLIDAY PIC X(20) VALUE SPACES.

       01 DAY-NAMES PIC X(21) VALUE "SUNMONTUEWEDTHUFRISAT".
       01 DAY-NAME PIC X(3).

      *> the weekdays the forecast is taken over.
       01 DAY-TAB.
           05 DAY-ENTRY OCCURS 8 TIMES.
               10 DT-DATE   PIC 9(8).
               10 DT-TRADED PIC X(1).
       01 DAY-COUNT PIC 9(2) VALUE 0.
       01 DX PIC S9(3).
       01 SKIPPED-COUNT PIC 9(2) VALUE 0.

      *> the bake times of the day.
       01 BAKE-TAB.
           05 BAKE-ENTRY OCCURS 6 TIMES.
               10 BT-TIME PIC 9(4).
               10 BT-HOUR PIC 9(2).
       01 BAKE-COUNT PIC 9(1) VALUE 0.
       01 BX PIC S9(3).
       01 HOUR-IX PIC S9(3).
       01 SLOT-IX PIC S9(3).

      *> the produced SKUs and what the weekdays say about them.
       01 PROD-TAB.
           05 PROD-ENTRY OCCURS 200 TIMES INDEXED BY PX.
               10 PR-SKU        PIC X(10).
               10 PR-DEPT       PIC 9(2).
               10 PR-DAY-SOLD   PIC S9(9) OCCURS 8 TIMES.
               10 PR-DAY-WASTE  PIC S9(9) OCCURS 8 TIMES.
               10 PR-SLOT-TAKEN PIC S9(13) OCCURS 6 TIMES.
               10 PR-SLOT-FCST  PIC S9(7) OCCURS 6 TIMES.
               10 PR-SLOT-LEFT  PIC S9(7) OCCURS 6 TIMES.
               10 PR-SLOT-PLAN  PIC S9(7) OCCURS 6 TIMES.
               10 PR-LEFTOVER   PIC S9(7).
               10 PR-SOLD-AVG   PIC S9(7).
               10 PR-WASTE-AVG  PIC S9(7).
               10 PR-SOLDOUT    PIC 9(2).
       01 PROD-COUNT PIC 9(3) VALUE 0.
       01 PROD-FOUND-SW PIC X VALUE "N".
           88 PROD-FOUND VALUE "Y".
       01 PROD-OVERFLOW PIC 9(5) VALUE 0.

       01 TRADED-DAYS PIC 9(2).
       01 SOLD-TOTAL PIC S9(11).
       01 WASTE-TOTAL PIC S9(11).
       01 FORECAST PIC S9(9).
       01 TAKEN-TOTAL PIC S9(15).
       01 SHARED PIC S9(9).
       01 LEFT-TO-USE PIC S9(9).

       01 INP PIC X(40).
           88 EOF-INP VALUE SPACES.
       01 SKU-RAW PIC X(10).
       01 QTY-RAW PIC X(7).
       01 SKU-LEN PIC S9(2).
       01 QTY-LEN PIC S9(2).
       01 COUNTED-COUNT PIC 9(5) VALUE 0.
       01 REFUSED-COUNT PIC 9(5) VALUE 0.

       01 DEPT-IX PIC S9(3).
       01 DEPT-SEEN-SW PIC X VALUE "N".
           88 DEPT-SEEN VALUE "Y".
       01 DEPT-PLAN PIC S9(9).
       01 PLAN-TOTAL PIC S9(11) VALUE 0.
       01 PLAN-LINES PIC 9(5) VALUE 0.

       01 QTY-DISP PIC -(6)9.
       01 QTY2-DISP PIC -(6)9.
       01 QTY3-DISP PIC -(6)9.
       01 COUNT-DISP PIC Z(4)9.

PROCEDURE DIVISION.
    ACCEPT PLAN-DATE FROM DATE YYYYMMDD
    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND AND BUD-BUSINESS-DATE > 0
            MOVE BUD-BUSINESS-DATE TO PLAN-DATE
        END-IF
    END-IF
    CLOSE CONTROL-FILE
    COMPUTE PLAN-INT = function INTEGER-OF-DATE(PLAN-DATE)
    DIVIDE PLAN-INT BY 7 GIVING WORK-QUOT REMAINDER WORK-REM
    MOVE DAY-NAMES(WORK-REM * 3 + 1:3) TO DAY-NAME

    PERFORM BAKE-TIME-LOAD-RTN

    OPEN INPUT INVENTORY-MASTER
    IF NOT INV-FOUND
        DISPLAY "BAKSTUR: NO INVENTORY MASTER ON SITE"
        GOBACK
    END-IF
    PERFORM INV-READ-RTN
    PERFORM UNTIL INV-EOF
        IF INV-IN-STORE AND NOT INV-DISCONTINUED
            IF PROD-COUNT < 200
                ADD 1 TO PROD-COUNT
                SET PX TO PROD-COUNT
                PERFORM PROD-CLEAR-RTN
            ELSE
                ADD 1 TO PROD-OVERFLOW
            END-IF
        END-IF
        PERFORM INV-READ-RTN
    END-PERFORM
    CLOSE INVENTORY-MASTER
    IF PROD-COUNT = 0
        DISPLAY "BAKSTUR: NO SKU IS FLAGGED AS MADE IN STORE - "
                "NOTHING TO PLAN"
        GOBACK
    END-IF

    PERFORM DAY-PICK-RTN
    PERFORM SALES-GATHER-RTN
    PERFORM WASTE-GATHER-RTN

    PERFORM UNTIL EOF-INP
        ACCEPT INP
        IF NOT EOF-INP
            PERFORM LEFTOVER-RTN
        END-IF
    END-PERFORM

    PERFORM PLAN-FIGURE-RTN
        VARYING PX FROM 1 BY 1 UNTIL PX > PROD-COUNT

    OPEN I-O BAKE-PLAN-FILE
    IF BKP-NEW-FILE
        OPEN OUTPUT BAKE-PLAN-FILE
        CLOSE BAKE-PLAN-FILE
        OPEN I-O BAKE-PLAN-FILE
    END-IF
    PERFORM PLAN-CLEAR-RTN
    PERFORM PLAN-WRITE-RTN
        VARYING PX FROM 1 BY 1 UNTIL PX > PROD-COUNT
    CLOSE BAKE-PLAN-FILE

    PERFORM PLAN-PRINT-RTN

    GOBACK.

INV-READ-RTN.
    READ INVENTORY-MASTER
        AT END
            MOVE "10" TO INV-FS
    END-READ.

PROD-CLEAR-RTN.
    MOVE INV-SKU TO PR-SKU(PX)
    IF INV-CATEGORY = 0
        MOVE 1 TO PR-DEPT(PX)
    ELSE
        MOVE INV-CATEGORY TO PR-DEPT(PX)
    END-IF
    PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > 8
        MOVE 0 TO PR-DAY-SOLD(PX, DX) PR-DAY-WASTE(PX, DX)
    END-PERFORM
    PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > 6
        MOVE 0 TO PR-SLOT-TAKEN(PX, BX) PR-SLOT-FCST(PX, BX)
                  PR-SLOT-LEFT(PX, BX) PR-SLOT-PLAN(PX, BX)
    END-PERFORM
    MOVE 0 TO PR-LEFTOVER(PX) PR-SOLD-AVG(PX) PR-WASTE-AVG(PX)
              PR-SOLDOUT(PX).

      *> the store's bake times, earliest first.
BAKE-TIME-LOAD-RTN.
    OPEN INPUT BAKE-TIME-FILE
    IF BKT-FOUND
        PERFORM BKT-READ-RTN
        PERFORM UNTIL BKT-EOF
            IF BKT-TIME IS NUMERIC AND BAKE-COUNT < 6
                  AND BKT-TIME(1:2) <= "23" AND BKT-TIME(3:2) <= "59"
                ADD 1 TO BAKE-COUNT
                MOVE BKT-TIME TO BT-TIME(BAKE-COUNT)
                MOVE BKT-TIME(1:2) TO BT-HOUR(BAKE-COUNT)
            END-IF
            PERFORM BKT-READ-RTN
        END-PERFORM
        CLOSE BAKE-TIME-FILE
    END-IF
    IF BAKE-COUNT = 0
        MOVE 3 TO BAKE-COUNT
        MOVE 0600 TO BT-TIME(1)
        MOVE 06 TO BT-HOUR(1)
        MOVE 1100 TO BT-TIME(2)
        MOVE 11 TO BT-HOUR(2)
        MOVE 1500 TO BT-TIME(3)
        MOVE 15 TO BT-HOUR(3)
    END-IF.

BKT-READ-RTN.
    READ BAKE-TIME-FILE
        AT END
            MOVE "10" TO BKT-FS
    END-READ.

      *> the same weekday a week back, two weeks back, ... - up to
      *> WEEKS-BACK of them that the calendar has as ordinary
      *> trading days.
DAY-PICK-RTN.
    OPEN INPUT CALENDAR-MASTER
    IF CAL-FOUND
        MOVE "Y" TO CAL-OPEN-SW
        MOVE PLAN-DATE TO CAL-DATE
        READ CALENDAR-MASTER
            INVALID KEY
                MOVE "23" TO CAL-FS
            NOT INVALID KEY
                MOVE CAL-HOLIDAY TO PLAN-HOLIDAY
        END-READ
    END-IF
    PERFORM VARYING WEEK-IX FROM 1 BY 1
            UNTIL WEEK-IX > WEEKS-SEARCH OR DAY-COUNT >= WEEKS-BACK
        COMPUTE WORK-INT = PLAN-INT - 7 * WEEK-IX
        COMPUTE WORK-DATE = function DATE-OF-INTEGER(WORK-INT)
        IF CAL-FILE-OPEN
            MOVE WORK-DATE TO CAL-DATE
            READ CALENDAR-MASTER
                INVALID KEY
                    MOVE "23" TO CAL-FS
                NOT INVALID KEY
                    IF CAL-CLOSED OR CAL-HOLIDAY NOT = SPACES
                        ADD 1 TO SKIPPED-COUNT
                        MOVE 0 TO WORK-DATE
                    END-IF
            END-READ
        END-IF
        IF WORK-DATE > 0
            ADD 1 TO DAY-COUNT
            MOVE WORK-DATE TO DT-DATE(DAY-COUNT)
            MOVE "N" TO DT-TRADED(DAY-COUNT)
        END-IF
    END-PERFORM
    IF CAL-FILE-OPEN
        CLOSE CALENDAR-MASTER
    END-IF.

      *> each chosen day's summary records: units into the day's
      *> bucket, money taken by hour into the bake it was baked
      *> for.
SALES-GATHER-RTN.
    OPEN INPUT SKU-DAY-FILE
    IF NOT SDS-FOUND
        DISPLAY "BAKSTUR: NO SKU-BY-DAY SUMMARY ON FILE - THE PLAN "
                "HAS NO SALES TO GO ON"
    ELSE
        PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > DAY-COUNT
            MOVE LOW-VALUES TO SDS-KEY
            MOVE DT-DATE(DX) TO SDS-DATE
            START SKU-DAY-FILE KEY NOT < SDS-KEY
                INVALID KEY
                    MOVE "10" TO SDS-FS
            END-START
            IF SDS-FOUND
                PERFORM SDS-READ-RTN
            END-IF
            PERFORM UNTIL SDS-EOF OR SDS-DATE NOT = DT-DATE(DX)
                MOVE "Y" TO DT-TRADED(DX)
                PERFORM SALES-POST-RTN
                PERFORM SDS-READ-RTN
            END-PERFORM
            MOVE "00" TO SDS-FS
        END-PERFORM
        CLOSE SKU-DAY-FILE
    END-IF.

SDS-READ-RTN.
    READ SKU-DAY-FILE NEXT
        AT END
            MOVE "10" TO SDS-FS
    END-READ
    IF NOT SDS-FOUND
        MOVE "10" TO SDS-FS
    END-IF.

SALES-POST-RTN.
    MOVE SDS-SKU TO SKU-RAW
    PERFORM PROD-FIND-RTN
    IF PROD-FOUND
        ADD SDS-UNITS TO PR-DAY-SOLD(PX, DX)
        PERFORM VARYING HOUR-IX FROM 0 BY 1 UNTIL HOUR-IX > 23
            MOVE 1 TO SLOT-IX
            PERFORM VARYING BX FROM 2 BY 1 UNTIL BX > BAKE-COUNT
                IF HOUR-IX >= BT-HOUR(BX)
                    MOVE BX TO SLOT-IX
                END-IF
            END-PERFORM
            ADD SDS-HOUR-TAKEN(HOUR-IX + 1)
                TO PR-SLOT-TAKEN(PX, SLOT-IX)
        END-PERFORM
    END-IF.

PROD-FIND-RTN.
    MOVE "N" TO PROD-FOUND-SW
    PERFORM VARYING PX FROM 1 BY 1
            UNTIL PX > PROD-COUNT OR PROD-FOUND
        IF PR-SKU(PX) = SKU-RAW
            MOVE "Y" TO PROD-FOUND-SW
        END-IF
    END-PERFORM
    IF PROD-FOUND
        SET PX DOWN BY 1
    END-IF.

      *> waste written off on the chosen days - out of date, spoiled
      *> or damaged; store use and complaint replacements are not
      *> the bake's fault.
WASTE-GATHER-RTN.
    OPEN INPUT SHRINK-FILE
    IF SHRNK-FOUND
        PERFORM SHRNK-READ-RTN
        PERFORM UNTIL SHRNK-EOF
            IF SHRNK-REASON = "EXPR" OR SHRNK-REASON = "SPLT"
                  OR SHRNK-REASON = "DMGD"
                PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > DAY-COUNT
                    IF SHRNK-DATE = DT-DATE(DX)
                        MOVE SHRNK-SKU TO SKU-RAW
                        PERFORM PROD-FIND-RTN
                        IF PROD-FOUND
                            ADD SHRNK-QTY TO PR-DAY-WASTE(PX, DX)
                        END-IF
                    END-IF
                END-PERFORM
            END-IF
            PERFORM SHRNK-READ-RTN
        END-PERFORM
        CLOSE SHRINK-FILE
    END-IF.

SHRNK-READ-RTN.
    READ SHRINK-FILE
        AT END
            MOVE "10" TO SHRNK-FS
    END-READ.

      *> sku qty - still sellable on the shelf this morning.
LEFTOVER-RTN.
    MOVE SPACES TO SKU-RAW QTY-RAW
    MOVE 0 TO SKU-LEN QTY-LEN
    UNSTRING INP DELIMITED BY ALL SPACE
        INTO SKU-RAW COUNT IN SKU-LEN,
             QTY-RAW COUNT IN QTY-LEN
    IF SKU-LEN = 0 OR QTY-LEN = 0
          OR QTY-RAW(1:QTY-LEN) IS NOT NUMERIC
        DISPLAY "BAKSTUR: BAD COUNT LINE " function TRIM(INP)
        ADD 1 TO REFUSED-COUNT
    ELSE
        PERFORM PROD-FIND-RTN
        IF NOT PROD-FOUND
            DISPLAY "BAKSTUR: " function TRIM(SKU-RAW)
                    " IS NOT MADE IN STORE - COUNT IGNORED"
            ADD 1 TO REFUSED-COUNT
        ELSE
            MOVE QTY-RAW(1:QTY-LEN) TO PR-LEFTOVER(PX)
            ADD 1 TO COUNTED-COUNT
        END-IF
    END-IF.

      *> the day's forecast from the weekdays that traded, shared
      *> over the bakes by when the money came in; the leftover
      *> comes off the earliest bakes.
PLAN-FIGURE-RTN.
    MOVE 0 TO TRADED-DAYS SOLD-TOTAL WASTE-TOTAL
    PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > DAY-COUNT
        IF DT-TRADED(DX) = "Y"
            ADD 1 TO TRADED-DAYS
            ADD PR-DAY-SOLD(PX, DX) TO SOLD-TOTAL
            ADD PR-DAY-WASTE(PX, DX) TO WASTE-TOTAL
            IF PR-DAY-SOLD(PX, DX) > 0 AND PR-DAY-WASTE(PX, DX) = 0
                ADD 1 TO PR-SOLDOUT(PX)
            END-IF
        END-IF
    END-PERFORM
    MOVE 0 TO FORECAST
    IF TRADED-DAYS > 0
        COMPUTE PR-SOLD-AVG(PX) ROUNDED = SOLD-TOTAL / TRADED-DAYS
        COMPUTE PR-WASTE-AVG(PX) ROUNDED = WASTE-TOTAL / TRADED-DAYS
        COMPUTE FORECAST ROUNDED = SOLD-TOTAL / TRADED-DAYS
            * (100 + SELLOUT-LIFT-PCT * PR-SOLDOUT(PX) / TRADED-DAYS)
            / 100
    END-IF

    MOVE 0 TO TAKEN-TOTAL
    PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BAKE-COUNT
        ADD PR-SLOT-TAKEN(PX, BX) TO TAKEN-TOTAL
    END-PERFORM
    MOVE FORECAST TO LEFT-TO-USE
    PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BAKE-COUNT
        IF BX = BAKE-COUNT
            MOVE LEFT-TO-USE TO SHARED
        ELSE
        IF TAKEN-TOTAL = 0
            IF BX = 1
                MOVE FORECAST TO SHARED
            ELSE
                MOVE 0 TO SHARED
            END-IF
        ELSE
            COMPUTE SHARED ROUNDED =
                FORECAST * PR-SLOT-TAKEN(PX, BX) / TAKEN-TOTAL
            IF SHARED > LEFT-TO-USE
                MOVE LEFT-TO-USE TO SHARED
            END-IF
        END-IF
        END-IF
        MOVE SHARED TO PR-SLOT-FCST(PX, BX)
        SUBTRACT SHARED FROM LEFT-TO-USE
    END-PERFORM

    MOVE PR-LEFTOVER(PX) TO LEFT-TO-USE
    PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BAKE-COUNT
        IF LEFT-TO-USE > PR-SLOT-FCST(PX, BX)
            MOVE PR-SLOT-FCST(PX, BX) TO PR-SLOT-LEFT(PX, BX)
        ELSE
            MOVE LEFT-TO-USE TO PR-SLOT-LEFT(PX, BX)
        END-IF
        SUBTRACT PR-SLOT-LEFT(PX, BX) FROM LEFT-TO-USE
        COMPUTE PR-SLOT-PLAN(PX, BX) =
            PR-SLOT-FCST(PX, BX) - PR-SLOT-LEFT(PX, BX)
    END-PERFORM.

      *> a recount the same morning replaces the first plan whole.
PLAN-CLEAR-RTN.
    MOVE LOW-VALUES TO BKP-KEY
    MOVE PLAN-DATE TO BKP-DATE
    START BAKE-PLAN-FILE KEY NOT < BKP-KEY
        INVALID KEY
            MOVE "10" TO BKP-FS
    END-START
    IF BKP-FOUND
        PERFORM BKP-READ-RTN
    END-IF
    PERFORM UNTIL BKP-EOF OR BKP-DATE NOT = PLAN-DATE
        DELETE BAKE-PLAN-FILE RECORD
        PERFORM BKP-READ-RTN
    END-PERFORM
    MOVE "00" TO BKP-FS.

BKP-READ-RTN.
    READ BAKE-PLAN-FILE NEXT
        AT END
            MOVE "10" TO BKP-FS
    END-READ
    IF NOT BKP-FOUND
        MOVE "10" TO BKP-FS
    END-IF.

PLAN-WRITE-RTN.
    PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BAKE-COUNT
        MOVE PLAN-DATE TO BKP-DATE
        MOVE PR-SKU(PX) TO BKP-SKU
        MOVE BT-TIME(BX) TO BKP-BAKE-TIME
        MOVE PR-DEPT(PX) TO BKP-DEPT
        MOVE PR-SLOT-FCST(PX, BX) TO BKP-FORECAST
        MOVE PR-SLOT-LEFT(PX, BX) TO BKP-LEFTOVER
        MOVE PR-SLOT-PLAN(PX, BX) TO BKP-PLAN-QTY
        MOVE PR-SOLD-AVG(PX) TO BKP-SOLD-AVG
        MOVE PR-WASTE-AVG(PX) TO BKP-WASTE-AVG
        MOVE TRADED-DAYS TO BKP-DAYS
        WRITE BAKE-PLAN-RECORD
            INVALID KEY
                REWRITE BAKE-PLAN-RECORD
        END-WRITE
    END-PERFORM.

      *> per department, per bake - the bake sheet the bakers work
      *> from, each SKU with what its plan rests on.
PLAN-PRINT-RTN.
    DISPLAY "FRESH PRODUCTION PLAN - " PLAN-DATE " " DAY-NAME
    IF PLAN-HOLIDAY NOT = SPACES
        DISPLAY "  TODAY IS " function TRIM(PLAN-HOLIDAY)
                " - THE PLAN IS AN ORDINARY " DAY-NAME
                "; ADJUST BY HAND"
    END-IF
    MOVE TRADED-DAYS TO COUNT-DISP
    DISPLAY "  SAME-WEEKDAY HISTORY: " function TRIM(COUNT-DISP)
            " DAYS"
    IF SKIPPED-COUNT > 0
        MOVE SKIPPED-COUNT TO COUNT-DISP
        DISPLAY "  (" function TRIM(COUNT-DISP)
                " CLOSED OR HOLIDAY WEEKDAYS PASSED OVER)"
    END-IF
    PERFORM VARYING DEPT-IX FROM 0 BY 1 UNTIL DEPT-IX > 99
        MOVE "N" TO DEPT-SEEN-SW
        PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PROD-COUNT
            IF PR-DEPT(PX) = DEPT-IX
                MOVE "Y" TO DEPT-SEEN-SW
            END-IF
        END-PERFORM
        IF DEPT-SEEN
            PERFORM DEPT-PRINT-RTN
        END-IF
    END-PERFORM

    DISPLAY " "
    IF PROD-OVERFLOW > 0
        MOVE PROD-OVERFLOW TO COUNT-DISP
        DISPLAY "BAKSTUR: " function TRIM(COUNT-DISP)
                " PRODUCED SKUS PAST THE TABLE - NOT PLANNED"
    END-IF
    MOVE COUNTED-COUNT TO COUNT-DISP
    DISPLAY "LEFTOVER COUNTS TAKEN: " function TRIM(COUNT-DISP)
    MOVE REFUSED-COUNT TO COUNT-DISP
    DISPLAY "COUNT LINES REFUSED:   " function TRIM(COUNT-DISP)
    MOVE PLAN-TOTAL TO QTY-DISP
    DISPLAY "UNITS TO BAKE TODAY:   " function TRIM(QTY-DISP).

DEPT-PRINT-RTN.
    DISPLAY " "
    DISPLAY "DEPARTMENT " DEPT-IX
    PERFORM VARYING BX FROM 1 BY 1 UNTIL BX > BAKE-COUNT
        MOVE 0 TO DEPT-PLAN
        DISPLAY "  BAKE AT " BT-TIME(BX)(1:2) ":" BT-TIME(BX)(3:2)
        PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PROD-COUNT
            IF PR-DEPT(PX) = DEPT-IX
                PERFORM SKU-PRINT-RTN
            END-IF
        END-PERFORM
        MOVE DEPT-PLAN TO QTY-DISP
        DISPLAY "    BAKE TOTAL " function TRIM(QTY-DISP)
    END-PERFORM.

SKU-PRINT-RTN.
    ADD PR-SLOT-PLAN(PX, BX) TO DEPT-PLAN PLAN-TOTAL
    MOVE PR-SLOT-PLAN(PX, BX) TO QTY-DISP
    MOVE PR-SLOT-FCST(PX, BX) TO QTY2-DISP
    MOVE PR-SLOT-LEFT(PX, BX) TO QTY3-DISP
    DISPLAY "    " PR-SKU(PX) " BAKE " QTY-DISP "  (EXPECTED "
            function TRIM(QTY2-DISP) ", ON SHELF "
            function TRIM(QTY3-DISP) ")"
    IF BX = 1
        MOVE PR-SOLD-AVG(PX) TO QTY2-DISP
        MOVE PR-WASTE-AVG(PX) TO QTY3-DISP
        MOVE PR-SOLDOUT(PX) TO COUNT-DISP
        DISPLAY "      WEEKDAY AVERAGE SOLD "
                function TRIM(QTY2-DISP) " WASTED "
                function TRIM(QTY3-DISP) ", SOLD OUT ON "
                function TRIM(COUNT-DISP) " OF THE DAYS"
    END-IF.
