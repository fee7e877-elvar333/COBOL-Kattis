IDENTIFICATION DIVISION.
PROGRAM-ID. BAKSTURSKYRSLA.

      *> fresh production review - the week's bake plans off BAKPLAN
      *> laid against what the SKUs actually sold (the SKUDAG
      *> summary) and what was thrown away (the BUDSHRNK ledger,
      *> reasons EXPR, SPLT and DMGD), day by day per SKU and per
      *> department, so the bakery manager can see where the plan
      *> still over- or under-bakes and tune it week by week.  A day
      *> that sold with nothing thrown away is flagged SOLD OUT (the
      *> customers may have wanted more); waste above WASTE-WARN-PCT
      *> of the plan is flagged OVER-BAKED.  A day the nightly
      *> summary has not settled yet shows as not closed.
      *> Entry feed: the last day of the week (YYYYMMDD) on the
      *> first line - blank takes the business date.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BAKE-PLAN-FILE ASSIGN TO "BAKPLAN"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BKP-KEY
        FILE STATUS IS BKP-FS.

    SELECT SKU-DAY-FILE ASSIGN TO "SKUDAG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SDS-KEY
        FILE STATUS IS SDS-FS.

    SELECT SHRINK-FILE ASSIGN TO "BUDSHRNK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SHRNK-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  BAKE-PLAN-FILE.
    COPY "bakplan.cpy".

    FD  SKU-DAY-FILE.
    COPY "skudag.cpy".

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

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    WORKING-STORAGE SECTION.
       01 BKP-FS PIC XX.
           88 BKP-FOUND VALUE "00".
           88 BKP-EOF VALUE "10".
       01 SDS-FS PIC XX.
           88 SDS-FOUND VALUE "00".
           88 SDS-EOF VALUE "10".
       01 SHRNK-FS PIC XX.
           88 SHRNK-FOUND VALUE "00".
           88 SHRNK-EOF VALUE "10".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".

      *> waste past this share of the day's plan is over-baking.
       01 WASTE-WARN-PCT PIC 9(3) VALUE 10.

       01 DATE-INP PIC X(8).
       01 END-DATE PIC 9(8).
       01 START-DATE PIC 9(8).
       01 WORK-INT PIC S9(9).
       01 WORK-QUOT PIC S9(9).
       01 WORK-REM PIC S9(9).

       01 DAY-NAMES PIC X(21) VALUE "SUNMONTUEWEDTHUFRISAT".

      *> the seven days of the week under review.
       01 DAY-TAB.
           05 DAY-ENTRY OCCURS 7 TIMES.
               10 DT-DATE   PIC 9(8).
               10 DT-NAME   PIC X(3).
               10 DT-CLOSED PIC X(1).
       01 DX PIC S9(3).

       01 PROD-TAB.
           05 PROD-ENTRY OCCURS 200 TIMES INDEXED BY PX.
               10 PR-SKU      PIC X(10).
               10 PR-DEPT     PIC 9(2).
               10 PR-PLAN     PIC S9(9) OCCURS 7 TIMES.
               10 PR-SOLD     PIC S9(9) OCCURS 7 TIMES.
               10 PR-WASTE    PIC S9(9) OCCURS 7 TIMES.
       01 PROD-COUNT PIC 9(3) VALUE 0.
       01 PROD-FOUND-SW PIC X VALUE "N".
           88 PROD-FOUND VALUE "Y".
       01 PROD-OVERFLOW PIC 9(5) VALUE 0.
       01 SKU-WANT PIC X(10).

       01 DEPT-IX PIC S9(3).
       01 DEPT-SEEN-SW PIC X VALUE "N".
           88 DEPT-SEEN VALUE "Y".
       01 WEEK-PLAN PIC S9(11).
       01 WEEK-SOLD PIC S9(11).
       01 WEEK-WASTE PIC S9(11).
       01 DEPT-PLAN PIC S9(11).
       01 DEPT-SOLD PIC S9(11).
       01 DEPT-WASTE PIC S9(11).
       01 STORE-PLAN PIC S9(11) VALUE 0.
       01 STORE-SOLD PIC S9(11) VALUE 0.
       01 STORE-WASTE PIC S9(11) VALUE 0.
       01 WASTE-PCT PIC S9(5)V9.
       01 SOLDOUT-DAYS PIC 9(1).
       01 OVER-DAYS PIC 9(1).

       01 FLAG-TEXT PIC X(12).
       01 QTY-DISP PIC -(8)9.
       01 QTY2-DISP PIC -(8)9.
       01 QTY3-DISP PIC -(8)9.
       01 PCT-DISP PIC -(4)9.9.
       01 COUNT-DISP PIC Z(4)9.

PROCEDURE DIVISION.
    ACCEPT DATE-INP
    IF DATE-INP IS NUMERIC
        MOVE DATE-INP TO END-DATE
    ELSE
        ACCEPT END-DATE FROM DATE YYYYMMDD
        OPEN INPUT CONTROL-FILE
        IF CTL-FOUND
            READ CONTROL-FILE
            IF CTL-FOUND AND BUD-BUSINESS-DATE > 0
                MOVE BUD-BUSINESS-DATE TO END-DATE
            END-IF
        END-IF
        CLOSE CONTROL-FILE
    END-IF
    PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > 7
        COMPUTE WORK-INT =
            function INTEGER-OF-DATE(END-DATE) - 7 + DX
        COMPUTE DT-DATE(DX) = function DATE-OF-INTEGER(WORK-INT)
        DIVIDE WORK-INT BY 7 GIVING WORK-QUOT REMAINDER WORK-REM
        MOVE DAY-NAMES(WORK-REM * 3 + 1:3) TO DT-NAME(DX)
        MOVE "N" TO DT-CLOSED(DX)
    END-PERFORM
    MOVE DT-DATE(1) TO START-DATE

      *> the week's plans - the SKUs planned make the report.
    OPEN INPUT BAKE-PLAN-FILE
    IF NOT BKP-FOUND
        DISPLAY "BAKSTURSKYRSLA: NO PRODUCTION PLANS ON FILE"
        GOBACK
    END-IF
    MOVE LOW-VALUES TO BKP-KEY
    MOVE START-DATE TO BKP-DATE
    START BAKE-PLAN-FILE KEY NOT < BKP-KEY
        INVALID KEY
            MOVE "10" TO BKP-FS
    END-START
    IF BKP-FOUND
        PERFORM BKP-READ-RTN
    END-IF
    PERFORM UNTIL BKP-EOF OR BKP-DATE > END-DATE
        PERFORM PLAN-POST-RTN
        PERFORM BKP-READ-RTN
    END-PERFORM
    CLOSE BAKE-PLAN-FILE
    IF PROD-COUNT = 0
        DISPLAY "BAKSTURSKYRSLA: NO PRODUCTION PLANNED FROM "
                START-DATE " TO " END-DATE
        GOBACK
    END-IF

    OPEN INPUT SKU-DAY-FILE
    IF SDS-FOUND
        PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > 7
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
                MOVE "Y" TO DT-CLOSED(DX)
                MOVE SDS-SKU TO SKU-WANT
                PERFORM PROD-FIND-RTN
                IF PROD-FOUND
                    ADD SDS-UNITS TO PR-SOLD(PX, DX)
                END-IF
                PERFORM SDS-READ-RTN
            END-PERFORM
            MOVE "00" TO SDS-FS
        END-PERFORM
        CLOSE SKU-DAY-FILE
    END-IF

    OPEN INPUT SHRINK-FILE
    IF SHRNK-FOUND
        PERFORM SHRNK-READ-RTN
        PERFORM UNTIL SHRNK-EOF
            IF SHRNK-DATE >= START-DATE AND SHRNK-DATE <= END-DATE
                  AND (SHRNK-REASON = "EXPR" OR SHRNK-REASON = "SPLT"
                       OR SHRNK-REASON = "DMGD")
                MOVE SHRNK-SKU TO SKU-WANT
                PERFORM PROD-FIND-RTN
                IF PROD-FOUND
                    PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > 7
                        IF DT-DATE(DX) = SHRNK-DATE
                            ADD SHRNK-QTY TO PR-WASTE(PX, DX)
                        END-IF
                    END-PERFORM
                END-IF
            END-IF
            PERFORM SHRNK-READ-RTN
        END-PERFORM
        CLOSE SHRINK-FILE
    END-IF

    DISPLAY "FRESH PRODUCTION REVIEW - " START-DATE " TO " END-DATE
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
        DISPLAY "BAKSTURSKYRSLA: " function TRIM(COUNT-DISP)
                " PLAN LINES PAST THE SKU TABLE - LEFT OUT"
    END-IF
    MOVE STORE-PLAN TO QTY-DISP
    MOVE STORE-SOLD TO QTY2-DISP
    MOVE STORE-WASTE TO QTY3-DISP
    DISPLAY "STORE WEEK - PLANNED " function TRIM(QTY-DISP)
            " SOLD " function TRIM(QTY2-DISP)
            " WASTED " function TRIM(QTY3-DISP)
    IF STORE-PLAN > 0
        COMPUTE WASTE-PCT ROUNDED = STORE-WASTE * 100 / STORE-PLAN
        MOVE WASTE-PCT TO PCT-DISP
        DISPLAY "WASTE AS PCT OF PLAN: " function TRIM(PCT-DISP)
    END-IF

    GOBACK.

BKP-READ-RTN.
    READ BAKE-PLAN-FILE NEXT
        AT END
            MOVE "10" TO BKP-FS
    END-READ
    IF NOT BKP-FOUND
        MOVE "10" TO BKP-FS
    END-IF.

SDS-READ-RTN.
    READ SKU-DAY-FILE NEXT
        AT END
            MOVE "10" TO SDS-FS
    END-READ
    IF NOT SDS-FOUND
        MOVE "10" TO SDS-FS
    END-IF.

SHRNK-READ-RTN.
    READ SHRINK-FILE
        AT END
            MOVE "10" TO SHRNK-FS
    END-READ.

      *> one bake's plan into its SKU's day - the bakes of a day
      *> add up to the day's plan.
PLAN-POST-RTN.
    MOVE BKP-SKU TO SKU-WANT
    PERFORM PROD-FIND-RTN
    IF NOT PROD-FOUND
        IF PROD-COUNT < 200
            ADD 1 TO PROD-COUNT
            SET PX TO PROD-COUNT
            MOVE BKP-SKU TO PR-SKU(PX)
            MOVE BKP-DEPT TO PR-DEPT(PX)
            PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > 7
                MOVE 0 TO PR-PLAN(PX, DX) PR-SOLD(PX, DX)
                          PR-WASTE(PX, DX)
            END-PERFORM
            MOVE "Y" TO PROD-FOUND-SW
        ELSE
            ADD 1 TO PROD-OVERFLOW
        END-IF
    END-IF
    IF PROD-FOUND
        PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > 7
            IF DT-DATE(DX) = BKP-DATE
                ADD BKP-PLAN-QTY TO PR-PLAN(PX, DX)
            END-IF
        END-PERFORM
    END-IF.

PROD-FIND-RTN.
    MOVE "N" TO PROD-FOUND-SW
    PERFORM VARYING PX FROM 1 BY 1
            UNTIL PX > PROD-COUNT OR PROD-FOUND
        IF PR-SKU(PX) = SKU-WANT
            MOVE "Y" TO PROD-FOUND-SW
        END-IF
    END-PERFORM
    IF PROD-FOUND
        SET PX DOWN BY 1
    END-IF.

DEPT-PRINT-RTN.
    MOVE 0 TO DEPT-PLAN DEPT-SOLD DEPT-WASTE
    DISPLAY " "
    DISPLAY "DEPARTMENT " DEPT-IX
    PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PROD-COUNT
        IF PR-DEPT(PX) = DEPT-IX
            PERFORM SKU-PRINT-RTN
        END-IF
    END-PERFORM
    MOVE DEPT-PLAN TO QTY-DISP
    MOVE DEPT-SOLD TO QTY2-DISP
    MOVE DEPT-WASTE TO QTY3-DISP
    DISPLAY "  DEPARTMENT WEEK - PLANNED " function TRIM(QTY-DISP)
            " SOLD " function TRIM(QTY2-DISP)
            " WASTED " function TRIM(QTY3-DISP).

SKU-PRINT-RTN.
    MOVE 0 TO WEEK-PLAN WEEK-SOLD WEEK-WASTE SOLDOUT-DAYS OVER-DAYS
    DISPLAY "  " PR-SKU(PX) "      PLANNED      SOLD    WASTED"
    PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > 7
        MOVE SPACES TO FLAG-TEXT
        IF DT-CLOSED(DX) NOT = "Y"
            MOVE "NOT CLOSED" TO FLAG-TEXT
        ELSE
        IF PR-WASTE(PX, DX) = 0 AND PR-SOLD(PX, DX) > 0
            MOVE "SOLD OUT" TO FLAG-TEXT
            ADD 1 TO SOLDOUT-DAYS
        ELSE
        IF PR-PLAN(PX, DX) > 0 AND PR-WASTE(PX, DX) * 100
              > PR-PLAN(PX, DX) * WASTE-WARN-PCT
            MOVE "OVER-BAKED" TO FLAG-TEXT
            ADD 1 TO OVER-DAYS
        END-IF
        END-IF
        END-IF
        MOVE PR-PLAN(PX, DX) TO QTY-DISP
        MOVE PR-SOLD(PX, DX) TO QTY2-DISP
        MOVE PR-WASTE(PX, DX) TO QTY3-DISP
        DISPLAY "    " DT-DATE(DX) " " DT-NAME(DX) QTY-DISP " "
                QTY2-DISP " " QTY3-DISP " " function TRIM(FLAG-TEXT)
        ADD PR-PLAN(PX, DX) TO WEEK-PLAN
        ADD PR-SOLD(PX, DX) TO WEEK-SOLD
        ADD PR-WASTE(PX, DX) TO WEEK-WASTE
    END-PERFORM
    MOVE WEEK-PLAN TO QTY-DISP
    MOVE WEEK-SOLD TO QTY2-DISP
    MOVE WEEK-WASTE TO QTY3-DISP
    DISPLAY "    WEEK        " QTY-DISP " " QTY2-DISP " " QTY3-DISP
    MOVE SOLDOUT-DAYS TO COUNT-DISP
    DISPLAY "    SOLD OUT ON " function TRIM(COUNT-DISP)
            " DAYS, OVER-BAKED ON " OVER-DAYS
    ADD WEEK-PLAN TO DEPT-PLAN STORE-PLAN
    ADD WEEK-SOLD TO DEPT-SOLD STORE-SOLD
    ADD WEEK-WASTE TO DEPT-WASTE STORE-WASTE.
