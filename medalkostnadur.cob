IDENTIFICATION DIVISION.
PROGRAM-ID. MEDALKOSTNADUR.

      *> month-end cost report - INV-COST is a moving weighted
      *> average now, re-figured at every receipt, return to vendor
      *> and inbound transfer, with INV-LAST-COST beside it holding
      *> what the latest delivery actually cost.  This walks the
      *> inventory master and, per department, values the stock on
      *> hand both ways - at average and at last cost - and shows
      *> the gap, then lists the SKUs whose last cost has moved
      *> furthest from their average: the promotional buys and the
      *> price rises the average is still absorbing.  Run in the
      *> MANADARLOK window; the feed line is the month (YYYYMM) the
      *> report is for, optionally followed by the percent a SKU's
      *> last cost has to stray from its average to be listed (10
      *> when absent).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INVENTORY-MASTER ASSIGN TO "INVMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS INV-SKU
        FILE STATUS IS INV-FS.

    SELECT CATEGORY-MASTER ASSIGN TO "CATMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CAT-CODE
        FILE STATUS IS CAT-FS.

DATA DIVISION.
    FILE SECTION.
    FD  INVENTORY-MASTER.
    COPY "invmast.cpy".

    FD  CATEGORY-MASTER.
    COPY "catmast.cpy".

    WORKING-STORAGE SECTION.
       01 INV-FS PIC XX.
           88 INV-FOUND VALUE "00".
           88 INV-EOF VALUE "10".
       01 CAT-FS PIC XX.
           88 CAT-FOUND VALUE "00".

       01 TODAY-DATE PIC 9(8).
       01 INP PIC X(20).
       01 MONTH-RAW PIC X(6).
       01 PCT-RAW PIC X(3).
       01 MONTH-LEN PIC S9(2).
       01 PCT-LEN PIC S9(2).
       01 REPORT-MONTH PIC 9(6).
       01 LIMIT-PCT PIC 9(3) VALUE 10.

      *> department names - builtin fallback, overridden from the
      *> category master at startup, same as VERDMAT.
       01 CAT-NAMES.
           05 FILLER PIC X(12) VALUE "GROCERY".
           05 FILLER PIC X(12) VALUE "HOUSEHOLD".
           05 FILLER PIC X(12) VALUE "CLOTHING".
           05 FILLER PIC X(12) VALUE "ELECTRONICS".
       01 CAT-NAME-TAB REDEFINES CAT-NAMES PIC X(12) OCCURS 4 TIMES.
       01 CAT-SKUS PIC 9(7) OCCURS 4 TIMES.
       01 CAT-AVG-VALUE PIC S9(13) OCCURS 4 TIMES.
       01 CAT-LAST-VALUE PIC S9(13) OCCURS 4 TIMES.
       01 CAT-UNRECV PIC 9(7) OCCURS 4 TIMES.
       01 CAT-IDX PIC S9(3).

       01 SKU-AVG-VALUE PIC S9(13).
       01 SKU-LAST-VALUE PIC S9(13).
       01 GAP-VALUE PIC S9(13).
       01 GAP-PCT PIC S9(5)V9.
       01 SKU-GAP-PCT PIC S9(7)V9.
       01 TOTAL-AVG-VALUE PIC S9(13) VALUE 0.
       01 TOTAL-LAST-VALUE PIC S9(13) VALUE 0.
       01 LISTED-COUNT PIC 9(7) VALUE 0.
       01 COUNT-DISP PIC Z(6)9.
       01 AMT-DISP PIC -(12)9.
       01 AMT-DISP2 PIC -(12)9.
       01 AMT-DISP3 PIC -(12)9.
       01 PCT-DISP PIC -(4)9.9.
       01 COST-ED PIC -(6)9.
       01 COST-ED2 PIC -(6)9.

PROCEDURE DIVISION.
    PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 4
        MOVE 0 TO CAT-SKUS(CAT-IDX)
        MOVE 0 TO CAT-AVG-VALUE(CAT-IDX)
        MOVE 0 TO CAT-LAST-VALUE(CAT-IDX)
        MOVE 0 TO CAT-UNRECV(CAT-IDX)
    END-PERFORM

    ACCEPT TODAY-DATE FROM DATE YYYYMMDD
    MOVE TODAY-DATE(1:6) TO REPORT-MONTH

    MOVE SPACES TO INP
    ACCEPT INP
    MOVE SPACES TO MONTH-RAW PCT-RAW
    MOVE 0 TO MONTH-LEN PCT-LEN
    UNSTRING INP DELIMITED BY ALL SPACE
        INTO MONTH-RAW COUNT IN MONTH-LEN,
             PCT-RAW   COUNT IN PCT-LEN
    IF MONTH-LEN = 6 AND MONTH-RAW IS NUMERIC
        MOVE MONTH-RAW TO REPORT-MONTH
    END-IF
    IF PCT-LEN > 0 AND PCT-LEN <= 3
          AND PCT-RAW(1:PCT-LEN) IS NUMERIC
        MOVE PCT-RAW(1:PCT-LEN) TO LIMIT-PCT
    END-IF

    OPEN INPUT INVENTORY-MASTER
    IF NOT INV-FOUND
        DISPLAY "MEDALKOSTNADUR: NO INVENTORY MASTER TO REPORT"
        GOBACK
    END-IF

    OPEN INPUT CATEGORY-MASTER
    IF CAT-FOUND
        PERFORM CAT-NAME-RTN
            VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 4
        CLOSE CATEGORY-MASTER
    END-IF

    DISPLAY "AVERAGE COST VS LAST COST - " REPORT-MONTH
    DISPLAY " "
    DISPLAY "SKUS WHOSE LAST COST IS " LIMIT-PCT
            "% OR MORE FROM THEIR AVERAGE (STOCK ON HAND)"
    DISPLAY "SKU         DEPARTMENT   ON HAND  "
            "AVERAGE     LAST   GAP %"

    PERFORM INV-READ-RTN
    PERFORM UNTIL INV-EOF
        PERFORM INV-COST-RTN
        PERFORM INV-READ-RTN
    END-PERFORM
    CLOSE INVENTORY-MASTER

    MOVE LISTED-COUNT TO COUNT-DISP
    DISPLAY "SKUS LISTED: " function TRIM(COUNT-DISP)
    DISPLAY " "
    DISPLAY "DEPARTMENT     SKUS    AT AVERAGE  "
            "AT LAST COST           GAP   GAP %  NOT RECEIVED"
    PERFORM CAT-REPORT-RTN
        VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 4

    MOVE TOTAL-AVG-VALUE TO AMT-DISP
    MOVE TOTAL-LAST-VALUE TO AMT-DISP2
    COMPUTE GAP-VALUE = TOTAL-LAST-VALUE - TOTAL-AVG-VALUE
    MOVE GAP-VALUE TO AMT-DISP3
    MOVE 0 TO GAP-PCT
    IF TOTAL-AVG-VALUE NOT = 0
        COMPUTE GAP-PCT ROUNDED = GAP-VALUE * 100 / TOTAL-AVG-VALUE
    END-IF
    MOVE GAP-PCT TO PCT-DISP
    DISPLAY "STORE TOTAL        " AMT-DISP AMT-DISP2 AMT-DISP3
            " " PCT-DISP

    GOBACK.

INV-READ-RTN.
    READ INVENTORY-MASTER NEXT
        AT END
            MOVE "10" TO INV-FS
    END-READ
    IF NOT INV-FOUND
        MOVE "10" TO INV-FS
    END-IF.

      *> a SKU with no last cost has not been received since costs
      *> started averaging - it is counted, and valued at its
      *> average both ways so it doesn't distort the gap.
INV-COST-RTN.
    COMPUTE CAT-IDX = 1
    IF INV-CATEGORY >= 1 AND INV-CATEGORY <= 4
        MOVE INV-CATEGORY TO CAT-IDX
    END-IF
    IF INV-LAST-COST IS NOT NUMERIC
        MOVE 0 TO INV-LAST-COST
    END-IF
    ADD 1 TO CAT-SKUS(CAT-IDX)
    IF INV-LAST-COST = 0
        ADD 1 TO CAT-UNRECV(CAT-IDX)
    END-IF

    IF INV-QTY-ON-HAND > 0
        IF INV-BY-WEIGHT
            COMPUTE SKU-AVG-VALUE ROUNDED =
                INV-QTY-ON-HAND * INV-COST / 1000
            COMPUTE SKU-LAST-VALUE ROUNDED =
                INV-QTY-ON-HAND * INV-LAST-COST / 1000
        ELSE
            COMPUTE SKU-AVG-VALUE = INV-QTY-ON-HAND * INV-COST
            COMPUTE SKU-LAST-VALUE =
                INV-QTY-ON-HAND * INV-LAST-COST
        END-IF
        IF INV-LAST-COST = 0
            MOVE SKU-AVG-VALUE TO SKU-LAST-VALUE
        END-IF
        ADD SKU-AVG-VALUE TO CAT-AVG-VALUE(CAT-IDX)
        ADD SKU-LAST-VALUE TO CAT-LAST-VALUE(CAT-IDX)
        ADD SKU-AVG-VALUE TO TOTAL-AVG-VALUE
        ADD SKU-LAST-VALUE TO TOTAL-LAST-VALUE

        IF INV-LAST-COST > 0 AND INV-COST > 0
            COMPUTE SKU-GAP-PCT ROUNDED =
                (INV-LAST-COST - INV-COST) * 100 / INV-COST
            IF SKU-GAP-PCT >= LIMIT-PCT
                  OR SKU-GAP-PCT <= 0 - LIMIT-PCT
                PERFORM SKU-LIST-RTN
            END-IF
        END-IF
    END-IF.

SKU-LIST-RTN.
    ADD 1 TO LISTED-COUNT
    MOVE INV-QTY-ON-HAND TO COUNT-DISP
    MOVE INV-COST TO COST-ED
    MOVE INV-LAST-COST TO COST-ED2
    IF SKU-GAP-PCT > 9999 OR SKU-GAP-PCT < -9999
        MOVE 9999 TO GAP-PCT
    ELSE
        MOVE SKU-GAP-PCT TO GAP-PCT
    END-IF
    MOVE GAP-PCT TO PCT-DISP
    DISPLAY INV-SKU "  " CAT-NAME-TAB(CAT-IDX) " " COUNT-DISP
            "  " COST-ED "  " COST-ED2 " " PCT-DISP.

CAT-REPORT-RTN.
    MOVE CAT-SKUS(CAT-IDX) TO COUNT-DISP
    MOVE CAT-AVG-VALUE(CAT-IDX) TO AMT-DISP
    MOVE CAT-LAST-VALUE(CAT-IDX) TO AMT-DISP2
    COMPUTE GAP-VALUE =
        CAT-LAST-VALUE(CAT-IDX) - CAT-AVG-VALUE(CAT-IDX)
    MOVE GAP-VALUE TO AMT-DISP3
    MOVE 0 TO GAP-PCT
    IF CAT-AVG-VALUE(CAT-IDX) NOT = 0
        COMPUTE GAP-PCT ROUNDED =
            GAP-VALUE * 100 / CAT-AVG-VALUE(CAT-IDX)
    END-IF
    MOVE GAP-PCT TO PCT-DISP
    DISPLAY CAT-NAME-TAB(CAT-IDX) COUNT-DISP
            AMT-DISP AMT-DISP2 AMT-DISP3 " " PCT-DISP
            WITH NO ADVANCING
    MOVE CAT-UNRECV(CAT-IDX) TO COUNT-DISP
    DISPLAY "  " COUNT-DISP.

CAT-NAME-RTN.
    MOVE CAT-IDX TO CAT-CODE
    READ CATEGORY-MASTER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE CAT-NAME TO CAT-NAME-TAB(CAT-IDX)
    END-READ.
