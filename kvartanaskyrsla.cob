IDENTIFICATION DIVISION.
PROGRAM-ID. KVARTANASKYRSLA.

      *> monthly complaint report - the month's cases off the
      *> CMPLMAST register KVARTANIR keeps, rolled up three ways:
      *> by SKU, by supplier and by complaint category, each with the
      *> count of cases and what their redress cost the store.  A
      *> SKU drawing RAISE-AT complaints or more in the month is
      *> flagged to be raised with its supplier, and the supplier
      *> lines carry the name from SUPMAST so the buyer can take the
      *> list straight to the vendor.  Cases still open at the run
      *> are counted underneath.  Entry feed: the month (YYYYMM) on
      *> the first line - MANADARLOK hands it the closing month
      *> through MANFEED, a fiscal period's first and last day
      *> riding behind it in columns 8-15 and 17-24.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COMPLAINT-MASTER ASSIGN TO "CMPLMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CMP-NO
        FILE STATUS IS CMP-FS.

    SELECT SUPPLIER-MASTER ASSIGN TO "SUPMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SUP-CODE
        FILE STATUS IS SUP-FS.

DATA DIVISION.
    FILE SECTION.
    FD  COMPLAINT-MASTER.
    COPY "cmplmast.cpy".

    FD  SUPPLIER-MASTER.
    COPY "supmast.cpy".

    WORKING-STORAGE SECTION.
       01 CMP-FS PIC XX.
           88 CMP-FOUND VALUE "00".
           88 CMP-EOF VALUE "10".
       01 SUP-FS PIC XX.
           88 SUP-FOUND VALUE "00".
       01 SUP-OPEN-SW PIC X VALUE "N".
           88 SUP-FILE-OPEN VALUE "Y".

       01 MONTH-INP PIC X(24).
       01 PERIOD-FROM PIC 9(8).
       01 PERIOD-TO PIC 9(8).

      *> complaints about one SKU in a month that make it the
      *> supplier's problem rather than bad luck.
       01 RAISE-AT PIC 9(3) VALUE 3.

       01 CATEGORY-DEFS.
           05 FILLER PIC X(34) VALUE "FAULFAULTY OR NOT WORKING".
           05 FILLER PIC X(34) VALUE "QUALPOOR QUALITY OR TASTE".
           05 FILLER PIC X(34) VALUE "EXPDPAST ITS DATE WHEN SOLD".
           05 FILLER PIC X(34) VALUE "DMGDDAMAGED OR LEAKING PACK".
           05 FILLER PIC X(34) VALUE "FORNFOREIGN BODY".
           05 FILLER PIC X(34) VALUE "PRICCHARGED THE WRONG PRICE".
           05 FILLER PIC X(34) VALUE "SERVSERVICE OR STORE EXPERIENCE".
       01 CATEGORY-TAB REDEFINES CATEGORY-DEFS.
           05 CATEGORY-ENTRY OCCURS 7 TIMES INDEXED BY KX.
               10 CT-CODE PIC X(4).
               10 CT-TEXT PIC X(30).
       01 CATEGORY-TOTALS.
           05 CATEGORY-TOTAL OCCURS 7 TIMES.
               10 CT-COUNT PIC 9(7).
               10 CT-COST  PIC S9(11).

       01 SKU-TAB.
           05 SKU-ENTRY OCCURS 500 TIMES INDEXED BY SX.
               10 ST-SKU      PIC X(10).
               10 ST-SUPPLIER PIC X(6).
               10 ST-COUNT    PIC 9(7).
               10 ST-COST     PIC S9(11).
       01 SKU-COUNT PIC 9(3) VALUE 0.

       01 SUPPLIER-TAB.
           05 SUPPLIER-ENTRY OCCURS 200 TIMES INDEXED BY UX.
               10 UT-CODE     PIC X(6).
               10 UT-COUNT    PIC 9(7).
               10 UT-COST     PIC S9(11).
       01 SUPPLIER-COUNT PIC 9(3) VALUE 0.

       01 FOUND-SW PIC X VALUE "N".
           88 ENTRY-FOUND VALUE "Y".
       01 OVERFLOW-COUNT PIC 9(5) VALUE 0.
       01 SERVICE-COUNT PIC 9(7) VALUE 0.
       01 SERVICE-COST PIC S9(11) VALUE 0.

       01 CASE-COUNT PIC 9(7) VALUE 0.
       01 CASE-COST PIC S9(11) VALUE 0.
       01 STILL-OPEN PIC 9(7) VALUE 0.
       01 OPEN-BACKLOG PIC 9(7) VALUE 0.
       01 RAISE-COUNT PIC 9(5) VALUE 0.

       01 FLAG-TEXT PIC X(24).
       01 SUP-TEXT PIC X(30).
       01 AMT-DISP PIC -(10)9.
       01 COUNT-DISP PIC Z(6)9.

PROCEDURE DIVISION.
    ACCEPT MONTH-INP
    IF MONTH-INP(1:6) IS NOT NUMERIC
        DISPLAY "KVARTANASKYRSLA: MONTH (YYYYMM) REQUIRED ON THE "
                "FEED"
        GOBACK
    END-IF
      *> a fiscal period from MANADARLOK carries its own bounds.
    IF MONTH-INP(8:8) IS NUMERIC AND MONTH-INP(17:8) IS NUMERIC
        MOVE MONTH-INP(8:8) TO PERIOD-FROM
        MOVE MONTH-INP(17:8) TO PERIOD-TO
    ELSE
        MOVE MONTH-INP(1:6) TO PERIOD-FROM(1:6)
        MOVE "01" TO PERIOD-FROM(7:2)
        MOVE MONTH-INP(1:6) TO PERIOD-TO(1:6)
        MOVE "31" TO PERIOD-TO(7:2)
    END-IF

    OPEN INPUT COMPLAINT-MASTER
    IF NOT CMP-FOUND
        DISPLAY "KVARTANASKYRSLA: NO COMPLAINTS ON FILE FOR "
                MONTH-INP(1:6)
        GOBACK
    END-IF
    OPEN INPUT SUPPLIER-MASTER
    IF SUP-FOUND
        MOVE "Y" TO SUP-OPEN-SW
    END-IF

    PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 7
        MOVE 0 TO CT-COUNT(KX) CT-COST(KX)
    END-PERFORM

    PERFORM CMP-READ-RTN
    PERFORM UNTIL CMP-EOF
        IF CMP-OPEN
            ADD 1 TO OPEN-BACKLOG
        END-IF
        IF CMP-OPEN-DATE >= PERIOD-FROM AND CMP-OPEN-DATE <= PERIOD-TO
            PERFORM CMP-TALLY-RTN
        END-IF
        PERFORM CMP-READ-RTN
    END-PERFORM
    CLOSE COMPLAINT-MASTER

    DISPLAY "CUSTOMER COMPLAINTS - " PERIOD-FROM " TO " PERIOD-TO
    DISPLAY " "
    DISPLAY "BY SKU:"
    PERFORM SKU-LINE-RTN
        VARYING SX FROM 1 BY 1 UNTIL SX > SKU-COUNT
    IF SERVICE-COUNT > 0
        MOVE SERVICE-COUNT TO COUNT-DISP
        MOVE SERVICE-COST TO AMT-DISP
        DISPLAY "  (NO ITEM)  " COUNT-DISP " CASES  COST "
                AMT-DISP
    END-IF

    DISPLAY " "
    DISPLAY "BY SUPPLIER:"
    PERFORM SUPPLIER-LINE-RTN
        VARYING UX FROM 1 BY 1 UNTIL UX > SUPPLIER-COUNT

    DISPLAY " "
    DISPLAY "BY CATEGORY:"
    PERFORM CATEGORY-LINE-RTN
        VARYING KX FROM 1 BY 1 UNTIL KX > 7

    IF SUP-FILE-OPEN
        CLOSE SUPPLIER-MASTER
    END-IF

    DISPLAY " "
    IF OVERFLOW-COUNT > 0
        MOVE OVERFLOW-COUNT TO COUNT-DISP
        DISPLAY "KVARTANASKYRSLA: " function TRIM(COUNT-DISP)
                " CASES PAST THE SKU OR SUPPLIER TABLE - IN THE "
                "TOTALS ONLY"
    END-IF
    MOVE CASE-COUNT TO COUNT-DISP
    DISPLAY "COMPLAINTS TAKEN:        " function TRIM(COUNT-DISP)
    MOVE CASE-COST TO AMT-DISP
    DISPLAY "COST OF REDRESS:         " function TRIM(AMT-DISP)
    MOVE STILL-OPEN TO COUNT-DISP
    DISPLAY "OF THEM STILL OPEN:      " function TRIM(COUNT-DISP)
    MOVE OPEN-BACKLOG TO COUNT-DISP
    DISPLAY "ALL OPEN CASES:          " function TRIM(COUNT-DISP)
    MOVE RAISE-COUNT TO COUNT-DISP
    DISPLAY "SKUS TO RAISE WITH THE SUPPLIER: "
            function TRIM(COUNT-DISP)

    GOBACK.

CMP-READ-RTN.
    READ COMPLAINT-MASTER
        AT END
            MOVE "10" TO CMP-FS
    END-READ.

      *> one case into the three roll-ups.  A service complaint
      *> has no item and so no supplier - it counts by category and
      *> on a line of its own under the SKUs.
CMP-TALLY-RTN.
    ADD 1 TO CASE-COUNT
    ADD CMP-COST TO CASE-COST
    IF CMP-OPEN
        ADD 1 TO STILL-OPEN
    END-IF

    PERFORM VARYING KX FROM 1 BY 1 UNTIL KX > 7
        IF CT-CODE(KX) = CMP-CATEGORY
            ADD 1 TO CT-COUNT(KX)
            ADD CMP-COST TO CT-COST(KX)
        END-IF
    END-PERFORM

    IF CMP-SKU = SPACES
        ADD 1 TO SERVICE-COUNT
        ADD CMP-COST TO SERVICE-COST
    ELSE
        MOVE "N" TO FOUND-SW
        PERFORM VARYING SX FROM 1 BY 1
                UNTIL SX > SKU-COUNT OR ENTRY-FOUND
            IF ST-SKU(SX) = CMP-SKU
                MOVE "Y" TO FOUND-SW
            END-IF
        END-PERFORM
        IF ENTRY-FOUND
            SET SX DOWN BY 1
            ADD 1 TO ST-COUNT(SX)
            ADD CMP-COST TO ST-COST(SX)
        ELSE
        IF SKU-COUNT < 500
            ADD 1 TO SKU-COUNT
            SET SX TO SKU-COUNT
            MOVE CMP-SKU TO ST-SKU(SX)
            MOVE CMP-SUPPLIER TO ST-SUPPLIER(SX)
            MOVE 1 TO ST-COUNT(SX)
            MOVE CMP-COST TO ST-COST(SX)
        ELSE
            ADD 1 TO OVERFLOW-COUNT
        END-IF
        END-IF

        MOVE "N" TO FOUND-SW
        PERFORM VARYING UX FROM 1 BY 1
                UNTIL UX > SUPPLIER-COUNT OR ENTRY-FOUND
            IF UT-CODE(UX) = CMP-SUPPLIER
                MOVE "Y" TO FOUND-SW
            END-IF
        END-PERFORM
        IF ENTRY-FOUND
            SET UX DOWN BY 1
            ADD 1 TO UT-COUNT(UX)
            ADD CMP-COST TO UT-COST(UX)
        ELSE
        IF SUPPLIER-COUNT < 200
            ADD 1 TO SUPPLIER-COUNT
            SET UX TO SUPPLIER-COUNT
            MOVE CMP-SUPPLIER TO UT-CODE(UX)
            MOVE 1 TO UT-COUNT(UX)
            MOVE CMP-COST TO UT-COST(UX)
        ELSE
            ADD 1 TO OVERFLOW-COUNT
        END-IF
        END-IF
    END-IF.

SKU-LINE-RTN.
    MOVE SPACES TO FLAG-TEXT
    IF ST-COUNT(SX) >= RAISE-AT
        MOVE "RAISE WITH SUPPLIER" TO FLAG-TEXT
        ADD 1 TO RAISE-COUNT
    END-IF
    MOVE ST-COUNT(SX) TO COUNT-DISP
    MOVE ST-COST(SX) TO AMT-DISP
    DISPLAY "  " ST-SKU(SX) " " ST-SUPPLIER(SX) " " COUNT-DISP
            " CASES  COST " AMT-DISP " " function TRIM(FLAG-TEXT).

SUPPLIER-LINE-RTN.
    MOVE SPACES TO SUP-TEXT
    IF UT-CODE(UX) = SPACES
        MOVE "(NO SUPPLIER ON THE ITEM)" TO SUP-TEXT
    ELSE
    IF SUP-FILE-OPEN
        MOVE UT-CODE(UX) TO SUP-CODE
        READ SUPPLIER-MASTER
            INVALID KEY
                MOVE "(NOT ON SUPMAST)" TO SUP-TEXT
            NOT INVALID KEY
                MOVE SUP-NAME TO SUP-TEXT
        END-READ
    END-IF
    END-IF
    MOVE UT-COUNT(UX) TO COUNT-DISP
    MOVE UT-COST(UX) TO AMT-DISP
    DISPLAY "  " UT-CODE(UX) " " SUP-TEXT " " COUNT-DISP
            " CASES  COST " AMT-DISP.

CATEGORY-LINE-RTN.
    MOVE CT-COUNT(KX) TO COUNT-DISP
    MOVE CT-COST(KX) TO AMT-DISP
    DISPLAY "  " CT-CODE(KX) " " CT-TEXT(KX) " " COUNT-DISP
            " CASES  COST " AMT-DISP.
