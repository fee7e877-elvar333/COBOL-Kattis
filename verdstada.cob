IDENTIFICATION DIVISION.
PROGRAM-ID. VERDSTADA.

      *> price-position report - where our shelf prices stand
      *> against each active competitor's, department by
      *> department, off the COMPSURV survey prices.  Every surveyed
      *> SKU prints with our INV-PRICE and cost, and against each
      *> competitor that has a price for it:
      *>   - their price and the index, ours as a percentage of
      *>     theirs (100 level, above 100 we are dearer)
      *>   - the margin we would keep at INV-COST if we matched them,
      *>     BELOW COST where matching would sell at a loss
      *>   - DEARER or CHEAPER when we are more than the threshold
      *>     percent away, MATCHED once the buyer has matched it
      *> Each department closes with its index per competitor - our
      *> prices against theirs summed over the SKUs both carry - and
      *> the report with the store's.
      *> Entry feed: an optional "pct days" line - the threshold
      *> percent (5 when left off) and how old a survey price may be
      *> before it is left out (35 days when left off).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COMPETITOR-MASTER ASSIGN TO "COMPMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS COMP-CODE
        FILE STATUS IS COMP-FS.

    SELECT SURVEY-FILE ASSIGN TO "COMPSURV"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CSV-KEY
        FILE STATUS IS CSV-FS.

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

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  COMPETITOR-MASTER.
    COPY "compmast.cpy".

    FD  SURVEY-FILE.
    COPY "compsurv.cpy".

    FD  INVENTORY-MASTER.
    COPY "invmast.cpy".

    FD  CATEGORY-MASTER.
    COPY "catmast.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    WORKING-STORAGE SECTION.
       01 COMP-FS PIC XX.
           88 COMP-FOUND VALUE "00".
           88 COMP-EOF VALUE "10".
       01 CSV-FS PIC XX.
           88 CSV-FOUND VALUE "00".
           88 CSV-EOF VALUE "10".
       01 INV-FS PIC XX.
           88 INV-FOUND VALUE "00".
       01 CAT-FS PIC XX.
           88 CAT-FOUND VALUE "00".
       01 CAT-OPEN-SW PIC X VALUE "N".
           88 CAT-FILE-OPEN VALUE "Y".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".

       01 TODAY-DATE PIC 9(8).
       01 TODAY-INT PIC S9(9).
       01 OLDEST-DATE PIC 9(8).

       01 INP PIC X(80).
       01 PCT-RAW PIC X(10).
       01 DAYS-RAW PIC X(10).
       01 PCT-LEN PIC S9(2).
       01 DAYS-LEN PIC S9(2).
       01 GAP-PCT PIC 9(2) VALUE 5.
       01 MAX-AGE-DAYS PIC 9(3) VALUE 35.

      *> the active competitors, with each one's running sums for
      *> the department being printed and for the whole store.
       01 CT-TAB.
           05 CT-ENTRY OCCURS 8 TIMES INDEXED BY CX.
               10 CT-CODE        PIC X(4).
               10 CT-NAME        PIC X(20).
               10 CT-DEPT-OURS   PIC S9(11).
               10 CT-DEPT-THEIRS PIC S9(11).
               10 CT-DEPT-SKUS   PIC 9(5).
               10 CT-ALL-OURS    PIC S9(11).
               10 CT-ALL-THEIRS  PIC S9(11).
               10 CT-ALL-SKUS    PIC 9(5).
       01 CT-COUNT PIC 9(2) VALUE 0.
       01 CT-SKIPPED PIC 9(3) VALUE 0.
       01 CT-HIT-SW PIC X VALUE "N".
           88 CT-HIT VALUE "Y".
       01 HIT-CX PIC 9(2).

      *> one entry per surveyed SKU, with each competitor's price in
      *> the competitor's column (zero where they have none), sorted
      *> into department order before printing.
       01 SK-TAB.
           05 SK-ENTRY OCCURS 1000 TIMES INDEXED BY SX.
               10 SK-CAT       PIC 9(2).
               10 SK-SKU       PIC X(10).
               10 SK-PRICE     PIC S9(6).
               10 SK-COST      PIC S9(6).
               10 SK-COMP OCCURS 8 TIMES.
                   15 SK-THEIRS PIC S9(6).
                   15 SK-MATCH  PIC X(1).
       01 SK-COUNT PIC 9(4) VALUE 0.
       01 SK-OVER-COUNT PIC 9(5) VALUE 0.
       01 SK-HIT-SW PIC X VALUE "N".
           88 SK-HIT VALUE "Y".
       01 HIT-SX PIC 9(4).
       01 SWAP-ENTRY PIC X(80).
       01 SORT-I PIC S9(5).
       01 SORT-J PIC S9(5).

       01 STALE-COUNT PIC 9(5) VALUE 0.
       01 GONE-COUNT PIC 9(5) VALUE 0.
       01 DEARER-COUNT PIC 9(5) VALUE 0.
       01 CHEAPER-COUNT PIC 9(5) VALUE 0.
       01 BELOW-COST-COUNT PIC 9(5) VALUE 0.
       01 LAST-CAT PIC 9(2).
       01 FIRST-SW PIC X VALUE "Y".
           88 FIRST-DEPT VALUE "Y".

       01 SKU-INDEX PIC S9(5)V9.
       01 DEPT-INDEX PIC S9(5)V9.
       01 MARGIN-PCT PIC S9(5)V9.
       01 MATCH-PCT PIC S9(5)V9.
       01 FLAG-WORD PIC X(12).
       01 MATCH-WORD PIC X(10).
       01 PRICE-ED PIC -(5)9.
       01 COST-ED PIC -(5)9.
       01 THEIRS-ED PIC -(5)9.
       01 INDEX-ED PIC -(4)9.9.
       01 PCT-ED PIC -(4)9.9.
       01 COUNT-DISP PIC Z(4)9.

PROCEDURE DIVISION.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD
    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND AND BUD-BUSINESS-DATE > 0
            MOVE BUD-BUSINESS-DATE TO TODAY-DATE
        END-IF
    END-IF
    CLOSE CONTROL-FILE

    MOVE SPACES TO INP
    ACCEPT INP
    IF INP NOT = SPACES
        MOVE SPACES TO PCT-RAW DAYS-RAW
        MOVE 0 TO PCT-LEN DAYS-LEN
        UNSTRING INP DELIMITED BY ALL SPACE
            INTO PCT-RAW  COUNT IN PCT-LEN,
                 DAYS-RAW COUNT IN DAYS-LEN
        IF PCT-LEN = 0 OR PCT-LEN > 2
              OR PCT-RAW(1:PCT-LEN) IS NOT NUMERIC
              OR DAYS-LEN > 3
            DISPLAY "VERDSTADA: BAD REPORT LINE " function TRIM(INP)
            GOBACK
        END-IF
        MOVE PCT-RAW(1:PCT-LEN) TO GAP-PCT
        IF DAYS-LEN > 0
            IF DAYS-RAW(1:DAYS-LEN) IS NOT NUMERIC
                DISPLAY "VERDSTADA: BAD REPORT LINE "
                        function TRIM(INP)
                GOBACK
            END-IF
            MOVE DAYS-RAW(1:DAYS-LEN) TO MAX-AGE-DAYS
        END-IF
    END-IF
    COMPUTE TODAY-INT = function INTEGER-OF-DATE(TODAY-DATE)
    COMPUTE OLDEST-DATE =
        function DATE-OF-INTEGER(TODAY-INT - MAX-AGE-DAYS)

    OPEN INPUT COMPETITOR-MASTER
    IF NOT COMP-FOUND
        DISPLAY "VERDSTADA: NO COMPETITOR MASTER ON SITE"
        GOBACK
    END-IF
    PERFORM COMP-NEXT-RTN
    PERFORM UNTIL COMP-EOF
        IF COMP-ACTIVE
            IF CT-COUNT < 8
                ADD 1 TO CT-COUNT
                MOVE COMP-CODE TO CT-CODE(CT-COUNT)
                MOVE COMP-NAME TO CT-NAME(CT-COUNT)
                MOVE 0 TO CT-ALL-OURS(CT-COUNT)
                MOVE 0 TO CT-ALL-THEIRS(CT-COUNT)
                MOVE 0 TO CT-ALL-SKUS(CT-COUNT)
            ELSE
                ADD 1 TO CT-SKIPPED
            END-IF
        END-IF
        PERFORM COMP-NEXT-RTN
    END-PERFORM
    CLOSE COMPETITOR-MASTER
    IF CT-COUNT = 0
        DISPLAY "VERDSTADA: NO ACTIVE COMPETITORS ON COMPMAST"
        GOBACK
    END-IF

    OPEN INPUT SURVEY-FILE
    IF NOT CSV-FOUND
        DISPLAY "VERDSTADA: NO SURVEY PRICES ON FILE"
        GOBACK
    END-IF
    OPEN INPUT INVENTORY-MASTER
    IF NOT INV-FOUND
        DISPLAY "VERDSTADA: NO INVENTORY MASTER ON SITE"
        CLOSE SURVEY-FILE
        GOBACK
    END-IF
    OPEN INPUT CATEGORY-MASTER
    IF CAT-FOUND
        MOVE "Y" TO CAT-OPEN-SW
    END-IF

    PERFORM CSV-NEXT-RTN
    PERFORM UNTIL CSV-EOF
        PERFORM SURVEY-TAKE-RTN
        PERFORM CSV-NEXT-RTN
    END-PERFORM
    CLOSE SURVEY-FILE
    CLOSE INVENTORY-MASTER

    PERFORM VARYING SORT-I FROM 1 BY 1
            UNTIL SORT-I >= SK-COUNT
        PERFORM SORT-PASS-RTN
            VARYING SORT-J FROM 1 BY 1
            UNTIL SORT-J > SK-COUNT - SORT-I
    END-PERFORM

    MOVE GAP-PCT TO COUNT-DISP
    DISPLAY "PRICE POSITION AT " TODAY-DATE " - FLAGGED BEYOND "
            function TRIM(COUNT-DISP) " PCT, SURVEYS SINCE "
            OLDEST-DATE
    PERFORM SKU-PRINT-RTN
        VARYING SX FROM 1 BY 1 UNTIL SX > SK-COUNT
    IF SK-COUNT > 0
        PERFORM DEPT-CLOSE-RTN
    END-IF
    IF CAT-FILE-OPEN
        CLOSE CATEGORY-MASTER
    END-IF

    DISPLAY "STORE PRICE INDEX:"
    PERFORM STORE-INDEX-RTN
        VARYING CX FROM 1 BY 1 UNTIL CX > CT-COUNT
    MOVE SK-COUNT TO COUNT-DISP
    DISPLAY "SKUS COMPARED: " function TRIM(COUNT-DISP)
    MOVE DEARER-COUNT TO COUNT-DISP
    DISPLAY "PRICES WHERE WE ARE DEARER: " function TRIM(COUNT-DISP)
    MOVE CHEAPER-COUNT TO COUNT-DISP
    DISPLAY "PRICES WHERE WE ARE CHEAPER: "
            function TRIM(COUNT-DISP)
    MOVE BELOW-COST-COUNT TO COUNT-DISP
    DISPLAY "MATCHES THAT WOULD SELL BELOW COST: "
            function TRIM(COUNT-DISP)
    IF STALE-COUNT > 0
        MOVE STALE-COUNT TO COUNT-DISP
        DISPLAY "SURVEY PRICES TOO OLD TO USE: "
                function TRIM(COUNT-DISP)
    END-IF
    IF GONE-COUNT > 0
        MOVE GONE-COUNT TO COUNT-DISP
        DISPLAY "SURVEY PRICES FOR SKUS NO LONGER ON INVMAST: "
                function TRIM(COUNT-DISP)
    END-IF
    IF SK-OVER-COUNT > 0 OR CT-SKIPPED > 0
        DISPLAY "*** REPORT TABLES FULL - SOME SURVEY PRICES LEFT "
                "OUT"
    END-IF

    GOBACK.

COMP-NEXT-RTN.
    READ COMPETITOR-MASTER NEXT
        AT END
            MOVE "10" TO COMP-FS
    END-READ.

CSV-NEXT-RTN.
    READ SURVEY-FILE NEXT
        AT END
            MOVE "10" TO CSV-FS
    END-READ.

      *> one survey price into its SKU's row, under its competitor's
      *> column - a closed competitor's, or a stale price, stays out.
SURVEY-TAKE-RTN.
    MOVE "N" TO CT-HIT-SW
    PERFORM CT-MATCH-RTN
        VARYING CX FROM 1 BY 1 UNTIL CX > CT-COUNT OR CT-HIT
    IF CT-HIT
        IF CSV-DATE < OLDEST-DATE
            ADD 1 TO STALE-COUNT
        ELSE
            MOVE "N" TO SK-HIT-SW
            PERFORM SK-MATCH-RTN
                VARYING SX FROM 1 BY 1 UNTIL SX > SK-COUNT OR SK-HIT
            IF NOT SK-HIT
                PERFORM SK-ADD-RTN
            END-IF
            IF SK-HIT
                MOVE CSV-PRICE TO SK-THEIRS(HIT-SX, HIT-CX)
                MOVE CSV-MATCH TO SK-MATCH(HIT-SX, HIT-CX)
            END-IF
        END-IF
    END-IF.

CT-MATCH-RTN.
    IF CT-CODE(CX) = CSV-COMP
        MOVE "Y" TO CT-HIT-SW
        SET HIT-CX TO CX
    END-IF.

SK-MATCH-RTN.
    IF SK-SKU(SX) = CSV-SKU
        MOVE "Y" TO SK-HIT-SW
        SET HIT-SX TO SX
    END-IF.

SK-ADD-RTN.
    MOVE CSV-SKU TO INV-SKU
    READ INVENTORY-MASTER
        INVALID KEY
            ADD 1 TO GONE-COUNT
        NOT INVALID KEY
            IF SK-COUNT >= 1000
                ADD 1 TO SK-OVER-COUNT
            ELSE
                ADD 1 TO SK-COUNT
                MOVE INV-CATEGORY TO SK-CAT(SK-COUNT)
                MOVE INV-SKU TO SK-SKU(SK-COUNT)
                MOVE INV-PRICE TO SK-PRICE(SK-COUNT)
                MOVE INV-COST TO SK-COST(SK-COUNT)
                PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > 8
                    MOVE 0 TO SK-THEIRS(SK-COUNT, CX)
                    MOVE SPACE TO SK-MATCH(SK-COUNT, CX)
                END-PERFORM
                MOVE "Y" TO SK-HIT-SW
                MOVE SK-COUNT TO HIT-SX
            END-IF
    END-READ.

SORT-PASS-RTN.
    IF SK-CAT(SORT-J) > SK-CAT(SORT-J + 1)
          OR (SK-CAT(SORT-J) = SK-CAT(SORT-J + 1)
              AND SK-SKU(SORT-J) > SK-SKU(SORT-J + 1))
        MOVE SK-ENTRY(SORT-J) TO SWAP-ENTRY
        MOVE SK-ENTRY(SORT-J + 1) TO SK-ENTRY(SORT-J)
        MOVE SWAP-ENTRY TO SK-ENTRY(SORT-J + 1)
    END-IF.

SKU-PRINT-RTN.
    IF FIRST-DEPT OR SK-CAT(SX) NOT = LAST-CAT
        IF NOT FIRST-DEPT
            PERFORM DEPT-CLOSE-RTN
        END-IF
        MOVE "N" TO FIRST-SW
        MOVE SK-CAT(SX) TO LAST-CAT
        PERFORM DEPT-OPEN-RTN
    END-IF
    MOVE SK-PRICE(SX) TO PRICE-ED
    MOVE SK-COST(SX) TO COST-ED
    IF SK-PRICE(SX) > 0
        COMPUTE MARGIN-PCT ROUNDED =
            (SK-PRICE(SX) - SK-COST(SX)) * 100 / SK-PRICE(SX)
    ELSE
        MOVE 0 TO MARGIN-PCT
    END-IF
    MOVE MARGIN-PCT TO PCT-ED
    DISPLAY "  " SK-SKU(SX) "  OURS " PRICE-ED "  COST " COST-ED
            "  MARGIN " PCT-ED "%"
    PERFORM COMP-LINE-RTN
        VARYING CX FROM 1 BY 1 UNTIL CX > CT-COUNT.

      *> one competitor's price for the SKU being printed.
COMP-LINE-RTN.
    IF SK-THEIRS(SX, CX) > 0
        ADD SK-PRICE(SX) TO CT-DEPT-OURS(CX)
        ADD SK-THEIRS(SX, CX) TO CT-DEPT-THEIRS(CX)
        ADD 1 TO CT-DEPT-SKUS(CX)
        COMPUTE SKU-INDEX ROUNDED =
            SK-PRICE(SX) * 100 / SK-THEIRS(SX, CX)
        COMPUTE MATCH-PCT ROUNDED =
            (SK-THEIRS(SX, CX) - SK-COST(SX)) * 100
            / SK-THEIRS(SX, CX)
        MOVE SPACES TO FLAG-WORD
        IF SK-PRICE(SX) * 100 > SK-THEIRS(SX, CX) * (100 + GAP-PCT)
            MOVE "DEARER" TO FLAG-WORD
            ADD 1 TO DEARER-COUNT
        END-IF
        IF SK-PRICE(SX) * 100 < SK-THEIRS(SX, CX) * (100 - GAP-PCT)
            MOVE "CHEAPER" TO FLAG-WORD
            ADD 1 TO CHEAPER-COUNT
        END-IF
        MOVE SPACES TO MATCH-WORD
        IF SK-THEIRS(SX, CX) < SK-COST(SX)
            MOVE "BELOW COST" TO MATCH-WORD
            ADD 1 TO BELOW-COST-COUNT
        END-IF
        IF SK-MATCH(SX, CX) = "M"
            MOVE "MATCHED" TO MATCH-WORD
        END-IF
        MOVE SK-THEIRS(SX, CX) TO THEIRS-ED
        MOVE SKU-INDEX TO INDEX-ED
        MOVE MATCH-PCT TO PCT-ED
        DISPLAY "      " CT-CODE(CX) " " THEIRS-ED "  INDEX "
                INDEX-ED "  MARGIN IF MATCHED " PCT-ED "%  "
                FLAG-WORD MATCH-WORD
    END-IF.

DEPT-OPEN-RTN.
    MOVE SPACES TO CAT-NAME
    IF CAT-FILE-OPEN
        MOVE LAST-CAT TO CAT-CODE
        READ CATEGORY-MASTER
            INVALID KEY
                MOVE SPACES TO CAT-NAME
        END-READ
    END-IF
    DISPLAY "DEPARTMENT " LAST-CAT " " function TRIM(CAT-NAME)
    PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CT-COUNT
        MOVE 0 TO CT-DEPT-OURS(CX)
        MOVE 0 TO CT-DEPT-THEIRS(CX)
        MOVE 0 TO CT-DEPT-SKUS(CX)
    END-PERFORM.

      *> the department's index per competitor, and its sums into
      *> the store's.
DEPT-CLOSE-RTN.
    PERFORM VARYING CX FROM 1 BY 1 UNTIL CX > CT-COUNT
        IF CT-DEPT-THEIRS(CX) > 0
            COMPUTE DEPT-INDEX ROUNDED =
                CT-DEPT-OURS(CX) * 100 / CT-DEPT-THEIRS(CX)
            MOVE DEPT-INDEX TO INDEX-ED
            MOVE CT-DEPT-SKUS(CX) TO COUNT-DISP
            DISPLAY "  INDEX VS " CT-CODE(CX) " "
                    function TRIM(CT-NAME(CX)) ": "
                    function TRIM(INDEX-ED) " OVER "
                    function TRIM(COUNT-DISP) " SKUS"
            ADD CT-DEPT-OURS(CX) TO CT-ALL-OURS(CX)
            ADD CT-DEPT-THEIRS(CX) TO CT-ALL-THEIRS(CX)
            ADD CT-DEPT-SKUS(CX) TO CT-ALL-SKUS(CX)
        END-IF
    END-PERFORM.

STORE-INDEX-RTN.
    IF CT-ALL-THEIRS(CX) > 0
        COMPUTE DEPT-INDEX ROUNDED =
            CT-ALL-OURS(CX) * 100 / CT-ALL-THEIRS(CX)
        MOVE DEPT-INDEX TO INDEX-ED
        MOVE CT-ALL-SKUS(CX) TO COUNT-DISP
        DISPLAY "  " CT-CODE(CX) " " CT-NAME(CX) " "
                function TRIM(INDEX-ED) " OVER "
                function TRIM(COUNT-DISP) " SKUS"
    ELSE
        DISPLAY "  " CT-CODE(CX) " " CT-NAME(CX)
                " NO CURRENT SURVEY PRICES"
    END-IF.
