      *>   store PERD <BUDPERD record image>
      *>   store GL   <BUDGL journal line image>
      *>   store TX   <TXLOG roll-off record image>
      *>   store BUDG <AAETLUNSKYRSLA actual-versus-budget line>
      *>   store POS  <LAGERSTADA stock position for one SKU>
      *> This merges them into the chain-level datasets (HQPERD,
      *> HQGL, HQHIST, HQBUDG - the same images, keyed by the store
      *> in front) and prints the chain picture: sales by store by
      *> department off the period totals, the stores ranked by
      *> their daily rate against their own previous shipment's
      *> rate, and ranked again by period-to-date sales against
      *> their budget - so head office stops assembling the chain
      *> in a spreadsheet.  Stock positions are not history: each
      *> replaces the store's last one for the SKU on the indexed
      *> HQPOS, which the chain balancing run (JOFNUN) reads.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HQH-FS.

    SELECT HQ-BUDG-FILE ASSIGN TO "HQBUDG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HQB-FS.

    SELECT HQ-POS-FILE ASSIGN TO "HQPOS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS HQS-KEY
        FILE STATUS IS HQS-FS.

DATA DIVISION.
    FILE SECTION.
    FD  FEED-FILE.
        05  FILLER          PIC X VALUE SPACE.
        05  HQH-BODY        PIC X(150).

    FD  HQ-BUDG-FILE.
    01  HQ-BUDG-RECORD.
        05  HQB-STORE       PIC 9(4).
        05  FILLER          PIC X VALUE SPACE.
        05  HQB-BODY        PIC X(150).

    FD  HQ-POS-FILE.
    COPY "hqpos.cpy".

    WORKING-STORAGE SECTION.
       01 FEED-FS PIC XX.
           88 FEED-FOUND VALUE "00".
           88 HQG-FOUND VALUE "00".
       01 HQH-FS PIC XX.
           88 HQH-FOUND VALUE "00".
       01 HQB-FS PIC XX.
           88 HQB-FOUND VALUE "00".
       01 HQS-FS PIC XX.
           88 HQS-FOUND    VALUE "00".
           88 HQS-NEW-FILE VALUE "35".

      *> the BUDPERD record image as the stores cut it.
       01 PERD-IMAGE.
           05 PI-CAT-AMT PIC S9(12) OCCURS 4 TIMES.
           05 PI-DAYS PIC 9(5).

      *> the budget line as the stores cut it - the horizon (D the
      *> day, W the week, P the period to date) and its four
      *> department actuals and budgets.
       01 BUDG-IMAGE.
           05 BI-DATE PIC 9(8).
           05 BI-HORIZON PIC X(1).
           05 BI-ACT PIC S9(12) OCCURS 4 TIMES.
           05 BI-BUD PIC S9(12) OCCURS 4 TIMES.

      *> per-store chain picture: this shipment's department
      *> amounts and daily rate, and the store's previous
      *> shipment's rate off the accumulated HQPERD.
               10 SE-RATE PIC S9(11).
               10 SE-PRIOR-RATE PIC S9(11).
               10 SE-PCT PIC S9(4)V9.
      *> the store's latest period-to-date budget line.
               10 SE-BUD-ACT PIC S9(13).
               10 SE-BUD-AMT PIC S9(13).
               10 SE-BUD-PCT PIC S9(4)V9.
       01 STORE-COUNT PIC 9(2) VALUE 0.
       01 SXI PIC S9(3).
       01 SXJ PIC S9(3).
       01 STORE-HIT PIC S9(3).
       01 DXI PIC S9(3).

       01 SWAP-ENTRY PIC X(140).
       01 FEED-COUNT PIC 9(6) VALUE 0.
       01 GL-ROUTED PIC 9(6) VALUE 0.
       01 TX-ROUTED PIC 9(6) VALUE 0.
       01 BUDG-ROUTED PIC 9(6) VALUE 0.
       01 POS-ROUTED PIC 9(6) VALUE 0.
       01 POS-HOLD PIC X(150).
       01 POS-DATE-IN PIC 9(8).
       01 AMT-DISP PIC -(12)9.
       01 PCT-DISP PIC -(4)9.9.
       01 COUNT-DISP PIC Z(5)9.
    CLOSE HQ-PERD-FILE
    CLOSE HQ-GL-FILE
    CLOSE HQ-HIST-FILE
    CLOSE HQ-BUDG-FILE
    CLOSE HQ-POS-FILE

    DISPLAY "CHAIN SALES BY STORE BY DEPARTMENT:"
    PERFORM STORE-REPORT-RTN
    PERFORM RANK-REPORT-RTN
        VARYING SXI FROM 1 BY 1 UNTIL SXI > STORE-COUNT

      *> and again against budget - period to date, worst first;
      *> a store that shipped no budget line is left off.
    PERFORM VARYING SXI FROM 1 BY 1
            UNTIL SXI >= STORE-COUNT
        PERFORM BUD-RANK-PASS-RTN
            VARYING SXJ FROM 1 BY 1
            UNTIL SXJ > STORE-COUNT - SXI
    END-PERFORM
    DISPLAY "STORES AGAINST BUDGET, PERIOD TO DATE - WORST FIRST:"
    PERFORM BUD-RANK-REPORT-RTN
        VARYING SXI FROM 1 BY 1 UNTIL SXI > STORE-COUNT

    MOVE FEED-COUNT TO COUNT-DISP
    DISPLAY "FEED RECORDS MERGED: " function TRIM(COUNT-DISP)
    MOVE GL-ROUTED TO COUNT-DISP
    MOVE TX-ROUTED TO COUNT-DISP
    DISPLAY "  HISTORY LINES TO HQHIST: "
            function TRIM(COUNT-DISP)
    MOVE BUDG-ROUTED TO COUNT-DISP
    DISPLAY "  BUDGET LINES TO HQBUDG:  "
            function TRIM(COUNT-DISP)
    MOVE POS-ROUTED TO COUNT-DISP
    DISPLAY "  STOCK POSITIONS TO HQPOS: "
            function TRIM(COUNT-DISP)

    GOBACK.

        OPEN EXTEND HQ-HIST-FILE
    ELSE
        OPEN OUTPUT HQ-HIST-FILE
    END-IF
    OPEN INPUT HQ-BUDG-FILE
    IF HQB-FOUND
        CLOSE HQ-BUDG-FILE
        OPEN EXTEND HQ-BUDG-FILE
    ELSE
        OPEN OUTPUT HQ-BUDG-FILE
    END-IF
    OPEN I-O HQ-POS-FILE
    IF HQS-NEW-FILE
        OPEN OUTPUT HQ-POS-FILE
        CLOSE HQ-POS-FILE
        OPEN I-O HQ-POS-FILE
    END-IF.

FEED-READ-RTN.
        MOVE 0 TO SE-RATE(STORE-HIT)
        MOVE 0 TO SE-PRIOR-RATE(STORE-HIT)
        MOVE 0 TO SE-PCT(STORE-HIT)
        MOVE 0 TO SE-BUD-ACT(STORE-HIT)
        MOVE 0 TO SE-BUD-AMT(STORE-HIT)
        MOVE 0 TO SE-BUD-PCT(STORE-HIT)
    END-IF.

FEED-ROUTE-RTN.
        MOVE FEED-BODY TO HQH-BODY
        WRITE HQ-HIST-RECORD
        ADD 1 TO TX-ROUTED
    ELSE
    IF FEED-SOURCE = "BUDG"
        MOVE FEED-STORE TO HQB-STORE
        MOVE FEED-BODY TO HQB-BODY
        WRITE HQ-BUDG-RECORD
        ADD 1 TO BUDG-ROUTED
        MOVE FEED-BODY TO BUDG-IMAGE
        IF BI-HORIZON = "P"
            PERFORM BUDG-POST-RTN
        END-IF
    ELSE
    IF FEED-SOURCE = "POS "
        PERFORM POS-POST-RTN
    ELSE
        DISPLAY "SAMSTEYPA: UNKNOWN SOURCE TAG "
                FEED-SOURCE " FROM STORE " FEED-STORE
                " - LINE SKIPPED"
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF.

      *> a later position for the store and SKU replaces the one
      *> on file; an older one arriving late is passed by.
POS-POST-RTN.
    MOVE FEED-BODY TO POS-HOLD
    MOVE POS-HOLD TO HQ-POSITION-RECORD
    MOVE FEED-STORE TO HQS-STORE
    READ HQ-POS-FILE
        INVALID KEY
            MOVE POS-HOLD TO HQ-POSITION-RECORD
            MOVE FEED-STORE TO HQS-STORE
            WRITE HQ-POSITION-RECORD
            ADD 1 TO POS-ROUTED
        NOT INVALID KEY
            MOVE POS-HOLD(15:8) TO POS-DATE-IN
            IF POS-DATE-IN >= HQS-DATE
                MOVE POS-HOLD TO HQ-POSITION-RECORD
                MOVE FEED-STORE TO HQS-STORE
                REWRITE HQ-POSITION-RECORD
                ADD 1 TO POS-ROUTED
            END-IF
    END-READ.

      *> a later budget line from the same store replaces an
      *> earlier one - the most recent period-to-date figure wins.
BUDG-POST-RTN.
    MOVE FEED-STORE TO HQP-STORE
    PERFORM STORE-SEEK-HQP-RTN
    IF STORE-HIT > 0
        COMPUTE SE-BUD-ACT(STORE-HIT) =
            BI-ACT(1) + BI-ACT(2) + BI-ACT(3) + BI-ACT(4)
        COMPUTE SE-BUD-AMT(STORE-HIT) =
            BI-BUD(1) + BI-BUD(2) + BI-BUD(3) + BI-BUD(4)
        IF SE-BUD-AMT(STORE-HIT) NOT = 0
            COMPUTE SE-BUD-PCT(STORE-HIT) ROUNDED =
                (SE-BUD-ACT(STORE-HIT) - SE-BUD-AMT(STORE-HIT))
                * 100 / SE-BUD-AMT(STORE-HIT)
                ON SIZE ERROR
                    MOVE 0 TO SE-BUD-PCT(STORE-HIT)
            END-COMPUTE
        ELSE
            MOVE 0 TO SE-BUD-PCT(STORE-HIT)
        END-IF
    END-IF.

STORE-REPORT-RTN.
            "  DAILY RATE " function TRIM(AMT-DISP)
            "  AGAINST OWN TREND " function TRIM(PCT-DISP)
            " PCT".

BUD-RANK-PASS-RTN.
    IF SE-BUD-PCT(SXJ) > SE-BUD-PCT(SXJ + 1)
        MOVE STORE-ENTRY(SXJ) TO SWAP-ENTRY
        MOVE STORE-ENTRY(SXJ + 1) TO STORE-ENTRY(SXJ)
        MOVE SWAP-ENTRY TO STORE-ENTRY(SXJ + 1)
    END-IF.

BUD-RANK-REPORT-RTN.
    IF SE-BUD-AMT(SXI) NOT = 0
        MOVE SE-BUD-ACT(SXI) TO AMT-DISP
        MOVE SE-BUD-PCT(SXI) TO PCT-DISP
        DISPLAY "  STORE " SE-STORE(SXI)
                "  PERIOD SALES " function TRIM(AMT-DISP)
                "  AGAINST BUDGET " function TRIM(PCT-DISP)
                " PCT"
    END-IF.
