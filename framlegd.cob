      *> selling price and nothing in the tree could answer "what
      *> did we make this month", because cost never existed until
      *> the receiving dock started carrying it.  Lays the period's
      *> sales against their cost, rolled up by the CAT-CODE
      *> departments FLOKKUN maintains: the closed days off the
      *> SKUDAG SKU-by-day summary (net of promo discount and
      *> returns, at the cost carried the night each day closed),
      *> the open day off the live TXLOG at INV-PRICE and INV-COST
      *> (same UNSTRING of the stored till line SOLUHRADI reads
      *> with).  Entry feed: the from-date and the to-date
      *> (YYYYMMDD, inclusive), one per line, same as SKATTSKYRSLA.
      *>
      *> units with no carried cost are priced at nothing and
      *> counted on their own line, so a flattering margin made of
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TXLOG-FS.

    SELECT SKU-DAY-FILE ASSIGN TO "SKUDAG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SDS-KEY
        FILE STATUS IS SDS-FS.

    SELECT INVENTORY-MASTER ASSIGN TO "INVMAST"
        ORGANIZATION IS INDEXED
    FD  TXLOG-FILE.
    COPY "txlog.cpy".

    FD  SKU-DAY-FILE.
    COPY "skudag.cpy".

    FD  INVENTORY-MASTER.
    COPY "invmast.cpy".
       01 TXLOG-FS PIC XX.
           88 TXLOG-FOUND VALUE "00".
           88 TXLOG-EOF VALUE "10".
       01 SDS-FS PIC XX.
           88 SDS-FOUND VALUE "00".
           88 SDS-EOF VALUE "10".
       01 INV-FS PIC XX.
           88 INV-FOUND VALUE "00".
       01 CAT-FS PIC XX.
       01 LINE-TXTYPE PIC X(1).
       01 LINE-N      PIC X(8).
       01 LINE-SKU    PIC X(10).
       01 LINE-QTY    PIC S9(9).
       01 WORK-LINE   PIC X(84).
       01 WORK-DATE   PIC 9(8).
       01 ITEM-CAT    PIC 9(2).
               10 DEPT-UNITS  PIC S9(9).
               10 DEPT-SALES  PIC S9(13).
               10 DEPT-COST   PIC S9(13).
               10 DEPT-DISC   PIC S9(13).
       01 DX PIC S9(3).
       01 UNCOSTED-UNITS PIC S9(9) VALUE 0.
       01 LINE-SALES PIC S9(13).
        MOVE 0 TO DEPT-UNITS(DX)
        MOVE 0 TO DEPT-SALES(DX)
        MOVE 0 TO DEPT-COST(DX)
        MOVE 0 TO DEPT-DISC(DX)
    END-PERFORM

      *> closed days off the summary (strictly before the business
      *> date - after the close today sits in both files), then
      *> the live log for the business date itself - the same
      *> two-source sweep SOLUHRADI runs, so a report cut after
      *> the close still counts today's trade exactly once.
    OPEN INPUT SKU-DAY-FILE
    IF SDS-FOUND
        MOVE LOW-VALUES TO SDS-KEY
        MOVE FROM-DATE TO SDS-DATE
        START SKU-DAY-FILE KEY NOT < SDS-KEY
            INVALID KEY
                MOVE "10" TO SDS-FS
        END-START
        IF SDS-FOUND
            PERFORM SDS-READ-RTN
        END-IF
        PERFORM UNTIL SDS-EOF OR SDS-DATE > TO-DATE
                OR SDS-DATE >= REPORT-DATE
            PERFORM SDS-POST-RTN
            PERFORM SDS-READ-RTN
        END-PERFORM
        CLOSE SKU-DAY-FILE
    END-IF

    OPEN INPUT TXLOG-FILE

    GOBACK.

SDS-READ-RTN.
    READ SKU-DAY-FILE NEXT
        AT END
            MOVE "10" TO SDS-FS
    END-READ
    IF NOT SDS-FOUND
        MOVE "10" TO SDS-FS
    END-IF.

TXLOG-READ-RTN.
    READ TXLOG-FILE
        END-READ
    END-IF.

      *> a summarised day: net sales less returns, against the cost
      *> the night carried.  The master only says which department.
SDS-POST-RTN.
    MOVE 1 TO ITEM-CAT
    MOVE SDS-SKU TO INV-SKU
    READ INVENTORY-MASTER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE INV-CATEGORY TO ITEM-CAT
            IF ITEM-CAT < 1 OR ITEM-CAT > 4
                MOVE 1 TO ITEM-CAT
            END-IF
    END-READ
    COMPUTE LINE-QTY = SDS-UNITS - SDS-RET-UNITS
    COMPUTE LINE-SALES = SDS-NET - SDS-RET-AMT
    COMPUTE LINE-COST = SDS-COST - SDS-RET-COST
    ADD LINE-QTY TO DEPT-UNITS(ITEM-CAT)
    ADD LINE-SALES TO DEPT-SALES(ITEM-CAT)
    ADD LINE-COST TO DEPT-COST(ITEM-CAT)
    ADD SDS-DISCOUNT TO DEPT-DISC(ITEM-CAT)
    ADD LINE-SALES TO TOTAL-SALES
    ADD LINE-COST TO TOTAL-COST
    IF SDS-COST = 0 AND SDS-RET-COST = 0
        ADD LINE-QTY TO UNCOSTED-UNITS
    END-IF.

DEPT-REPORT-RTN.
    IF DEPT-UNITS(DX) NOT = 0 OR DEPT-SALES(DX) NOT = 0
        MOVE SPACES TO CAT-NAME
        DISPLAY "  UNITS SOLD:   " function TRIM(UNITS-DISP)
        MOVE DEPT-SALES(DX) TO AMT-DISP
        DISPLAY "  SALES RETAIL: " function TRIM(AMT-DISP)
        IF DEPT-DISC(DX) NOT = 0
            MOVE DEPT-DISC(DX) TO AMT2-DISP
            DISPLAY "  PROMO DISC:   " function TRIM(AMT2-DISP)
        END-IF
        MOVE DEPT-COST(DX) TO AMT2-DISP
        DISPLAY "  COST:         " function TRIM(AMT2-DISP)
        COMPUTE MARGIN-AMT = DEPT-SALES(DX) - DEPT-COST(DX)
