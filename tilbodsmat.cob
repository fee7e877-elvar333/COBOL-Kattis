      *> that would have happened anyway.  Entry feed, one promo
      *> per line:
      *>   code from-date to-date     (dates YYYYMMDD, inclusive)
      *> For each code this joins the discount tokens - the closed
      *> days off the SKUDAG SKU-by-day summary, which keeps each
      *> SKU's day split by the code it rang under, and the open
      *> day off the live TXLOG - to the promotions master:
      *> redemption count, the baskets' posted totals, the discount
      *> given (backed out of the posted amounts for a percent
      *> code; a multibuy's value isn't reconstructable from the
      *> log and says so), and unit
      *> sales of the SKUs that actually rang under the code in the
      *> window laid against the same SKUs over the equally long
      *> period just before it.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TXLOG-FS.

    SELECT SKU-DAY-FILE ASSIGN TO "SKUDAG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SDS-KEY
        FILE STATUS IS SDS-FS.

    SELECT PROMOTIONS-FILE ASSIGN TO "PROMOMST"
        ORGANIZATION IS INDEXED
    FD  TXLOG-FILE.
    COPY "txlog.cpy".

    FD  SKU-DAY-FILE.
    COPY "skudag.cpy".

    FD  PROMOTIONS-FILE.
    COPY "promomst.cpy".
       01 TXLOG-FS PIC XX.
           88 TXLOG-FOUND VALUE "00".
           88 TXLOG-EOF VALUE "10".
       01 SDS-FS PIC XX.
           88 SDS-FOUND VALUE "00".
           88 SDS-EOF VALUE "10".
       01 SCAN-FROM PIC 9(8).
       01 SCAN-TO PIC 9(8).
       01 HX PIC S9(3).
       01 PROMO-FS PIC XX.
           88 PROMO-FOUND VALUE "00".
       01 PROMO-OPEN-SW PIC X VALUE "N".
       01 LINE-SKU PIC X(10).
       01 LINE-DISC PIC X(10).
       01 DISC-LEN PIC S9(2).
       01 LINE-QTY PIC S9(9).
       01 LINE-CODE PIC 9(10).

      *> which scan is running - the promo window builds the SKU
        END-IF
    END-IF.

      *> both files, both passes - the summary then the live log,
      *> with the date range picked by the pass.  The summary side
      *> takes only days strictly before the business date and the
      *> live log only the business date itself - the SOLUHRADI
      *> roll-off convention, or an evening run counts today twice.
FILE-SCAN-RTN.
    IF WINDOW-PASS
        MOVE FROM-DATE TO SCAN-FROM
        MOVE TO-DATE TO SCAN-TO
    ELSE
        MOVE BASE-FROM TO SCAN-FROM
        MOVE BASE-TO TO SCAN-TO
    END-IF
    MOVE "00" TO SDS-FS
    OPEN INPUT SKU-DAY-FILE
    IF SDS-FOUND
        MOVE LOW-VALUES TO SDS-KEY
        MOVE SCAN-FROM TO SDS-DATE
        START SKU-DAY-FILE KEY NOT < SDS-KEY
            INVALID KEY
                MOVE "10" TO SDS-FS
        END-START
        IF SDS-FOUND
            PERFORM SDS-READ-RTN
        END-IF
        PERFORM UNTIL SDS-EOF OR SDS-DATE > SCAN-TO
                OR SDS-DATE >= REPORT-DATE
            PERFORM SDS-POST-RTN
            PERFORM SDS-READ-RTN
        END-PERFORM
        CLOSE SKU-DAY-FILE
    END-IF

    MOVE "00" TO TXLOG-FS
    OPEN INPUT TXLOG-FILE
    END-IF
    CLOSE TXLOG-FILE.

SDS-READ-RTN.
    READ SKU-DAY-FILE NEXT
        AT END
            MOVE "10" TO SDS-FS
    END-READ
    IF NOT SDS-FOUND
        MOVE "10" TO SDS-FS
    END-IF.

      *> a summarised slice: under the code in the window, its
      *> lines are redemptions, the money taken for them the
      *> baskets' total and the discount the summary already
      *> worked out; in the baseline only the units matter.
SDS-POST-RTN.
    MOVE SDS-SKU TO LINE-SKU
    MOVE SDS-UNITS TO LINE-QTY
    IF WINDOW-PASS
        IF SDS-PROMO-CODE = WANT-CODE
            ADD SDS-LINES TO REDEEM-COUNT
            PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > 24
                ADD SDS-HOUR-TAKEN(HX) TO BASKET-TOTAL
            END-PERFORM
            ADD SDS-DISCOUNT TO DISCOUNT-TOTAL
            IF LINE-QTY > 0
                PERFORM SKU-TALLY-RTN
            END-IF
        END-IF
    ELSE
        IF LINE-QTY > 0
            PERFORM SKU-BASE-RTN
                VARYING KX FROM 1 BY 1 UNTIL KX > SKU-COUNT
        END-IF
    END-IF.

TXLOG-READ-RTN.
    READ TXLOG-FILE
