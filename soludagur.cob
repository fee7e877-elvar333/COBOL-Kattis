IDENTIFICATION DIVISION.
PROGRAM-ID. SOLUDAGUR.

      *> nightly SKU-by-day sales summary - the velocity, margin,
      *> markdown, promotion, purchase-history and flash reports
      *> each walked the whole of TXHIST and re-parsed every stored
      *> till line, each a little differently, and the window grew
      *> with the history.  This settles the business date's trade
      *> once, at close, onto SKUDAG: per register and SKU (split by
      *> promo code and loyalty customer) the units, their value at
      *> the price they rang, the promo discount, the net, returns,
      *> cost at tonight's INV-COST, and the money taken by hour.
      *> The readers take their closed days from here and only the
      *> open day off the live log.
      *>
      *> The till writes a receipt's lines together - a basket's
      *> item lines (zero amount) ahead of the "E" close that
      *> carries its money, promo code and customer, a standalone
      *> sale's money on the "S" line itself and any split leg on a
      *> "T" behind it - so the log is taken a receipt at a time:
      *> the item lines are held until the receipt changes, then
      *> valued, given the basket's code and customer where they
      *> carry none of their own, and the receipt's money shared
      *> over them by value.  Voids stay out, as they always have
      *> in the sales reports.
      *>
      *> Entry feed, first line:
      *>   (blank)    summarise the business date off TXLOG - DAGSLOK
      *>              runs it so, after SOLUSAGA; a date summarises
      *>              once unless forced
      *>   FORCE      summarise the date again, its old records
      *>              cleared first
      *>   BACKFILL   build the summary for every closed date before
      *>              the business date off TXHISTARC and TXHIST; a
      *>              date already on the summary is left alone, so
      *>              the run can be repeated safely

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TXLOG-FILE ASSIGN TO "TXLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TXLOG-FS.

    SELECT HISTORY-FILE ASSIGN TO "TXHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HIST-FS.

    SELECT HIST-ARCHIVE-FILE ASSIGN TO "TXHISTARC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ARC-FS.

    SELECT SKU-DAY-FILE ASSIGN TO "SKUDAG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SDS-KEY
        FILE STATUS IS SDS-FS.

    SELECT INVENTORY-MASTER ASSIGN TO "INVMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS INV-SKU
        FILE STATUS IS INV-FS.

    SELECT PROMOTIONS-FILE ASSIGN TO "PROMOMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PROMO-KEY
        FILE STATUS IS PROMO-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

      *> shared run-control register - a date summarises once
      *> unless forced.
    SELECT RUN-CONTROL-FILE ASSIGN TO "BUDRUN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RC-FS.

DATA DIVISION.
    FILE SECTION.
    FD  TXLOG-FILE.
    COPY "txlog.cpy".

    FD  HISTORY-FILE.
    01  HISTORY-RECORD      PIC X(164).

    FD  HIST-ARCHIVE-FILE.
    01  HIST-ARCHIVE-RECORD PIC X(164).

    FD  SKU-DAY-FILE.
    COPY "skudag.cpy".

    FD  INVENTORY-MASTER.
    COPY "invmast.cpy".

    FD  PROMOTIONS-FILE.
    COPY "promomst.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    FD  RUN-CONTROL-FILE.
    01  RUN-CONTROL-RECORD.
        05  RC-JOB          PIC X(12).
        05  FILLER          PIC X VALUE SPACE.
        05  RC-INPUT-ID     PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  RC-FORCED       PIC X(1).

    WORKING-STORAGE SECTION.
       01 TXLOG-FS PIC XX.
           88 TXLOG-FOUND VALUE "00".
           88 TXLOG-EOF VALUE "10".
       01 HIST-FS PIC XX.
           88 HIST-FOUND VALUE "00".
           88 HIST-EOF VALUE "10".
       01 ARC-FS PIC XX.
           88 ARC-FOUND VALUE "00".
           88 ARC-EOF VALUE "10".
       01 SDS-FS PIC XX.
           88 SDS-FOUND VALUE "00".
           88 SDS-EOF VALUE "10".
       01 INV-FS PIC XX.
           88 INV-FOUND VALUE "00".
       01 PROMO-FS PIC XX.
           88 PROMO-FOUND VALUE "00".
       01 PROMO-OPEN-SW PIC X VALUE "N".
           88 PROMO-FILE-OPEN VALUE "Y".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".
       01 RC-FS PIC XX.
           88 RC-FOUND VALUE "00".
           88 RC-EOF VALUE "10".
       01 RUNCTL-HIT-SW PIC X VALUE "N".
           88 RUNCTL-HIT VALUE "Y".
       01 FORCE-SW PIC X VALUE "N".
           88 RUN-FORCED VALUE "Y".
       01 RUN-JOB-NAME PIC X(12) VALUE "SOLUDAGUR".
       01 RUN-INPUT-ID PIC 9(8).

       01 INP PIC X(10).
       01 MODE-SW PIC X VALUE "N".
           88 NIGHTLY-RUN VALUE "N".
           88 BACKFILL-RUN VALUE "B".

       01 REPORT-DATE PIC 9(8).
       01 STORE-NO PIC 9(4) VALUE 0.

      *> the history record, read into shape from either file.
       01 HIST-WORK.
           05 HW-REGISTER      PIC X(4).
           05 FILLER           PIC X.
           05 HW-RCPT-NO       PIC 9(10).
           05 FILLER           PIC X.
           05 HW-LINE          PIC X(84).
           05 FILLER           PIC X.
           05 HW-AMT           PIC S9(11).
           05 FILLER           PIC X.
           05 HW-TIME          PIC X(4).
           05 FILLER           PIC X(23).
           05 HW-DATE          PIC 9(8).

      *> one log record, whichever file it came off.
       01 WORK-REGISTER PIC X(4).
       01 WORK-RCPT-NO PIC 9(10).
       01 WORK-LINE PIC X(84).
       01 WORK-AMT PIC S9(11).
       01 WORK-TIME PIC X(4).
       01 WORK-DATE PIC 9(8).

      *> the till line's tokens - the promo code rides the fourth,
      *> an override price the eleventh, the customer the twelfth.
       01 TOK-TAB.
           05 TOK PIC X(13) OCCURS 12 TIMES.
       01 CODE-LEN PIC S9(2).

      *> the receipt being gathered.
       01 CUR-REGISTER PIC X(4) VALUE SPACES.
       01 CUR-RCPT-NO PIC 9(10) VALUE 0.
       01 CUR-DATE PIC 9(8) VALUE 0.
       01 RCPT-OPEN-SW PIC X VALUE "N".
           88 RCPT-OPEN VALUE "Y".
       01 RCPT-CODE PIC 9(10).
       01 RCPT-CUST PIC X(10).
       01 RCPT-TAKEN PIC S9(13).
       01 RCPT-HH PIC S9(3).
       01 RCPT-VALUE PIC S9(13).
       01 SHARE-LEFT PIC S9(13).
       01 ITEM-TAB.
           05 ITEM-ENTRY OCCURS 300 TIMES INDEXED BY IX.
               10 IT-SKU       PIC X(10).
               10 IT-QTY       PIC S9(9).
               10 IT-CODE      PIC 9(10).
               10 IT-CUST      PIC X(10).
               10 IT-PRICE     PIC S9(6).
               10 IT-HH        PIC S9(3).
               10 IT-GROSS     PIC S9(13).
               10 IT-COST      PIC S9(13).
               10 IT-SHARE     PIC S9(13).
       01 ITEM-COUNT PIC 9(3) VALUE 0.

       01 LINE-QTY PIC S9(9).
       01 LINE-PRICE PIC S9(6).
       01 LINE-DISC PIC S9(13).
       01 LINE-HH PIC S9(3).
       01 HX PIC S9(3).

      *> the last promo code looked up, and its percent.
       01 LAST-CODE PIC 9(10) VALUE 0.
       01 LAST-PCT PIC 9(2) VALUE 0.

      *> backfill: the history date being walked, and whether the
      *> summary already holds it.
       01 LAST-DATE PIC 9(8) VALUE 0.
       01 DATE-SKIP-SW PIC X VALUE "N".
           88 DATE-SKIPPED VALUE "Y".

       01 LINE-COUNT PIC 9(9) VALUE 0.
       01 RCPT-COUNT PIC 9(9) VALUE 0.
       01 NEW-COUNT PIC 9(9) VALUE 0.
       01 CLEARED-COUNT PIC 9(9) VALUE 0.
       01 DATE-COUNT PIC 9(7) VALUE 0.
       01 SKIP-COUNT PIC 9(7) VALUE 0.
       01 OVER-COUNT PIC 9(7) VALUE 0.
       01 UNKNOWN-COUNT PIC 9(7) VALUE 0.
       01 COUNT-DISP PIC Z(8)9.

PROCEDURE DIVISION.
    ACCEPT REPORT-DATE FROM DATE YYYYMMDD
    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND
            MOVE BUD-STORE-NO TO STORE-NO
            IF BUD-BUSINESS-DATE > 0
                MOVE BUD-BUSINESS-DATE TO REPORT-DATE
            END-IF
        END-IF
    END-IF
    CLOSE CONTROL-FILE
    MOVE REPORT-DATE TO RUN-INPUT-ID

    ACCEPT INP
    IF INP = "FORCE"
        MOVE "Y" TO FORCE-SW
    END-IF
    IF INP = "BACKFILL"
        MOVE "B" TO MODE-SW
    END-IF

    IF NIGHTLY-RUN
        PERFORM RUNCTL-CHECK-RTN
        IF RUNCTL-HIT AND NOT RUN-FORCED
            DISPLAY "SOLUDAGUR: " REPORT-DATE " ALREADY SUMMARISED "
                    "- RUN REFUSED (FEED FORCE TO OVERRIDE)"
            GOBACK
        END-IF
        IF RUNCTL-HIT AND RUN-FORCED
            DISPLAY "SOLUDAGUR: FORCED REBUILD FOR " REPORT-DATE
                    " - LOGGED"
        END-IF
    END-IF

    OPEN INPUT INVENTORY-MASTER
    IF NOT INV-FOUND
        DISPLAY "SOLUDAGUR: NO INVENTORY MASTER - NOTHING VALUED"
        GOBACK
    END-IF
    OPEN INPUT PROMOTIONS-FILE
    IF PROMO-FOUND
        MOVE "Y" TO PROMO-OPEN-SW
    END-IF

    OPEN I-O SKU-DAY-FILE
    IF SDS-FS = "35"
        OPEN OUTPUT SKU-DAY-FILE
        CLOSE SKU-DAY-FILE
        OPEN I-O SKU-DAY-FILE
    END-IF

    IF BACKFILL-RUN
        PERFORM BACKFILL-RTN
    ELSE
        IF RUNCTL-HIT
            MOVE REPORT-DATE TO CUR-DATE
            PERFORM DATE-CLEAR-RTN
        END-IF
        OPEN INPUT TXLOG-FILE
        IF TXLOG-FOUND
            PERFORM TXLOG-READ-RTN
            PERFORM UNTIL TXLOG-EOF
                IF TXLOG-DATE = REPORT-DATE OR TXLOG-DATE = 0
                    MOVE TXLOG-REGISTER TO WORK-REGISTER
                    MOVE TXLOG-RCPT-NO TO WORK-RCPT-NO
                    MOVE TXLOG-LINE TO WORK-LINE
                    MOVE TXLOG-AMT TO WORK-AMT
                    MOVE TXLOG-TIME TO WORK-TIME
                    MOVE REPORT-DATE TO WORK-DATE
                    PERFORM LINE-FEED-RTN
                END-IF
                PERFORM TXLOG-READ-RTN
            END-PERFORM
            CLOSE TXLOG-FILE
        ELSE
            DISPLAY "SOLUDAGUR: NO TXLOG - " REPORT-DATE
                    " SUMMARISES EMPTY"
        END-IF
        PERFORM RCPT-FLUSH-RTN
    END-IF

    CLOSE SKU-DAY-FILE
    CLOSE INVENTORY-MASTER
    IF PROMO-FILE-OPEN
        CLOSE PROMOTIONS-FILE
    END-IF

    IF BACKFILL-RUN
        DISPLAY "SKU-BY-DAY SUMMARY BACKFILL - DATES BEFORE "
                REPORT-DATE
        MOVE DATE-COUNT TO COUNT-DISP
        DISPLAY "  DATES SUMMARISED:        " function TRIM(COUNT-DISP)
        MOVE SKIP-COUNT TO COUNT-DISP
        DISPLAY "  DATES ALREADY ON FILE:   " function TRIM(COUNT-DISP)
    ELSE
        DISPLAY "SKU-BY-DAY SUMMARY - BUSINESS DATE " REPORT-DATE
        IF CLEARED-COUNT > 0
            MOVE CLEARED-COUNT TO COUNT-DISP
            DISPLAY "  EARLIER RECORDS CLEARED: "
                    function TRIM(COUNT-DISP)
        END-IF
    END-IF
    MOVE RCPT-COUNT TO COUNT-DISP
    DISPLAY "  RECEIPTS TAKEN:          " function TRIM(COUNT-DISP)
    MOVE LINE-COUNT TO COUNT-DISP
    DISPLAY "  ITEM LINES SUMMARISED:   " function TRIM(COUNT-DISP)
    MOVE NEW-COUNT TO COUNT-DISP
    DISPLAY "  SUMMARY RECORDS WRITTEN: " function TRIM(COUNT-DISP)
    IF UNKNOWN-COUNT > 0
        MOVE UNKNOWN-COUNT TO COUNT-DISP
        DISPLAY "SOLUDAGUR: " function TRIM(COUNT-DISP)
                " LINES FOR SKUS OFF THE MASTER - UNITS KEPT, "
                "VALUED AT NOTHING"
    END-IF
    IF OVER-COUNT > 0
        MOVE OVER-COUNT TO COUNT-DISP
        DISPLAY "SOLUDAGUR: " function TRIM(COUNT-DISP)
                " ITEM LINES PAST THE RECEIPT TABLE - NOT SUMMARISED"
    END-IF

    IF NIGHTLY-RUN
        PERFORM RUNCTL-POST-RTN
    END-IF

    GOBACK.

TXLOG-READ-RTN.
    READ TXLOG-FILE
        AT END
            MOVE "10" TO TXLOG-FS
    END-READ.

HIST-READ-RTN.
    READ HISTORY-FILE INTO HIST-WORK
        AT END
            MOVE "10" TO HIST-FS
    END-READ.

ARC-READ-RTN.
    READ HIST-ARCHIVE-FILE INTO HIST-WORK
        AT END
            MOVE "10" TO ARC-FS
    END-READ.

      *> the one-off build - the year archive first, then the live
      *> history, every dated record before the business date (the
      *> business date itself is the nightly run's, off TXLOG).
BACKFILL-RTN.
    OPEN INPUT HIST-ARCHIVE-FILE
    IF ARC-FOUND
        PERFORM ARC-READ-RTN
        PERFORM UNTIL ARC-EOF
            PERFORM HIST-FEED-RTN
            PERFORM ARC-READ-RTN
        END-PERFORM
        CLOSE HIST-ARCHIVE-FILE
    END-IF
    OPEN INPUT HISTORY-FILE
    IF HIST-FOUND
        PERFORM HIST-READ-RTN
        PERFORM UNTIL HIST-EOF
            PERFORM HIST-FEED-RTN
            PERFORM HIST-READ-RTN
        END-PERFORM
        CLOSE HISTORY-FILE
    ELSE
        DISPLAY "SOLUDAGUR: NO TXHIST HISTORY ON SITE"
    END-IF
    PERFORM RCPT-FLUSH-RTN.

HIST-FEED-RTN.
    IF HW-DATE > 0 AND HW-DATE < REPORT-DATE
        IF HW-DATE NOT = LAST-DATE
            PERFORM RCPT-FLUSH-RTN
            MOVE HW-DATE TO LAST-DATE
            PERFORM DATE-PRESENT-RTN
            IF DATE-SKIPPED
                ADD 1 TO SKIP-COUNT
            ELSE
                ADD 1 TO DATE-COUNT
            END-IF
        END-IF
        IF NOT DATE-SKIPPED
            MOVE HW-REGISTER TO WORK-REGISTER
            MOVE HW-RCPT-NO TO WORK-RCPT-NO
            MOVE HW-LINE TO WORK-LINE
            MOVE HW-AMT TO WORK-AMT
            MOVE HW-TIME TO WORK-TIME
            MOVE HW-DATE TO WORK-DATE
            PERFORM LINE-FEED-RTN
        END-IF
    END-IF.

      *> is any record on file for the date just reached.
DATE-PRESENT-RTN.
    MOVE "N" TO DATE-SKIP-SW
    MOVE LOW-VALUES TO SDS-KEY
    MOVE LAST-DATE TO SDS-DATE
    START SKU-DAY-FILE KEY NOT < SDS-KEY
        INVALID KEY
            MOVE "10" TO SDS-FS
    END-START
    IF SDS-FOUND
        READ SKU-DAY-FILE NEXT
            AT END
                MOVE "10" TO SDS-FS
        END-READ
        IF SDS-FOUND AND SDS-DATE = LAST-DATE
            MOVE "Y" TO DATE-SKIP-SW
        END-IF
    END-IF.

      *> a forced rebuild takes the date's earlier records off
      *> first, or the day would count twice.
DATE-CLEAR-RTN.
    MOVE LOW-VALUES TO SDS-KEY
    MOVE CUR-DATE TO SDS-DATE
    START SKU-DAY-FILE KEY NOT < SDS-KEY
        INVALID KEY
            MOVE "10" TO SDS-FS
    END-START
    PERFORM UNTIL NOT SDS-FOUND
        READ SKU-DAY-FILE NEXT
            AT END
                MOVE "10" TO SDS-FS
        END-READ
        IF SDS-FOUND
            IF SDS-DATE = CUR-DATE
                DELETE SKU-DAY-FILE
                ADD 1 TO CLEARED-COUNT
            ELSE
                MOVE "10" TO SDS-FS
            END-IF
        END-IF
    END-PERFORM
    MOVE 0 TO CUR-DATE.

      *> one log record - a new receipt flushes the last; item
      *> lines are held, the money, code and customer noted.
LINE-FEED-RTN.
    IF RCPT-OPEN
        IF WORK-REGISTER NOT = CUR-REGISTER
              OR WORK-RCPT-NO NOT = CUR-RCPT-NO
              OR WORK-DATE NOT = CUR-DATE
            PERFORM RCPT-FLUSH-RTN
        END-IF
    END-IF
    IF WORK-LINE(1:1) = "S" OR WORK-LINE(1:1) = "R"
          OR WORK-LINE(1:1) = "E" OR WORK-LINE(1:1) = "T"
        IF NOT RCPT-OPEN
            MOVE "Y" TO RCPT-OPEN-SW
            MOVE WORK-REGISTER TO CUR-REGISTER
            MOVE WORK-RCPT-NO TO CUR-RCPT-NO
            MOVE WORK-DATE TO CUR-DATE
            MOVE 0 TO RCPT-CODE
            MOVE SPACES TO RCPT-CUST
            MOVE 0 TO RCPT-TAKEN
            MOVE -1 TO RCPT-HH
            MOVE 0 TO ITEM-COUNT
            ADD 1 TO RCPT-COUNT
        END-IF
        MOVE SPACES TO TOK-TAB
        MOVE 0 TO CODE-LEN
        UNSTRING WORK-LINE DELIMITED BY ALL SPACE
            INTO TOK(1), TOK(2), TOK(3),
                 TOK(4) COUNT IN CODE-LEN,
                 TOK(5), TOK(6), TOK(7), TOK(8), TOK(9), TOK(10),
                 TOK(11), TOK(12)
        END-UNSTRING
        MOVE -1 TO LINE-HH
        IF WORK-TIME(1:2) IS NUMERIC
            MOVE WORK-TIME(1:2) TO LINE-HH
            IF LINE-HH > 23
                MOVE -1 TO LINE-HH
            END-IF
        END-IF
        IF WORK-AMT NOT = 0
            ADD WORK-AMT TO RCPT-TAKEN
            IF LINE-HH >= 0
                MOVE LINE-HH TO RCPT-HH
            END-IF
        END-IF
        IF WORK-LINE(1:1) = "E"
            IF CODE-LEN > 0 AND CODE-LEN < 11
                  AND TOK(4)(1:CODE-LEN) IS NUMERIC
                MOVE TOK(4)(1:CODE-LEN) TO RCPT-CODE
            END-IF
            IF TOK(12) NOT = SPACES
                MOVE TOK(12) TO RCPT-CUST
            END-IF
        END-IF
        IF (WORK-LINE(1:1) = "S" OR WORK-LINE(1:1) = "R")
              AND TOK(2) NOT = SPACES AND TOK(3) NOT = SPACES
            PERFORM ITEM-HOLD-RTN
        END-IF
    END-IF.

ITEM-HOLD-RTN.
    COMPUTE LINE-QTY = function NUMVAL(TOK(2))
    IF LINE-QTY NOT = 0
        IF ITEM-COUNT < 300
            ADD 1 TO ITEM-COUNT
            SET IX TO ITEM-COUNT
            MOVE TOK(3) TO IT-SKU(IX)
            MOVE LINE-QTY TO IT-QTY(IX)
            MOVE 0 TO IT-CODE(IX)
            IF CODE-LEN > 0 AND CODE-LEN < 11
                  AND TOK(4)(1:CODE-LEN) IS NUMERIC
                MOVE TOK(4)(1:CODE-LEN) TO IT-CODE(IX)
            END-IF
            MOVE TOK(12) TO IT-CUST(IX)
            MOVE 0 TO IT-PRICE(IX)
            IF TOK(11) NOT = SPACES
                COMPUTE IT-PRICE(IX) = function NUMVAL(TOK(11))
            END-IF
            MOVE LINE-HH TO IT-HH(IX)
        ELSE
            ADD 1 TO OVER-COUNT
        END-IF
    END-IF.

      *> the receipt complete: value each held line, share the
      *> money taken over them by value (the last line takes the
      *> rounding), and post them.
RCPT-FLUSH-RTN.
    IF RCPT-OPEN
        MOVE "N" TO RCPT-OPEN-SW
        MOVE 0 TO RCPT-VALUE
        PERFORM ITEM-VALUE-RTN
            VARYING IX FROM 1 BY 1 UNTIL IX > ITEM-COUNT
        MOVE RCPT-TAKEN TO SHARE-LEFT
        PERFORM ITEM-SHARE-RTN
            VARYING IX FROM 1 BY 1 UNTIL IX > ITEM-COUNT
        PERFORM ITEM-POST-RTN
            VARYING IX FROM 1 BY 1 UNTIL IX > ITEM-COUNT
        MOVE 0 TO ITEM-COUNT
    END-IF.

      *> a weighed line's quantity is thousandths of a kilo against
      *> a per-kilo price and cost - the same /1000 the till rings.
ITEM-VALUE-RTN.
    MOVE IT-SKU(IX) TO INV-SKU
    READ INVENTORY-MASTER
        INVALID KEY
            ADD 1 TO UNKNOWN-COUNT
            MOVE 0 TO IT-GROSS(IX)
            MOVE 0 TO IT-COST(IX)
        NOT INVALID KEY
            IF IT-PRICE(IX) = 0
                MOVE INV-PRICE TO LINE-PRICE
            ELSE
                MOVE IT-PRICE(IX) TO LINE-PRICE
            END-IF
            IF INV-BY-WEIGHT
                COMPUTE IT-GROSS(IX) ROUNDED =
                    IT-QTY(IX) * LINE-PRICE / 1000
                COMPUTE IT-COST(IX) ROUNDED =
                    IT-QTY(IX) * INV-COST / 1000
            ELSE
                COMPUTE IT-GROSS(IX) = IT-QTY(IX) * LINE-PRICE
                COMPUTE IT-COST(IX) = IT-QTY(IX) * INV-COST
            END-IF
    END-READ
    ADD IT-GROSS(IX) TO RCPT-VALUE
      *> a basket's item lines carry the close's code and customer
      *> where they carry none of their own.
    IF IT-CODE(IX) = 0
        MOVE RCPT-CODE TO IT-CODE(IX)
    END-IF
    IF IT-CUST(IX) = SPACES
        MOVE RCPT-CUST TO IT-CUST(IX)
    END-IF
    IF RCPT-HH >= 0
        MOVE RCPT-HH TO IT-HH(IX)
    END-IF.

ITEM-SHARE-RTN.
    IF IX = ITEM-COUNT
        MOVE SHARE-LEFT TO IT-SHARE(IX)
    ELSE
        IF RCPT-VALUE = 0
            IF IX = 1
                MOVE RCPT-TAKEN TO IT-SHARE(IX)
            ELSE
                MOVE 0 TO IT-SHARE(IX)
            END-IF
        ELSE
            COMPUTE IT-SHARE(IX) ROUNDED =
                RCPT-TAKEN * IT-GROSS(IX) / RCPT-VALUE
        END-IF
        SUBTRACT IT-SHARE(IX) FROM SHARE-LEFT
    END-IF.

      *> a percent promo comes off the line's value; a multibuy's
      *> deal is taken across the basket and isn't one line's to
      *> carry, so its lines post at their full value.
ITEM-POST-RTN.
    MOVE 0 TO LINE-DISC
    IF IT-CODE(IX) NOT = 0 AND IT-QTY(IX) > 0
        PERFORM PROMO-PCT-RTN
        IF LAST-PCT > 0
            COMPUTE LINE-DISC ROUNDED =
                IT-GROSS(IX) * LAST-PCT / 100
        END-IF
    END-IF

    MOVE CUR-DATE TO SDS-DATE
    MOVE CUR-REGISTER TO SDS-REGISTER
    MOVE IT-SKU(IX) TO SDS-SKU
    MOVE IT-CODE(IX) TO SDS-PROMO-CODE
    MOVE IT-CUST(IX) TO SDS-CUST-ID
    READ SKU-DAY-FILE
        INVALID KEY
            MOVE 0 TO SDS-LINES SDS-UNITS SDS-GROSS SDS-DISCOUNT
                      SDS-NET SDS-RET-UNITS SDS-RET-AMT SDS-COST
                      SDS-RET-COST
            PERFORM VARYING HX FROM 1 BY 1 UNTIL HX > 24
                MOVE 0 TO SDS-HOUR-TAKEN(HX)
            END-PERFORM
            PERFORM SDS-ADD-RTN
            WRITE SKU-DAY-RECORD
            ADD 1 TO NEW-COUNT
        NOT INVALID KEY
            PERFORM SDS-ADD-RTN
            REWRITE SKU-DAY-RECORD
    END-READ
    ADD 1 TO LINE-COUNT.

SDS-ADD-RTN.
    IF IT-QTY(IX) > 0
        ADD 1 TO SDS-LINES
        ADD IT-QTY(IX) TO SDS-UNITS
        ADD IT-GROSS(IX) TO SDS-GROSS
        ADD LINE-DISC TO SDS-DISCOUNT
        COMPUTE SDS-NET = SDS-NET + IT-GROSS(IX) - LINE-DISC
        ADD IT-COST(IX) TO SDS-COST
    ELSE
        SUBTRACT IT-QTY(IX) FROM SDS-RET-UNITS
        SUBTRACT IT-GROSS(IX) FROM SDS-RET-AMT
        SUBTRACT IT-COST(IX) FROM SDS-RET-COST
    END-IF
    IF IT-HH(IX) >= 0
        ADD IT-SHARE(IX) TO SDS-HOUR-TAKEN(IT-HH(IX) + 1)
    END-IF.

PROMO-PCT-RTN.
    IF IT-CODE(IX) NOT = LAST-CODE
        MOVE IT-CODE(IX) TO LAST-CODE
        MOVE 0 TO LAST-PCT
        IF PROMO-FILE-OPEN
            MOVE IT-CODE(IX) TO PROMO-CODE
            MOVE STORE-NO TO PROMO-STORE
            READ PROMOTIONS-FILE
                INVALID KEY
                    MOVE 0 TO LAST-PCT
                NOT INVALID KEY
                    IF PROMO-PCT-TYPE AND PROMO-DISC-PCT < 100
                        MOVE PROMO-DISC-PCT TO LAST-PCT
                    END-IF
            END-READ
        END-IF
    END-IF.

RUNCTL-READ-RTN.
    READ RUN-CONTROL-FILE
        AT END
            MOVE "10" TO RC-FS
    END-READ.

RUNCTL-CHECK-RTN.
    MOVE "N" TO RUNCTL-HIT-SW
    OPEN INPUT RUN-CONTROL-FILE
    IF RC-FOUND
        PERFORM RUNCTL-READ-RTN
        PERFORM UNTIL RC-EOF
            IF RC-JOB = RUN-JOB-NAME
                  AND RC-INPUT-ID = RUN-INPUT-ID
                MOVE "Y" TO RUNCTL-HIT-SW
            END-IF
            PERFORM RUNCTL-READ-RTN
        END-PERFORM
    END-IF
    CLOSE RUN-CONTROL-FILE.

RUNCTL-POST-RTN.
    OPEN INPUT RUN-CONTROL-FILE
    IF RC-FOUND
        CLOSE RUN-CONTROL-FILE
        OPEN EXTEND RUN-CONTROL-FILE
    ELSE
        OPEN OUTPUT RUN-CONTROL-FILE
    END-IF
    MOVE RUN-JOB-NAME TO RC-JOB
    MOVE RUN-INPUT-ID TO RC-INPUT-ID
    IF RUN-FORCED
        MOVE "F" TO RC-FORCED
    ELSE
        MOVE " " TO RC-FORCED
    END-IF
    WRITE RUN-CONTROL-RECORD
    CLOSE RUN-CONTROL-FILE.
