IDENTIFICATION DIVISION.
PROGRAM-ID. JOFNUN.

      *> chain stock balancing - head office's run over the stock
      *> positions the stores ship up (LAGERSTADA, kept latest per
      *> store on HQPOS by SAMSTEYPA).  For each SKU it sets every
      *> store's weeks of cover (on hand over its weekly rate)
      *> side by side and suggests moving stock from the stores
      *> sitting on too much to the stores running short: a store
      *> past the overstock cover gives what it holds beyond the
      *> target cover, a store under the short cover is brought up
      *> to the target, the shortest store served first from the
      *> deepest donor.  No move smaller than the minimum transfer
      *> quantity is suggested - it costs more to pick and ship
      *> than it saves.  A discontinued or recalled SKU at a store
      *> may give stock but never takes it, and a position more
      *> than a week old is not trusted at all.  Each suggestion
      *> gets a reference and goes on HQXPICK as an XFER line for
      *> the sending store in the HQDIST layout, so it travels down
      *> with the next master-data issue; DREIFING turns it into a
      *> FLUTNINGUR outbound line at that store, and the reference
      *> rides the transfer's BUDTRANS record until the receiving
      *> store books it in.  The pick lists print per sending store.
      *> Entry feed, one optional line of four figures -
      *>   target-weeks overstock-weeks short-weeks minimum-qty
      *> defaulting to 4 8 2 6.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HQ-POS-FILE ASSIGN TO "HQPOS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS HQS-KEY
        FILE STATUS IS HQS-FS.

    SELECT PICK-FILE ASSIGN TO "HQXPICK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PICK-FS.

DATA DIVISION.
    FILE SECTION.
    FD  HQ-POS-FILE.
    COPY "hqpos.cpy".

      *> an HQDIST body line for the sending store.
    FD  PICK-FILE.
    01  PICK-RECORD.
        05  PICK-STORE      PIC 9(4).
        05  FILLER          PIC X VALUE SPACE.
        05  PICK-TYPE       PIC X(4).
        05  FILLER          PIC X VALUE SPACE.
        05  PICK-REF        PIC X(12).
        05  FILLER          PIC X VALUE SPACE.
        05  PICK-SKU        PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  PICK-QTY        PIC 9(7).
        05  FILLER          PIC X VALUE SPACE.
        05  PICK-TO-STORE   PIC 9(4).

    WORKING-STORAGE SECTION.
       01 HQS-FS PIC XX.
           88 HQS-FOUND VALUE "00".
           88 HQS-EOF VALUE "10".
       01 PICK-FS PIC XX.
           88 PICK-FOUND VALUE "00".

       01 TODAY-DATE PIC 9(8).
       01 TODAY-INT PIC S9(9).
       01 STALE-DATE PIC 9(8).
       01 STALE-DAYS PIC 9(3) VALUE 7.

      *> the balancing rules, off the entry feed.
       01 PARM-INP PIC X(40).
       01 TOK1-RAW PIC X(5).
       01 TOK2-RAW PIC X(5).
       01 TOK3-RAW PIC X(5).
       01 TOK4-RAW PIC X(7).
       01 TOK1-LEN PIC S9(2).
       01 TOK2-LEN PIC S9(2).
       01 TOK3-LEN PIC S9(2).
       01 TOK4-LEN PIC S9(2).
       01 TARGET-WEEKS PIC 9(3) VALUE 4.
       01 OVER-WEEKS PIC 9(3) VALUE 8.
       01 SHORT-WEEKS PIC 9(3) VALUE 2.
       01 MIN-QTY PIC 9(7) VALUE 6.

      *> one SKU's stores, as the positions for it are read.
       01 GROUP-SKU PIC X(10).
       01 GROUP-UOM PIC X(1).
       01 GROUP-TAB.
           05 GROUP-ENTRY OCCURS 50 TIMES INDEXED BY GX.
               10 GT-STORE    PIC 9(4).
               10 GT-ON-HAND  PIC S9(7).
               10 GT-WEEKLY   PIC S9(7).
               10 GT-COVER    PIC 9(5)V9.
               10 GT-GIVE     PIC S9(7).
               10 GT-NEED     PIC S9(7).
       01 GROUP-COUNT PIC 9(2) VALUE 0.
       01 GROUP-OVER-COUNT PIC 9(5) VALUE 0.
       01 MIN-UNITS PIC 9(9).
       01 TARGET-QTY PIC S9(9).
       01 GIVER PIC 9(2).
       01 TAKER PIC 9(2).
       01 MOVE-QTY PIC S9(7).
       01 BALANCED-SW PIC X VALUE "N".
           88 GROUP-BALANCED VALUE "Y".

      *> every suggestion of the run, for the pick lists.
       01 SUGG-TAB.
           05 SUGG-ENTRY OCCURS 999 TIMES INDEXED BY SX.
               10 SG-FROM     PIC 9(4).
               10 SG-TO       PIC 9(4).
               10 SG-SKU      PIC X(10).
               10 SG-QTY      PIC 9(7).
               10 SG-REF      PIC X(12).
               10 SG-FROM-COVER PIC 9(5)V9.
               10 SG-TO-COVER PIC 9(5)V9.
       01 SUGG-COUNT PIC 9(3) VALUE 0.
       01 SUGG-OVER-COUNT PIC 9(5) VALUE 0.
       01 SUGG-SEQ PIC 9(3).

      *> the sending stores, in store order, for the printing.
       01 FROM-TAB.
           05 FROM-STORE PIC 9(4) OCCURS 50 TIMES INDEXED BY FX FY.
       01 FROM-COUNT PIC 9(2) VALUE 0.
       01 FROM-FOUND-SW PIC X VALUE "N".
           88 FROM-FOUND VALUE "Y".
       01 SWAP-STORE PIC 9(4).
       01 STORE-PICKS PIC 9(5).

       01 POS-COUNT PIC 9(7) VALUE 0.
       01 STALE-COUNT PIC 9(7) VALUE 0.
       01 SKU-COUNT PIC 9(7) VALUE 0.
       01 COUNT-DISP PIC Z(6)9.
       01 QTY-ED PIC Z(6)9.
       01 COVER-ED PIC Z(4)9.9.
       01 COVER-ED2 PIC Z(4)9.9.

PROCEDURE DIVISION.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD
    COMPUTE TODAY-INT = function INTEGER-OF-DATE(TODAY-DATE)
    COMPUTE STALE-DATE =
        function DATE-OF-INTEGER(TODAY-INT - STALE-DAYS)

    MOVE SPACES TO PARM-INP
    ACCEPT PARM-INP
    IF PARM-INP NOT = SPACES
        MOVE 0 TO TOK1-LEN TOK2-LEN TOK3-LEN TOK4-LEN
        UNSTRING PARM-INP DELIMITED BY ALL SPACE
            INTO TOK1-RAW COUNT IN TOK1-LEN,
                 TOK2-RAW COUNT IN TOK2-LEN,
                 TOK3-RAW COUNT IN TOK3-LEN,
                 TOK4-RAW COUNT IN TOK4-LEN
        IF TOK1-LEN = 0 OR TOK2-LEN = 0 OR TOK3-LEN = 0
              OR TOK4-LEN = 0
              OR TOK1-RAW(1:TOK1-LEN) IS NOT NUMERIC
              OR TOK2-RAW(1:TOK2-LEN) IS NOT NUMERIC
              OR TOK3-RAW(1:TOK3-LEN) IS NOT NUMERIC
              OR TOK4-RAW(1:TOK4-LEN) IS NOT NUMERIC
            DISPLAY "JOFNUN: BAD RULES LINE " function TRIM(PARM-INP)
                    " - RUN REFUSED"
            GOBACK
        END-IF
        MOVE TOK1-RAW(1:TOK1-LEN) TO TARGET-WEEKS
        MOVE TOK2-RAW(1:TOK2-LEN) TO OVER-WEEKS
        MOVE TOK3-RAW(1:TOK3-LEN) TO SHORT-WEEKS
        MOVE TOK4-RAW(1:TOK4-LEN) TO MIN-QTY
    END-IF
      *> the bands must leave the target between them, or a store
      *> could be told to give and take the same SKU.
    IF SHORT-WEEKS > TARGET-WEEKS OR TARGET-WEEKS > OVER-WEEKS
          OR TARGET-WEEKS = 0 OR MIN-QTY = 0
        DISPLAY "JOFNUN: COVER BANDS MUST RUN SHORT <= TARGET <= "
                "OVERSTOCK, TARGET AND MINIMUM ABOVE ZERO - RUN "
                "REFUSED"
        GOBACK
    END-IF

    OPEN INPUT HQ-POS-FILE
    IF NOT HQS-FOUND
        DISPLAY "JOFNUN: NO STORE STOCK POSITIONS (HQPOS) - "
                "NOTHING TO BALANCE"
        GOBACK
    END-IF
    OPEN OUTPUT PICK-FILE

    DISPLAY "CHAIN STOCK BALANCING - " TODAY-DATE
    DISPLAY "  TARGET " TARGET-WEEKS " WEEKS, OVERSTOCK PAST "
            OVER-WEEKS ", SHORT UNDER " SHORT-WEEKS
            ", MINIMUM MOVE " MIN-QTY
    DISPLAY " "
    DISPLAY "SUGGESTED TRANSFERS:"
    MOVE SPACES TO GROUP-SKU
    MOVE 0 TO GROUP-COUNT
    PERFORM POS-READ-RTN
    PERFORM UNTIL HQS-EOF
        IF HQS-SKU NOT = GROUP-SKU
            PERFORM GROUP-BALANCE-RTN
            MOVE HQS-SKU TO GROUP-SKU
            MOVE HQS-UOM TO GROUP-UOM
            MOVE 0 TO GROUP-COUNT
            ADD 1 TO SKU-COUNT
        END-IF
        PERFORM GROUP-ADD-RTN
        PERFORM POS-READ-RTN
    END-PERFORM
    PERFORM GROUP-BALANCE-RTN
    CLOSE HQ-POS-FILE
    CLOSE PICK-FILE

      *> the pick lists, one per sending store in store order.
    PERFORM VARYING FX FROM 1 BY 1 UNTIL FX >= FROM-COUNT
        PERFORM FROM-SORT-RTN
            VARYING FY FROM 1 BY 1 UNTIL FY > FROM-COUNT - FX
    END-PERFORM
    PERFORM PICK-LIST-RTN
        VARYING FX FROM 1 BY 1 UNTIL FX > FROM-COUNT

    DISPLAY " "
    MOVE POS-COUNT TO COUNT-DISP
    DISPLAY "POSITIONS WEIGHED:     " function TRIM(COUNT-DISP)
    MOVE SKU-COUNT TO COUNT-DISP
    DISPLAY "SKUS:                  " function TRIM(COUNT-DISP)
    MOVE STALE-COUNT TO COUNT-DISP
    DISPLAY "POSITIONS TOO OLD:     " function TRIM(COUNT-DISP)
    MOVE SUGG-COUNT TO COUNT-DISP
    DISPLAY "TRANSFERS SUGGESTED:   " function TRIM(COUNT-DISP)
    IF GROUP-OVER-COUNT > 0
        MOVE GROUP-OVER-COUNT TO COUNT-DISP
        DISPLAY "JOFNUN: " function TRIM(COUNT-DISP)
                " POSITIONS PAST THE 50-STORE TABLE - NOT WEIGHED"
    END-IF
    IF SUGG-OVER-COUNT > 0
        MOVE SUGG-OVER-COUNT TO COUNT-DISP
        DISPLAY "JOFNUN: " function TRIM(COUNT-DISP)
                " MORE TRANSFERS PAST THE RUN'S 999 - RUN AGAIN "
                "ONCE THESE ARE SHIPPED"
    END-IF

    GOBACK.

POS-READ-RTN.
    READ HQ-POS-FILE NEXT
        AT END
            MOVE "10" TO HQS-FS
    END-READ.

GROUP-ADD-RTN.
    ADD 1 TO POS-COUNT
    IF HQS-DATE < STALE-DATE
        ADD 1 TO STALE-COUNT
    ELSE
    IF GROUP-COUNT >= 50
        ADD 1 TO GROUP-OVER-COUNT
    ELSE
        ADD 1 TO GROUP-COUNT
        SET GX TO GROUP-COUNT
        MOVE HQS-STORE TO GT-STORE(GX)
        MOVE HQS-ON-HAND TO GT-ON-HAND(GX)
        MOVE HQS-WEEK-SALES TO GT-WEEKLY(GX)
        IF GT-WEEKLY(GX) < 0
            MOVE 0 TO GT-WEEKLY(GX)
        END-IF
        IF GT-WEEKLY(GX) > 0
            IF GT-ON-HAND(GX) > 0
                COMPUTE GT-COVER(GX) ROUNDED =
                    GT-ON-HAND(GX) / GT-WEEKLY(GX)
                    ON SIZE ERROR
                        MOVE 9999.9 TO GT-COVER(GX)
                END-COMPUTE
            ELSE
                MOVE 0 TO GT-COVER(GX)
            END-IF
        ELSE
            IF GT-ON-HAND(GX) > 0
                MOVE 9999.9 TO GT-COVER(GX)
            ELSE
                MOVE 0 TO GT-COVER(GX)
            END-IF
        END-IF
      *> what the store can spare above the target cover, or is
      *> short of it.
        COMPUTE TARGET-QTY = GT-WEEKLY(GX) * TARGET-WEEKS
        MOVE 0 TO GT-GIVE(GX) GT-NEED(GX)
        IF GT-COVER(GX) > OVER-WEEKS
            COMPUTE GT-GIVE(GX) = GT-ON-HAND(GX) - TARGET-QTY
        END-IF
        IF GT-COVER(GX) < SHORT-WEEKS AND GT-WEEKLY(GX) > 0
              AND HQS-STATUS NOT = "D" AND HQS-STATUS NOT = "R"
            IF GT-ON-HAND(GX) > 0
                COMPUTE GT-NEED(GX) = TARGET-QTY - GT-ON-HAND(GX)
            ELSE
                MOVE TARGET-QTY TO GT-NEED(GX)
            END-IF
        END-IF
    END-IF
    END-IF.

      *> pair the SKU's shortest store with its deepest donor until
      *> no pair would move the minimum.
GROUP-BALANCE-RTN.
    IF GROUP-COUNT > 1
        IF GROUP-UOM = "W"
            COMPUTE MIN-UNITS = MIN-QTY * 1000
        ELSE
            MOVE MIN-QTY TO MIN-UNITS
        END-IF
        MOVE "N" TO BALANCED-SW
        PERFORM BALANCE-STEP-RTN UNTIL GROUP-BALANCED
    END-IF.

BALANCE-STEP-RTN.
    MOVE 0 TO GIVER TAKER
    PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > GROUP-COUNT
        IF GT-NEED(GX) >= MIN-UNITS
            IF TAKER = 0
                SET TAKER TO GX
            ELSE
            IF GT-COVER(GX) < GT-COVER(TAKER)
                SET TAKER TO GX
            END-IF
            END-IF
        END-IF
        IF GT-GIVE(GX) >= MIN-UNITS
            IF GIVER = 0
                SET GIVER TO GX
            ELSE
            IF GT-GIVE(GX) > GT-GIVE(GIVER)
                SET GIVER TO GX
            END-IF
            END-IF
        END-IF
    END-PERFORM
    IF GIVER = 0 OR TAKER = 0
        MOVE "Y" TO BALANCED-SW
    ELSE
        IF GT-NEED(TAKER) < GT-GIVE(GIVER)
            MOVE GT-NEED(TAKER) TO MOVE-QTY
        ELSE
            MOVE GT-GIVE(GIVER) TO MOVE-QTY
        END-IF
        SUBTRACT MOVE-QTY FROM GT-NEED(TAKER)
        SUBTRACT MOVE-QTY FROM GT-GIVE(GIVER)
        PERFORM SUGG-WRITE-RTN
    END-IF.

SUGG-WRITE-RTN.
    IF SUGG-COUNT >= 999
        ADD 1 TO SUGG-OVER-COUNT
    ELSE
        ADD 1 TO SUGG-COUNT
        SET SX TO SUGG-COUNT
        MOVE GT-STORE(GIVER) TO SG-FROM(SX)
        MOVE GT-STORE(TAKER) TO SG-TO(SX)
        MOVE GROUP-SKU TO SG-SKU(SX)
        MOVE MOVE-QTY TO SG-QTY(SX)
        MOVE GT-COVER(GIVER) TO SG-FROM-COVER(SX)
        MOVE GT-COVER(TAKER) TO SG-TO-COVER(SX)
        MOVE SUGG-COUNT TO SUGG-SEQ
        MOVE SPACES TO SG-REF(SX)
        STRING "B" TODAY-DATE SUGG-SEQ DELIMITED BY SIZE
            INTO SG-REF(SX)

        MOVE SPACES TO PICK-RECORD
        MOVE GT-STORE(GIVER) TO PICK-STORE
        MOVE "XFER" TO PICK-TYPE
        MOVE SG-REF(SX) TO PICK-REF
        MOVE GROUP-SKU TO PICK-SKU
        MOVE MOVE-QTY TO PICK-QTY
        MOVE GT-STORE(TAKER) TO PICK-TO-STORE
        WRITE PICK-RECORD

        MOVE MOVE-QTY TO QTY-ED
        MOVE GT-COVER(GIVER) TO COVER-ED
        MOVE GT-COVER(TAKER) TO COVER-ED2
        DISPLAY "  " SG-REF(SX) " " GROUP-SKU " "
                function TRIM(QTY-ED) " FROM STORE "
                GT-STORE(GIVER) " (" function TRIM(COVER-ED)
                " WKS) TO STORE " GT-STORE(TAKER) " ("
                function TRIM(COVER-ED2) " WKS)"

        MOVE "N" TO FROM-FOUND-SW
        PERFORM VARYING FX FROM 1 BY 1
                UNTIL FX > FROM-COUNT OR FROM-FOUND
            IF FROM-STORE(FX) = GT-STORE(GIVER)
                MOVE "Y" TO FROM-FOUND-SW
            END-IF
        END-PERFORM
        IF NOT FROM-FOUND AND FROM-COUNT < 50
            ADD 1 TO FROM-COUNT
            MOVE GT-STORE(GIVER) TO FROM-STORE(FROM-COUNT)
        END-IF
    END-IF.

FROM-SORT-RTN.
    IF FROM-STORE(FY) > FROM-STORE(FY + 1)
        MOVE FROM-STORE(FY) TO SWAP-STORE
        MOVE FROM-STORE(FY + 1) TO FROM-STORE(FY)
        MOVE SWAP-STORE TO FROM-STORE(FY + 1)
    END-IF.

PICK-LIST-RTN.
    DISPLAY " "
    DISPLAY "TRANSFER PICK LIST - SENDING STORE " FROM-STORE(FX)
    MOVE 0 TO STORE-PICKS
    PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SUGG-COUNT
        IF SG-FROM(SX) = FROM-STORE(FX)
            ADD 1 TO STORE-PICKS
            MOVE SG-QTY(SX) TO QTY-ED
            DISPLAY "  " SG-REF(SX) "  " SG-SKU(SX) "  QTY "
                    QTY-ED "  TO STORE " SG-TO(SX)
        END-IF
    END-PERFORM
    MOVE STORE-PICKS TO COUNT-DISP
    DISPLAY "  LINES TO PICK: " function TRIM(COUNT-DISP).
