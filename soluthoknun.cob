IDENTIFICATION DIVISION.
PROGRAM-ID. SOLUTHOKNUN.

      *> floor-sales commission statement for one month, one page
      *> per salesperson.  The till logs the salesperson on the
      *> line (twentieth token) - on a sale line it names that
      *> line's seller, on a basket's "E" close the seller of every
      *> item in the basket that didn't carry its own.  Commission
      *> is the department's CATMAST rate on the sale before tax:
      *>   a standalone sale is worth what it tendered (both legs of
      *>   a split); a basket's items post at zero, so the basket's
      *>   tendered total is shared across its items by list value,
      *>   which carries the basket discount down to every line
      *>   a receipt voided the same day earns nothing
      *>   a receipted return comes off the seller of the original
      *>   sale - netted against the month's sales when the sale
      *>   was this month, shown as a clawback line when the sale
      *>   was paid out in an earlier month
      *> Works from TXHIST and today's TXLOG.  Writes BUDCOMX, the
      *> month's file for payroll: sales, returns, commission,
      *> clawback and the net to pay per salesperson - negative
      *> where the clawbacks outrun the month's earnings, for
      *> payroll to recover.  Entry feed: the month, YYYYMM, one
      *> line.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT TXLOG-FILE ASSIGN TO "TXLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TXLOG-FS.

    SELECT HISTORY-FILE ASSIGN TO "TXHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HIST-FS.

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

    SELECT CASHIER-MASTER ASSIGN TO "CASHMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CASH-ID
        FILE STATUS IS CASH-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

      *> the month's file for payroll - rewritten each run.
    SELECT COMM-EXPORT-FILE ASSIGN TO "BUDCOMX"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS COMX-FS.

DATA DIVISION.
    FILE SECTION.
    FD  TXLOG-FILE.
    COPY "txlog.cpy".

      *> the rolled history carries the TXLOG record shape.
    FD  HISTORY-FILE.
    01  HISTORY-RECORD.
        05  HX-REGISTER     PIC X(4).
        05  FILLER          PIC X.
        05  HX-RCPT-NO      PIC 9(10).
        05  FILLER          PIC X.
        05  HX-LINE         PIC X(84).
        05  FILLER          PIC X.
        05  HX-AMT          PIC S9(11).
        05  FILLER          PIC X(28).
        05  HX-DATE         PIC 9(8).
        05  FILLER          PIC X(16).

    FD  INVENTORY-MASTER.
    COPY "invmast.cpy".

    FD  CATEGORY-MASTER.
    COPY "catmast.cpy".

    FD  CASHIER-MASTER.
    COPY "cashmast.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    FD  COMM-EXPORT-FILE.
    01  COMM-EXPORT-RECORD.
        05  COMX-MONTH      PIC 9(6).
        05  FILLER          PIC X.
        05  COMX-SALES-ID   PIC X(4).
        05  FILLER          PIC X.
        05  COMX-NAME       PIC X(20).
        05  FILLER          PIC X.
      *> the month's commissioned sales and returns, before tax.
        05  COMX-SALES      PIC S9(11).
        05  FILLER          PIC X.
        05  COMX-RETURNS    PIC S9(11).
        05  FILLER          PIC X.
      *> commission on the net, the clawback on earlier months'
      *> sales returned this month, and what payroll pays.
        05  COMX-COMM       PIC S9(9).
        05  FILLER          PIC X.
        05  COMX-CLAWBACK   PIC S9(9).
        05  FILLER          PIC X.
        05  COMX-NET        PIC S9(9).

    WORKING-STORAGE SECTION.
       01 TXLOG-FS PIC XX.
           88 TXLOG-FOUND VALUE "00".
           88 TXLOG-EOF VALUE "10".
       01 HIST-FS PIC XX.
           88 HIST-FOUND VALUE "00".
           88 HIST-EOF VALUE "10".
       01 INV-FS PIC XX.
           88 INV-FOUND VALUE "00".
       01 INV-OPEN-SW PIC X VALUE "N".
           88 INV-FILE-OPEN VALUE "Y".
       01 CAT-FS PIC XX.
           88 CAT-FOUND VALUE "00".
       01 CASH-FS PIC XX.
           88 CASH-FOUND VALUE "00".
       01 CASH-OPEN-SW PIC X VALUE "N".
           88 CASH-FILE-OPEN VALUE "Y".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".
       01 COMX-FS PIC XX.

       01 INP PIC X(10).
           88 EOF-INP VALUE SPACES.
       01 WANT-MONTH PIC 9(6).
       01 MONTH-START PIC 9(8).
       01 MONTH-END PIC 9(8).
       01 BUSINESS-DATE PIC 9(8).
       01 STORE-TAX-RATE PIC 9V999 VALUE 0.

      *> first pass finds the month's commissioned receipts, voids
      *> and returns; the second gathers their lines and looks up
      *> the sales the returns came back against.
       01 PASS-NO PIC 9.

      *> one record off either source, in common form.
       01 WORK-REGISTER PIC X(4).
       01 WORK-RCPT PIC 9(10).
       01 WORK-LINE PIC X(84).
       01 WORK-AMT PIC S9(11).
       01 WORK-DATE PIC 9(8).

       01 LINE-TXTYPE PIC X(1).
       01 LINE-N PIC X(8).
       01 LINE-SKU PIC X(13).
       01 LINE-TOK4 PIC X(12).
       01 LINE-SKIP PIC X(16).
       01 LINE-SALES PIC X(4).
       01 SALES-LEN PIC S9(2).
       01 N-LEN PIC S9(2).
       01 TOK4-LEN PIC S9(2).

      *> department rates, 1-4, off CATMAST.
       01 RATE-TAB.
           05 RATE-ENTRY OCCURS 4 TIMES.
               10 RT-TAX PIC 9V999.
               10 RT-COMM PIC 9V999.
       01 DEPT-IX PIC 9(2).

      *> the month's receipts carrying a salesperson anywhere.
       01 RCPT-TAB.
           05 RCPT-ENTRY OCCURS 2000 TIMES INDEXED BY RX.
               10 RC-REGISTER PIC X(4).
               10 RC-RCPT PIC 9(10).
               10 RC-E-SALES PIC X(4).
               10 RC-E-AMT PIC S9(11).
               10 RC-T-AMT PIC S9(11).
               10 RC-LIST-VAL PIC S9(13).
               10 RC-BASKET PIC X.
               10 RC-VOID PIC X.
       01 RCPT-COUNT PIC 9(4) VALUE 0.
       01 RCPT-HIT PIC 9(4).

      *> the item lines of those receipts.
       01 LINE-TAB.
           05 LINE-ENTRY OCCURS 4000 TIMES INDEXED BY LX.
               10 LN-RCPT-IX PIC 9(4).
               10 LN-SKU PIC X(10).
               10 LN-QTY PIC S9(6).
               10 LN-SALES PIC X(4).
               10 LN-AMT PIC S9(11).
               10 LN-LIST PIC S9(13).
               10 LN-DEPT PIC 9(2).
       01 LINE-COUNT PIC 9(4) VALUE 0.

       01 VOID-TAB.
           05 VOID-ENTRY OCCURS 500 TIMES INDEXED BY VX.
               10 VD-REGISTER PIC X(4).
               10 VD-RCPT PIC 9(10).
       01 VOID-COUNT PIC 9(4) VALUE 0.

      *> the month's receipted returns and the sale behind each.
       01 RET-TAB.
           05 RET-ENTRY OCCURS 1000 TIMES INDEXED BY TX.
               10 RE-RCPT PIC 9(10).
               10 RE-DATE PIC 9(8).
               10 RE-ORIG PIC 9(10).
               10 RE-SKU PIC X(10).
               10 RE-QTY PIC S9(6).
               10 RE-AMT PIC S9(11).
               10 RE-SALES PIC X(4).
               10 RE-E-SALES PIC X(4).
               10 RE-ORIG-DATE PIC 9(8).
       01 RET-COUNT PIC 9(4) VALUE 0.

       01 SP-TAB.
           05 SP-ENTRY OCCURS 200 TIMES INDEXED BY SX.
               10 SP-ID PIC X(4).
               10 SP-SALES PIC S9(13).
               10 SP-RETURNS PIC S9(13).
               10 SP-COMM PIC S9(11).
               10 SP-CLAW PIC S9(11).
               10 SP-LINES PIC 9(5).
       01 SP-COUNT PIC 9(3) VALUE 0.
       01 WANT-SALES PIC X(4).
       01 SP-FOUND-SW PIC X.
           88 SP-FOUND VALUE "Y".

       01 FULL-SW PIC X VALUE "N".
           88 TABLE-FULL VALUE "Y".
       01 FOUND-SW PIC X.
           88 WAS-FOUND VALUE "Y".

       01 BASE-AMT PIC S9(13).
       01 COMM-AMT PIC S9(11).
       01 SHARE-LEFT PIC S9(11).
       01 LIST-LEFT PIC S9(13).
       01 NET-AMT PIC S9(11).

       01 AMT-DISP PIC -(11)9.
       01 AMT-DISP2 PIC -(11)9.
       01 QTY-DISP PIC -(5)9.
       01 COUNT-DISP PIC Z(4)9.
       01 CLAW-COUNT PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
    ACCEPT INP
    IF EOF-INP OR INP(1:6) IS NOT NUMERIC
        DISPLAY "SOLUTHOKNUN: FEED THE MONTH AS YYYYMM"
        GOBACK
    END-IF
    MOVE INP(1:6) TO WANT-MONTH
    COMPUTE MONTH-START = WANT-MONTH * 100 + 1
    COMPUTE MONTH-END = WANT-MONTH * 100 + 31

    ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND
            IF BUD-BUSINESS-DATE > 0
                MOVE BUD-BUSINESS-DATE TO BUSINESS-DATE
            END-IF
            MOVE BUD-TAX-RATE TO STORE-TAX-RATE
        END-IF
    END-IF
    CLOSE CONTROL-FILE

      *> each department's tax and commission rate - a department
      *> with no tax rate of its own taxes at the store rate.
    PERFORM VARYING DEPT-IX FROM 1 BY 1 UNTIL DEPT-IX > 4
        MOVE STORE-TAX-RATE TO RT-TAX(DEPT-IX)
        MOVE 0 TO RT-COMM(DEPT-IX)
    END-PERFORM
    OPEN INPUT CATEGORY-MASTER
    IF CAT-FOUND
        PERFORM VARYING DEPT-IX FROM 1 BY 1 UNTIL DEPT-IX > 4
            MOVE DEPT-IX TO CAT-CODE
            READ CATEGORY-MASTER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF CAT-TAX-RATE > 0
                        MOVE CAT-TAX-RATE TO RT-TAX(DEPT-IX)
                    END-IF
                    MOVE CAT-COMM-RATE TO RT-COMM(DEPT-IX)
            END-READ
        END-PERFORM
        CLOSE CATEGORY-MASTER
    END-IF

    MOVE 1 TO PASS-NO
    PERFORM SOURCE-PASS-RTN
    MOVE 2 TO PASS-NO
    PERFORM SOURCE-PASS-RTN
    IF TABLE-FULL
        DISPLAY "SOLUTHOKNUN: A WORK TABLE FILLED - THE STATEMENT "
                "IS SHORT"
    END-IF

    OPEN INPUT INVENTORY-MASTER
    IF INV-FOUND
        MOVE "Y" TO INV-OPEN-SW
    END-IF

      *> the voids first, so a voided receipt drops out whole.
    PERFORM VARYING VX FROM 1 BY 1 UNTIL VX > VOID-COUNT
        PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RCPT-COUNT
            IF RC-REGISTER(RX) = VD-REGISTER(VX)
                  AND RC-RCPT(RX) = VD-RCPT(VX)
                MOVE "Y" TO RC-VOID(RX)
            END-IF
        END-PERFORM
    END-PERFORM

    PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > LINE-COUNT
        PERFORM LINE-PRICE-RTN
    END-PERFORM
    PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > RCPT-COUNT
        PERFORM RCPT-SHARE-RTN
    END-PERFORM
    PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > LINE-COUNT
        PERFORM LINE-POST-RTN
    END-PERFORM

    OPEN INPUT CASHIER-MASTER
    IF CASH-FOUND
        MOVE "Y" TO CASH-OPEN-SW
    END-IF

    DISPLAY "SALES COMMISSION STATEMENT - " WANT-MONTH
    PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > RET-COUNT
        PERFORM RETURN-POST-RTN
    END-PERFORM

    OPEN OUTPUT COMM-EXPORT-FILE
    PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SP-COUNT
        PERFORM SP-STATEMENT-RTN
    END-PERFORM
    CLOSE COMM-EXPORT-FILE

    IF INV-FILE-OPEN
        CLOSE INVENTORY-MASTER
    END-IF
    IF CASH-FILE-OPEN
        CLOSE CASHIER-MASTER
    END-IF

    MOVE SP-COUNT TO COUNT-DISP
    DISPLAY "SALESPEOPLE:        " function TRIM(COUNT-DISP)
    MOVE RCPT-COUNT TO COUNT-DISP
    DISPLAY "RECEIPTS:           " function TRIM(COUNT-DISP)
    MOVE CLAW-COUNT TO COUNT-DISP
    DISPLAY "CLAWBACKS:          " function TRIM(COUNT-DISP)

    GOBACK.

      *> history strictly before the business day, then the day's
      *> own TXLOG - nothing after the month is needed by either
      *> pass.
SOURCE-PASS-RTN.
    OPEN INPUT HISTORY-FILE
    IF HIST-FOUND
        PERFORM HIST-READ-RTN
        PERFORM UNTIL HIST-EOF
            IF HX-DATE < BUSINESS-DATE AND HX-DATE <= MONTH-END
                MOVE HX-REGISTER TO WORK-REGISTER
                MOVE HX-RCPT-NO TO WORK-RCPT
                MOVE HX-LINE TO WORK-LINE
                MOVE HX-AMT TO WORK-AMT
                MOVE HX-DATE TO WORK-DATE
                PERFORM WORK-POST-RTN
            END-IF
            PERFORM HIST-READ-RTN
        END-PERFORM
        CLOSE HISTORY-FILE
    END-IF
    OPEN INPUT TXLOG-FILE
    IF TXLOG-FOUND
        PERFORM TXLOG-READ-RTN
        PERFORM UNTIL TXLOG-EOF
            IF (TXLOG-DATE = 0 OR TXLOG-DATE = BUSINESS-DATE)
                  AND BUSINESS-DATE <= MONTH-END
                MOVE TXLOG-REGISTER TO WORK-REGISTER
                MOVE TXLOG-RCPT-NO TO WORK-RCPT
                MOVE TXLOG-LINE TO WORK-LINE
                MOVE TXLOG-AMT TO WORK-AMT
                MOVE BUSINESS-DATE TO WORK-DATE
                PERFORM WORK-POST-RTN
            END-IF
            PERFORM TXLOG-READ-RTN
        END-PERFORM
        CLOSE TXLOG-FILE
    END-IF.

HIST-READ-RTN.
    READ HISTORY-FILE
        AT END
            MOVE "10" TO HIST-FS
    END-READ.

TXLOG-READ-RTN.
    READ TXLOG-FILE
        AT END
            MOVE "10" TO TXLOG-FS
    END-READ.

WORK-POST-RTN.
    MOVE SPACES TO LINE-TXTYPE LINE-N LINE-SKU LINE-TOK4 LINE-SALES
    MOVE 0 TO SALES-LEN N-LEN TOK4-LEN
    UNSTRING WORK-LINE DELIMITED BY ALL SPACE
        INTO LINE-TXTYPE, LINE-N COUNT IN N-LEN, LINE-SKU,
             LINE-TOK4 COUNT IN TOK4-LEN,
             LINE-SKIP, LINE-SKIP, LINE-SKIP, LINE-SKIP, LINE-SKIP,
             LINE-SKIP, LINE-SKIP, LINE-SKIP, LINE-SKIP, LINE-SKIP,
             LINE-SKIP, LINE-SKIP, LINE-SKIP, LINE-SKIP, LINE-SKIP,
             LINE-SALES COUNT IN SALES-LEN
    IF SALES-LEN = 0 OR LINE-SALES = "*"
        MOVE SPACES TO LINE-SALES
    END-IF
    IF PASS-NO = 1
        IF WORK-DATE >= MONTH-START
            PERFORM FIRST-PASS-RTN
        END-IF
    ELSE
        PERFORM SECOND-PASS-RTN
    END-IF.

FIRST-PASS-RTN.
    IF (LINE-TXTYPE = "S" OR LINE-TXTYPE = "E")
          AND LINE-SALES NOT = SPACES
        PERFORM RCPT-FIND-RTN
        IF NOT WAS-FOUND
            IF RCPT-COUNT >= 2000
                MOVE "Y" TO FULL-SW
            ELSE
                ADD 1 TO RCPT-COUNT
                MOVE RCPT-COUNT TO RCPT-HIT
                MOVE WORK-REGISTER TO RC-REGISTER(RCPT-HIT)
                MOVE WORK-RCPT TO RC-RCPT(RCPT-HIT)
                MOVE SPACES TO RC-E-SALES(RCPT-HIT)
                MOVE 0 TO RC-E-AMT(RCPT-HIT) RC-T-AMT(RCPT-HIT)
                          RC-LIST-VAL(RCPT-HIT)
                MOVE "N" TO RC-BASKET(RCPT-HIT) RC-VOID(RCPT-HIT)
                MOVE "Y" TO FOUND-SW
            END-IF
        END-IF
        IF WAS-FOUND AND LINE-TXTYPE = "E"
            MOVE LINE-SALES TO RC-E-SALES(RCPT-HIT)
        END-IF
    END-IF
      *> a void names the receipt it reverses in the quantity slot.
    IF LINE-TXTYPE = "V" AND N-LEN > 0 AND N-LEN <= 8
          AND LINE-N(1:N-LEN) IS NUMERIC
        IF VOID-COUNT >= 500
            MOVE "Y" TO FULL-SW
        ELSE
            ADD 1 TO VOID-COUNT
            MOVE WORK-REGISTER TO VD-REGISTER(VOID-COUNT)
            MOVE LINE-N(1:N-LEN) TO VD-RCPT(VOID-COUNT)
        END-IF
    END-IF
      *> "R -qty sku origrcpt" - the original receipt rides in the
      *> discount slot.
    IF LINE-TXTYPE = "R" AND LINE-N(1:1) = "-" AND N-LEN > 1
          AND TOK4-LEN > 0 AND TOK4-LEN <= 10
          AND LINE-TOK4(1:TOK4-LEN) IS NUMERIC
        IF RET-COUNT >= 1000
            MOVE "Y" TO FULL-SW
        ELSE
            ADD 1 TO RET-COUNT
            MOVE WORK-RCPT TO RE-RCPT(RET-COUNT)
            MOVE WORK-DATE TO RE-DATE(RET-COUNT)
            MOVE LINE-TOK4(1:TOK4-LEN) TO RE-ORIG(RET-COUNT)
            MOVE LINE-SKU TO RE-SKU(RET-COUNT)
            COMPUTE RE-QTY(RET-COUNT) = 0 - function NUMVAL(LINE-N)
            MOVE WORK-AMT TO RE-AMT(RET-COUNT)
            MOVE SPACES TO RE-SALES(RET-COUNT) RE-E-SALES(RET-COUNT)
            MOVE 0 TO RE-ORIG-DATE(RET-COUNT)
        END-IF
    END-IF.

      *> the lines of the receipts the first pass found, and the
      *> original sales behind the month's returns - at any date.
SECOND-PASS-RTN.
    IF WORK-DATE >= MONTH-START
        PERFORM RCPT-FIND-RTN
        IF WAS-FOUND
            IF LINE-TXTYPE = "S"
                PERFORM LINE-ADD-RTN
            ELSE
            IF LINE-TXTYPE = "T"
                ADD WORK-AMT TO RC-T-AMT(RCPT-HIT)
            ELSE
            IF LINE-TXTYPE = "E"
                MOVE "Y" TO RC-BASKET(RCPT-HIT)
                ADD WORK-AMT TO RC-E-AMT(RCPT-HIT)
            END-IF
            END-IF
            END-IF
        END-IF
    END-IF
    IF LINE-TXTYPE = "S" OR LINE-TXTYPE = "E"
        PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > RET-COUNT
            IF RE-ORIG(TX) = WORK-RCPT
                IF LINE-TXTYPE = "E"
                    MOVE LINE-SALES TO RE-E-SALES(TX)
                    MOVE WORK-DATE TO RE-ORIG-DATE(TX)
                ELSE
                IF LINE-SKU = RE-SKU(TX)
                    MOVE WORK-DATE TO RE-ORIG-DATE(TX)
                    IF LINE-SALES NOT = SPACES
                        MOVE LINE-SALES TO RE-SALES(TX)
                    END-IF
                END-IF
                END-IF
            END-IF
        END-PERFORM
    END-IF.

RCPT-FIND-RTN.
    MOVE "N" TO FOUND-SW
    MOVE 0 TO RCPT-HIT
    PERFORM VARYING RX FROM 1 BY 1
            UNTIL RX > RCPT-COUNT OR WAS-FOUND
        IF RC-RCPT(RX) = WORK-RCPT
              AND RC-REGISTER(RX) = WORK-REGISTER
            MOVE "Y" TO FOUND-SW
            SET RCPT-HIT TO RX
        END-IF
    END-PERFORM.

LINE-ADD-RTN.
    IF LINE-COUNT >= 4000
        MOVE "Y" TO FULL-SW
    ELSE
        ADD 1 TO LINE-COUNT
        MOVE RCPT-HIT TO LN-RCPT-IX(LINE-COUNT)
        MOVE LINE-SKU TO LN-SKU(LINE-COUNT)
        MOVE 0 TO LN-QTY(LINE-COUNT)
        IF N-LEN > 0 AND LINE-N(1:N-LEN) IS NUMERIC
            MOVE LINE-N(1:N-LEN) TO LN-QTY(LINE-COUNT)
        END-IF
        MOVE LINE-SALES TO LN-SALES(LINE-COUNT)
        MOVE WORK-AMT TO LN-AMT(LINE-COUNT)
        MOVE 0 TO LN-LIST(LINE-COUNT)
        MOVE 1 TO LN-DEPT(LINE-COUNT)
    END-IF.

      *> the line's department, and its list value - what the
      *> basket's total is shared out by.
LINE-PRICE-RTN.
    IF INV-FILE-OPEN
        MOVE LN-SKU(LX) TO INV-SKU
        READ INVENTORY-MASTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF INV-CATEGORY >= 1 AND INV-CATEGORY <= 4
                    MOVE INV-CATEGORY TO LN-DEPT(LX)
                END-IF
                IF INV-BY-WEIGHT
                    COMPUTE LN-LIST(LX) ROUNDED =
                            LN-QTY(LX) * INV-PRICE / 1000
                ELSE
                    COMPUTE LN-LIST(LX) = LN-QTY(LX) * INV-PRICE
                END-IF
        END-READ
    END-IF
    MOVE LN-RCPT-IX(LX) TO RCPT-HIT
    ADD LN-LIST(LX) TO RC-LIST-VAL(RCPT-HIT).

      *> a basket's tendered total over its lines by list value, the
      *> last line taking the rounding; a standalone sale's second
      *> tender leg onto its one line.
RCPT-SHARE-RTN.
    MOVE RC-E-AMT(RX) TO SHARE-LEFT
    MOVE RC-LIST-VAL(RX) TO LIST-LEFT
    PERFORM VARYING LX FROM 1 BY 1 UNTIL LX > LINE-COUNT
        IF LN-RCPT-IX(LX) = RX
            IF RC-BASKET(RX) = "Y"
                IF LIST-LEFT <= 0 OR LN-LIST(LX) >= LIST-LEFT
                    MOVE SHARE-LEFT TO LN-AMT(LX)
                ELSE
                    COMPUTE LN-AMT(LX) ROUNDED =
                            SHARE-LEFT * LN-LIST(LX) / LIST-LEFT
                END-IF
                SUBTRACT LN-AMT(LX) FROM SHARE-LEFT
                SUBTRACT LN-LIST(LX) FROM LIST-LEFT
                IF LN-SALES(LX) = SPACES
                    MOVE RC-E-SALES(RX) TO LN-SALES(LX)
                END-IF
            ELSE
                ADD RC-T-AMT(RX) TO LN-AMT(LX)
                MOVE 0 TO RC-T-AMT(RX)
            END-IF
        END-IF
    END-PERFORM.

LINE-POST-RTN.
    MOVE LN-RCPT-IX(LX) TO RCPT-HIT
    IF LN-SALES(LX) NOT = SPACES AND RC-VOID(RCPT-HIT) NOT = "Y"
        MOVE LN-SALES(LX) TO WANT-SALES
        PERFORM SP-FIND-RTN
        IF SP-FOUND
            MOVE LN-DEPT(LX) TO DEPT-IX
            COMPUTE BASE-AMT ROUNDED =
                    LN-AMT(LX) / (1 + RT-TAX(DEPT-IX))
            COMPUTE COMM-AMT ROUNDED = BASE-AMT * RT-COMM(DEPT-IX)
            ADD BASE-AMT TO SP-SALES(SX)
            ADD COMM-AMT TO SP-COMM(SX)
            ADD 1 TO SP-LINES(SX)
        END-IF
    END-IF.

      *> a return of a commissioned sale - netted this month, or a
      *> clawback when the sale was an earlier month's.
RETURN-POST-RTN.
    IF RE-SALES(TX) = SPACES
        MOVE RE-E-SALES(TX) TO RE-SALES(TX)
    END-IF
    IF RE-SALES(TX) NOT = SPACES
        MOVE RE-SALES(TX) TO WANT-SALES
        PERFORM SP-FIND-RTN
        IF SP-FOUND
            MOVE 1 TO DEPT-IX
            IF INV-FILE-OPEN
                MOVE RE-SKU(TX) TO INV-SKU
                READ INVENTORY-MASTER
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF INV-CATEGORY >= 1 AND INV-CATEGORY <= 4
                            MOVE INV-CATEGORY TO DEPT-IX
                        END-IF
                END-READ
            END-IF
            COMPUTE BASE-AMT ROUNDED =
                    RE-AMT(TX) / (1 + RT-TAX(DEPT-IX))
            COMPUTE COMM-AMT ROUNDED = BASE-AMT * RT-COMM(DEPT-IX)
            IF RE-ORIG-DATE(TX) >= MONTH-START
                ADD BASE-AMT TO SP-RETURNS(SX)
                ADD COMM-AMT TO SP-COMM(SX)
            ELSE
                ADD COMM-AMT TO SP-CLAW(SX)
                ADD 1 TO CLAW-COUNT
                MOVE RE-QTY(TX) TO QTY-DISP
                MOVE COMM-AMT TO AMT-DISP
                DISPLAY "  CLAWBACK " SP-ID(SX) " RETURN " RE-RCPT(TX)
                        " ON " RE-DATE(TX) " OF RECEIPT " RE-ORIG(TX)
                        " SOLD " RE-ORIG-DATE(TX) " "
                        function TRIM(RE-SKU(TX)) " QTY "
                        function TRIM(QTY-DISP) " COMMISSION "
                        function TRIM(AMT-DISP)
            END-IF
        END-IF
    END-IF.

SP-FIND-RTN.
    MOVE "N" TO SP-FOUND-SW
    PERFORM VARYING SX FROM 1 BY 1
            UNTIL SX > SP-COUNT OR SP-FOUND
        IF SP-ID(SX) = WANT-SALES
            MOVE "Y" TO SP-FOUND-SW
        END-IF
    END-PERFORM
    IF SP-FOUND
        SET SX DOWN BY 1
    ELSE
        IF SP-COUNT < 200
            ADD 1 TO SP-COUNT
            SET SX TO SP-COUNT
            MOVE WANT-SALES TO SP-ID(SX)
            MOVE 0 TO SP-SALES(SX) SP-RETURNS(SX) SP-COMM(SX)
                      SP-CLAW(SX) SP-LINES(SX)
            MOVE "Y" TO SP-FOUND-SW
        END-IF
    END-IF.

SP-STATEMENT-RTN.
    MOVE SPACES TO CASH-NAME
    IF CASH-FILE-OPEN
        MOVE SP-ID(SX) TO CASH-ID
        READ CASHIER-MASTER
            INVALID KEY
                MOVE SPACES TO CASH-NAME
        END-READ
    END-IF
    COMPUTE NET-AMT = SP-COMM(SX) + SP-CLAW(SX)
    DISPLAY " "
    DISPLAY "SALESPERSON " SP-ID(SX) "  " function TRIM(CASH-NAME)
    MOVE SP-LINES(SX) TO COUNT-DISP
    MOVE SP-SALES(SX) TO AMT-DISP
    DISPLAY "  SALES BEFORE TAX      " AMT-DISP "  ON "
            function TRIM(COUNT-DISP) " LINES"
    MOVE SP-RETURNS(SX) TO AMT-DISP
    DISPLAY "  RETURNS THIS MONTH    " AMT-DISP
    COMPUTE BASE-AMT = SP-SALES(SX) + SP-RETURNS(SX)
    MOVE BASE-AMT TO AMT-DISP
    DISPLAY "  NET SALES             " AMT-DISP
    MOVE SP-COMM(SX) TO AMT-DISP
    DISPLAY "  COMMISSION            " AMT-DISP
    MOVE SP-CLAW(SX) TO AMT-DISP
    DISPLAY "  CLAWBACK              " AMT-DISP
    MOVE NET-AMT TO AMT-DISP2
    DISPLAY "  TO PAY                " AMT-DISP2

    MOVE SPACES TO COMM-EXPORT-RECORD
    MOVE WANT-MONTH TO COMX-MONTH
    MOVE SP-ID(SX) TO COMX-SALES-ID
    MOVE CASH-NAME TO COMX-NAME
    MOVE SP-SALES(SX) TO COMX-SALES
    MOVE SP-RETURNS(SX) TO COMX-RETURNS
    MOVE SP-COMM(SX) TO COMX-COMM
    MOVE SP-CLAW(SX) TO COMX-CLAWBACK
    MOVE NET-AMT TO COMX-NET
    WRITE COMM-EXPORT-RECORD.
