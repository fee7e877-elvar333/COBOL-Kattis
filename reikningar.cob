      *> wrong vendor, or goods never received goes to the BUDINVEX
      *> dispute file for review instead - accounting stops
      *> re-keying invoices and stops approving them by eyeball.
      *> A consignor's monthly statement is keyed the same way with
      *> the settlement reference (CONS and the month) where the PO
      *> goes: there is no order or receipt behind consigned goods,
      *> so its lines are matched to the BUDCONST expected statement
      *> UMBODSSALA wrote off the month's sales instead.  An agency
      *> provider's invoice (top-ups, bus cards, lottery) is keyed
      *> with AGCY and the month where the PO goes, its lines as
      *> quantity times unit amount, and is held to the net the
      *> nightly UMBODSUPPGJOR settlements say we owe the provider
      *> for that month.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        FILE STATUS IS PAY-FS.

      *> invoice lines that failed the match - the dispute list that
      *> goes back to the supplier.  Dated and tagged with the vendor
      *> the invoice came from, for the supplier scorecard.
    SELECT INV-EXCEPTION-FILE ASSIGN TO "BUDINVEX"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS IVEX-FS.

      *> the expected consignment statements - optional; without it
      *> a consignor's statement line has nothing to match.
    SELECT STATEMENT-FILE ASSIGN TO "BUDCONST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CST-FS.

      *> the nightly agency settlements - optional; without them a
      *> provider's invoice line has nothing to match.
    SELECT AGENCY-SETTLE-FILE ASSIGN TO "BUDAGSET"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AGS-FS.

DATA DIVISION.
    FILE SECTION.
    FD  RECEIVING-FILE.
        05  RECV-QTY        PIC S9(7).
        05  FILLER          PIC X.
        05  RECV-RESULT     PIC X(8).
        05  FILLER          PIC X.
        05  RECV-DATE       PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  RECV-SHIP-REF   PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  RECV-CCY        PIC X(3).
        05  FILLER          PIC X VALUE SPACE.
        05  RECV-FX-COST    PIC 9(7)V99.
        05  FILLER          PIC X VALUE SPACE.
        05  RECV-FX-RATE    PIC 9(6)V9999.
        05  FILLER          PIC X VALUE SPACE.
        05  RECV-GOODS-COST PIC S9(6).
        05  FILLER          PIC X VALUE SPACE.
        05  RECV-ADDON      PIC S9(6).
        05  FILLER          PIC X VALUE SPACE.
        05  RECV-LANDED-COST PIC S9(6).

    FD  PO-MASTER.
    COPY "pomast.cpy".
        05  FILLER          PIC X VALUE SPACE.
        05  PAY-AMT         PIC S9(12).

    FD  STATEMENT-FILE.
    COPY "constmt.cpy".

    FD  AGENCY-SETTLE-FILE.
    COPY "agcyset.cpy".

    FD  INV-EXCEPTION-FILE.
    01  INV-EXCEPTION-RECORD.
        05  IVEX-INV-NO     PIC X(10).
        05  IVEX-PO-COST    PIC S9(6).
        05  FILLER          PIC X VALUE SPACE.
        05  IVEX-REASON     PIC X(8).
        05  FILLER          PIC X VALUE SPACE.
        05  IVEX-DATE       PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  IVEX-SUPPLIER   PIC X(6).

    WORKING-STORAGE SECTION.
       01 RECV-FS PIC XX.
           88 RT-FOUND VALUE "Y".
       01 RECEIVED-QTY PIC S9(9).

      *> what each consignor's statement should say, per settlement
      *> reference and SKU - a resettled month's later lines replace
      *> the earlier ones.
       01 CST-FS PIC XX.
           88 CST-FOUND VALUE "00".
           88 CST-EOF VALUE "10".
       01 STMT-TAB.
           05 STMT-ENTRY OCCURS 500 TIMES INDEXED BY SX.
               10 SM-CONSIGNOR PIC X(6).
               10 SM-REF       PIC X(10).
               10 SM-SKU       PIC X(10).
               10 SM-QTY       PIC S9(9).
               10 SM-UOM       PIC X(1).
               10 SM-COST      PIC S9(6).
       01 STMT-COUNT PIC 9(4) VALUE 0.
       01 SM-FOUND-SW PIC X VALUE "N".
           88 SM-FOUND VALUE "Y".
       01 STMT-LINE-SW PIC X VALUE "N".
           88 STMT-LINE VALUE "Y".
      *> the unit cost the line is tested against - the PO's agreed
      *> cost, or the consignment statement's settlement cost.
       01 AGREED-COST PIC S9(6).
       01 AGREED-UOM PIC X(1).

      *> an agency invoice line: the month's settlements for the
      *> provider, one per business date (a forced resettlement's
      *> later line replaces the earlier), and what this run has
      *> already approved against each reference and provider.
       01 AGS-FS PIC XX.
           88 AGS-FOUND VALUE "00".
           88 AGS-EOF VALUE "10".
       01 AGY-LINE-SW PIC X VALUE "N".
           88 AGY-LINE VALUE "Y".
       01 AGY-DAY-TAB.
           05 AGY-DAY-ENTRY OCCURS 31 TIMES INDEXED BY DX.
               10 AD-DATE PIC 9(8).
               10 AD-NET  PIC S9(11).
       01 AGY-DAY-COUNT PIC 9(2) VALUE 0.
       01 AD-FOUND-SW PIC X VALUE "N".
           88 AD-FOUND VALUE "Y".
       01 SETTLED-NET PIC S9(12).
       01 AGY-RUN-TAB.
           05 AGY-RUN-ENTRY OCCURS 50 TIMES INDEXED BY AX.
               10 AR-REF      PIC X(10).
               10 AR-PROVIDER PIC X(6).
               10 AR-AMT      PIC S9(12).
       01 AGY-RUN-COUNT PIC 9(2) VALUE 0.
       01 AR-FOUND-SW PIC X VALUE "N".
           88 AR-FOUND VALUE "Y".
       01 AGY-PRIOR PIC S9(12).

       01 INP PIC X(60).
           88 EOF-INP VALUE SPACES.
       01 INV-RAW   PIC X(10).
    END-PERFORM
    CLOSE RECEIVING-FILE

    OPEN INPUT STATEMENT-FILE
    IF CST-FOUND
        PERFORM CST-READ-RTN
        PERFORM UNTIL CST-EOF
            PERFORM STMT-ADD-RTN
            PERFORM CST-READ-RTN
        END-PERFORM
        CLOSE STATEMENT-FILE
    END-IF

    OPEN INPUT PO-MASTER
    IF NOT PO-FOUND
        DISPLAY "REIKNINGAR: NO PO MASTER ON SITE"
        ADD RECV-QTY TO RT-QTY(RX)
    END-IF.

CST-READ-RTN.
    READ STATEMENT-FILE
        AT END
            MOVE "10" TO CST-FS
    END-READ.

STMT-ADD-RTN.
    MOVE "N" TO SM-FOUND-SW
    PERFORM STMT-MATCH-RTN
        VARYING SX FROM 1 BY 1
        UNTIL SX > STMT-COUNT OR SM-FOUND
    IF SM-FOUND
        SET SX DOWN BY 1
        PERFORM STMT-LOAD-RTN
    ELSE
    IF STMT-COUNT < 500
        ADD 1 TO STMT-COUNT
        SET SX TO STMT-COUNT
        PERFORM STMT-LOAD-RTN
    END-IF
    END-IF.

STMT-LOAD-RTN.
    MOVE CST-CONSIGNOR TO SM-CONSIGNOR(SX)
    MOVE CST-REF TO SM-REF(SX)
    MOVE CST-SKU TO SM-SKU(SX)
    MOVE CST-QTY TO SM-QTY(SX)
    MOVE CST-UOM TO SM-UOM(SX)
    MOVE CST-UNIT-COST TO SM-COST(SX).

STMT-MATCH-RTN.
    IF SM-REF(SX) = CST-REF AND SM-SKU(SX) = CST-SKU
        MOVE "Y" TO SM-FOUND-SW
    END-IF.

STMT-LOOKUP-RTN.
    IF SM-REF(SX) = PO-RAW AND SM-SKU(SX) = SKU-RAW
        MOVE "Y" TO SM-FOUND-SW
    END-IF.

RECV-LOOKUP-RTN.
    IF RT-PO-NO(RX) = PO-RAW AND RT-SKU(RX) = SKU-RAW
        MOVE "Y" TO RT-FOUND-SW
      *>   NORECV   - nothing received against the line
      *>   QTYOVER  - invoiced quantity exceeds what arrived
      *>   PRCDIFF  - invoiced price differs from the agreed cost
      *> A consignment statement line (reference CONS...) takes the
      *> expected statement in place of the PO and the dock:
      *>   NOSTMT   - nothing settled for the SKU under the reference
      *>   SUPDIFF  - another consignor's goods
      *>   QTYOVER  - more units than the month's net sales
      *>   PRCDIFF  - not the agreed settlement cost
      *> An agency invoice line (reference AGCY...) takes the
      *> provider's nightly settlements for the month:
      *>   NOSTMT   - nothing settled for the provider that month
      *>   AMTOVER  - more than the month's net owed to the provider
INVOICE-LINE-RTN.
    IF INV-LEN = 0 OR SUP-LEN = 0 OR PO-LEN = 0 OR SKU-LEN = 0
          OR QTY-LEN = 0 OR PRICE-LEN = 0
        MOVE QTY-RAW TO INV-QTY
        MOVE PRICE-RAW TO INV-PRICE-NUM
        MOVE SPACES TO MATCH-REASON
        MOVE 0 TO RECEIVED-QTY
        MOVE SPACE TO AGREED-UOM
        MOVE "N" TO STMT-LINE-SW
        IF PO-RAW(1:4) = "CONS"
            MOVE "Y" TO STMT-LINE-SW
        END-IF
        MOVE "N" TO AGY-LINE-SW
        IF PO-RAW(1:4) = "AGCY"
            MOVE "Y" TO AGY-LINE-SW
        END-IF

        IF STMT-LINE
            PERFORM STMT-CHECK-RTN
        ELSE
        IF AGY-LINE
            PERFORM AGY-CHECK-RTN
        ELSE
            MOVE PO-RAW TO PO-NUMBER
            MOVE SKU-RAW TO PO-SKU
            READ PO-MASTER
                INVALID KEY
                    MOVE "UNKNPO" TO MATCH-REASON
                NOT INVALID KEY
                    IF PO-SUPPLIER NOT = SPACES
                          AND PO-SUPPLIER NOT = SUP-RAW
                        MOVE "SUPDIFF" TO MATCH-REASON
                    END-IF
            END-READ
            MOVE PO-UNIT-COST TO AGREED-COST
        END-IF
        END-IF

        IF MATCH-REASON = SPACES AND NOT STMT-LINE AND NOT AGY-LINE
            MOVE "N" TO RT-FOUND-SW
            PERFORM RECV-LOOKUP-RTN
                VARYING RX FROM 1 BY 1
        END-IF

        IF MATCH-REASON = SPACES
              AND AGREED-COST NOT = 0
              AND INV-PRICE-NUM NOT = AGREED-COST
            MOVE "PRCDIFF" TO MATCH-REASON
        END-IF

            MOVE INV-QTY TO IVEX-QTY
            MOVE RECEIVED-QTY TO IVEX-RECV-QTY
            MOVE INV-PRICE-NUM TO IVEX-PRICE
            MOVE AGREED-COST TO IVEX-PO-COST
            MOVE MATCH-REASON TO IVEX-REASON
            MOVE TODAY-DATE TO IVEX-DATE
            MOVE SUP-RAW TO IVEX-SUPPLIER
            WRITE INV-EXCEPTION-RECORD
            ADD 1 TO DISPUTE-COUNT
            DISPLAY "DISPUTE: " function TRIM(MATCH-REASON)
                    " " function TRIM(SKU-RAW)
                    " - HELD FOR REVIEW"
        ELSE
      *> a by-weight consignment line counts thousandths of a kilo
      *> against a per-kilo cost, the way the statement priced it.
            IF AGREED-UOM = "W"
                COMPUTE LINE-AMT ROUNDED =
                    INV-QTY * INV-PRICE-NUM / 1000
            ELSE
                COMPUTE LINE-AMT = INV-QTY * INV-PRICE-NUM
            END-IF
            MOVE TODAY-DATE TO PAY-DATE
            MOVE SUP-RAW TO PAY-SUPPLIER
            MOVE INV-RAW TO PAY-INV-NO
            MOVE INV-QTY TO PAY-QTY
            MOVE LINE-AMT TO PAY-AMT
            WRITE PAYABLE-RECORD
            IF AGY-LINE
                PERFORM AGY-RUN-ADD-RTN
            END-IF
            ADD 1 TO APPROVE-COUNT
            ADD LINE-AMT TO APPROVED-TOTAL
            MOVE LINE-AMT TO AMT-DISP
                    " AMOUNT " function TRIM(AMT-DISP)
        END-IF
    END-IF.

      *> the consignor's line against what the month's settlement
      *> says was sold of the SKU - the statement stands in for both
      *> the PO and the receipt.
STMT-CHECK-RTN.
    MOVE 0 TO AGREED-COST
    MOVE "N" TO SM-FOUND-SW
    PERFORM STMT-LOOKUP-RTN
        VARYING SX FROM 1 BY 1
        UNTIL SX > STMT-COUNT OR SM-FOUND
    IF NOT SM-FOUND
        MOVE "NOSTMT" TO MATCH-REASON
    ELSE
        SET SX DOWN BY 1
        MOVE SM-QTY(SX) TO RECEIVED-QTY
        MOVE SM-COST(SX) TO AGREED-COST
        MOVE SM-UOM(SX) TO AGREED-UOM
        IF SM-CONSIGNOR(SX) NOT = SUP-RAW
            MOVE "SUPDIFF" TO MATCH-REASON
        ELSE
        IF INV-QTY > RECEIVED-QTY
            MOVE "QTYOVER" TO MATCH-REASON
        END-IF
        END-IF
    END-IF.

      *> the provider's line against the net the month's nightly
      *> settlements say we owe it, less what this run has already
      *> approved on the same reference.  The settlement file is
      *> read for each such line - a provider sends one invoice a
      *> month, not a feed of them.
AGY-CHECK-RTN.
    MOVE 0 TO AGREED-COST
    MOVE 0 TO AGY-DAY-COUNT
    OPEN INPUT AGENCY-SETTLE-FILE
    IF AGS-FOUND
        PERFORM AGS-READ-RTN
        PERFORM UNTIL AGS-EOF
            IF AGS-REF = PO-RAW AND AGS-PROVIDER = SUP-RAW
                PERFORM AGY-DAY-ADD-RTN
            END-IF
            PERFORM AGS-READ-RTN
        END-PERFORM
        CLOSE AGENCY-SETTLE-FILE
    END-IF
    IF AGY-DAY-COUNT = 0
        MOVE "NOSTMT" TO MATCH-REASON
    ELSE
        MOVE 0 TO SETTLED-NET
        PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > AGY-DAY-COUNT
            ADD AD-NET(DX) TO SETTLED-NET
        END-PERFORM
        MOVE 0 TO AGY-PRIOR
        MOVE "N" TO AR-FOUND-SW
        PERFORM AGY-RUN-MATCH-RTN
            VARYING AX FROM 1 BY 1
            UNTIL AX > AGY-RUN-COUNT OR AR-FOUND
        IF AR-FOUND
            SET AX DOWN BY 1
            MOVE AR-AMT(AX) TO AGY-PRIOR
        END-IF
        IF AGY-PRIOR + INV-QTY * INV-PRICE-NUM > SETTLED-NET
            MOVE "AMTOVER" TO MATCH-REASON
        END-IF
    END-IF.

AGS-READ-RTN.
    READ AGENCY-SETTLE-FILE
        AT END
            MOVE "10" TO AGS-FS
    END-READ.

AGY-DAY-ADD-RTN.
    MOVE "N" TO AD-FOUND-SW
    PERFORM VARYING DX FROM 1 BY 1
            UNTIL DX > AGY-DAY-COUNT OR AD-FOUND
        IF AD-DATE(DX) = AGS-DATE
            MOVE "Y" TO AD-FOUND-SW
            MOVE AGS-NET-OWED TO AD-NET(DX)
        END-IF
    END-PERFORM
    IF NOT AD-FOUND AND AGY-DAY-COUNT < 31
        ADD 1 TO AGY-DAY-COUNT
        MOVE AGS-DATE TO AD-DATE(AGY-DAY-COUNT)
        MOVE AGS-NET-OWED TO AD-NET(AGY-DAY-COUNT)
    END-IF.

AGY-RUN-MATCH-RTN.
    IF AR-REF(AX) = PO-RAW AND AR-PROVIDER(AX) = SUP-RAW
        MOVE "Y" TO AR-FOUND-SW
    END-IF.

AGY-RUN-ADD-RTN.
    MOVE "N" TO AR-FOUND-SW
    PERFORM AGY-RUN-MATCH-RTN
        VARYING AX FROM 1 BY 1
        UNTIL AX > AGY-RUN-COUNT OR AR-FOUND
    IF AR-FOUND
        SET AX DOWN BY 1
        ADD LINE-AMT TO AR-AMT(AX)
    ELSE
    IF AGY-RUN-COUNT < 50
        ADD 1 TO AGY-RUN-COUNT
        MOVE PO-RAW TO AR-REF(AGY-RUN-COUNT)
        MOVE SUP-RAW TO AR-PROVIDER(AGY-RUN-COUNT)
        MOVE LINE-AMT TO AR-AMT(AGY-RUN-COUNT)
    END-IF
    END-IF.
