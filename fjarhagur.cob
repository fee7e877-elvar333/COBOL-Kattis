      *> receivable, gift-card liability drawn down and loaded,
      *> layaway money held and refunded, foreign-note clearing),
      *> sales revenue and tax payable from the day's BUDTAXL lines,
      *> the bottle deposits collected net of vouchers paid off
      *> BUDDEPL (owed to the return fund, never revenue),
      *> the charity round-up donations off BUDCHAR (owed to the
      *> campaign, never revenue or tax), the agency items sold
      *> for providers off BUDAGCY (their payable and our
      *> commission, never sales or tax),
      *> card chargebacks debited, credited back and written off
      *> off BUDCBKL (against the card receivable they came out of),
      *> debit-card cash-back as its own pair (onto the card
      *> receivable, out of drawer cash),
      *> mobile-wallet tenders onto the wallet receivable and the
      *> fees the wallet provider kept off the payments VESKIUPPGJOR
      *> settled today off BUDWLT,
      *> the cash-rounding difference from BUDROUND, and an
      *> OVER-SHORT line for whatever residual remains so the
      *> journal always foots - a residual is a finding, not a
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FEEL-FS.

      *> the till's bottle-deposit ledger - deposits ride the
      *> tendered cash but belong to the return fund, so they post
      *> to a liability instead of falling into OVER-SHORT.
    SELECT DEPOSIT-LEDGER-FILE ASSIGN TO "BUDDEPL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DEPL-FS.

      *> the till's charity donation ledger - round-up money rides
      *> the tendered total the same way, and is the campaign's.
    SELECT CHARITY-LEDGER-FILE ASSIGN TO "BUDCHAR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHL-FS.

      *> the till's agency ledger - top-ups, bus cards and lottery
      *> ride the tendered money too, owed to the provider bar the
      *> commission that is ours.
    SELECT AGENCY-LEDGER-FILE ASSIGN TO "BUDAGCY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AGL-FS.

      *> the chargeback ledger KORTADEILA keeps - the processor's
      *> debits come out of the card receivable and wait in
      *> CHARGEBACK-HELD until the case is won or lost.
    SELECT CBK-LEDGER-FILE ASSIGN TO "BUDCBKL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CBKL-FS.

      *> the till's mobile-wallet journal - each payment the
      *> provider settled carries the fee it kept and the date it
      *> settled, so the day's fees post off it.
    SELECT WALLET-LOG-FILE ASSIGN TO "BUDWLT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WLT-FS.

    SELECT GL-FILE ASSIGN TO "BUDGL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GL-FS.
        05  FILLER          PIC X.
        05  BRKG-LAST-USED  PIC 9(8).

    FD  DEPOSIT-LEDGER-FILE.
    01  DEPOSIT-LEDGER-RECORD.
        05  DEPL-DATE       PIC 9(8).
        05  FILLER          PIC X.
        05  DEPL-REGISTER   PIC X(4).
        05  FILLER          PIC X.
        05  DEPL-RCPT-NO    PIC 9(10).
        05  FILLER          PIC X.
        05  DEPL-TYPE       PIC X(1).
        05  FILLER          PIC X.
        05  DEPL-SKU        PIC X(10).
        05  FILLER          PIC X.
        05  DEPL-QTY        PIC S9(7).
        05  FILLER          PIC X.
        05  DEPL-AMT        PIC S9(9).
        05  FILLER          PIC X.
        05  DEPL-REF        PIC X(10).

    FD  CHARITY-LEDGER-FILE.
    COPY "charlog.cpy".

    FD  AGENCY-LEDGER-FILE.
    COPY "agcylog.cpy".

    FD  CBK-LEDGER-FILE.
    COPY "cbklog.cpy".

    FD  WALLET-LOG-FILE.
    COPY "wltlog.cpy".

    FD  GL-FILE.
    01  GL-RECORD.
        05  GL-DATE         PIC 9(8).
       01 TAX-NET PIC S9(13) VALUE 0.
       01 ROUND-NET PIC S9(13) VALUE 0.
       01 COGS-NET PIC S9(13) VALUE 0.
      *> the cost of consignment goods sold - owed to the consignor,
      *> not relieved from inventory the store never owned; and the
      *> consignors' settled statements paying that debt down.
       01 CONSIGN-NET PIC S9(13) VALUE 0.
       01 CONSIGN-PAID-NET PIC S9(13) VALUE 0.
       01 COGS-TOTAL PIC S9(13) VALUE 0.
       01 PAY-FS PIC XX.
           88 PAY-FOUND VALUE "00".
           88 PAY-EOF VALUE "10".
           88 FEEL-FOUND VALUE "00".
           88 FEEL-EOF VALUE "10".
       01 FEE-NET PIC S9(13) VALUE 0.
       01 DEPL-FS PIC XX.
           88 DEPL-FOUND VALUE "00".
           88 DEPL-EOF VALUE "10".
       01 DEPOSIT-NET PIC S9(13) VALUE 0.
       01 CHL-FS PIC XX.
           88 CHL-FOUND VALUE "00".
           88 CHL-EOF VALUE "10".
       01 CHARITY-NET PIC S9(13) VALUE 0.
       01 AGL-FS PIC XX.
           88 AGL-FOUND VALUE "00".
           88 AGL-EOF VALUE "10".
       01 AGENCY-NET PIC S9(13) VALUE 0.
       01 AGENCY-COMM-NET PIC S9(13) VALUE 0.
       01 AGENCY-OWED-NET PIC S9(13) VALUE 0.
       01 AGENCY-PAID-NET PIC S9(13) VALUE 0.
       01 SPECORD-NET PIC S9(13) VALUE 0.
       01 CASHBACK-NET PIC S9(13) VALUE 0.
       01 CBKL-FS PIC XX.
           88 CBKL-FOUND VALUE "00".
           88 CBKL-EOF VALUE "10".
       01 CBK-DEBIT-NET PIC S9(13) VALUE 0.
       01 CBK-CREDIT-NET PIC S9(13) VALUE 0.
       01 CBK-LOSS-NET PIC S9(13) VALUE 0.
       01 WALLET-NET PIC S9(13) VALUE 0.
       01 WLT-FS PIC XX.
           88 WLT-FOUND VALUE "00".
           88 WLT-EOF VALUE "10".
       01 WALLET-FEE-NET PIC S9(13) VALUE 0.
       01 DEBIT-TOTAL PIC S9(13) VALUE 0.
       01 CREDIT-TOTAL PIC S9(13) VALUE 0.
       01 RESIDUAL PIC S9(13) VALUE 0.
        PERFORM PAY-READ-RTN
        PERFORM UNTIL PAY-EOF
            IF PAY-DATE = TODAY-DATE
                IF PAY-PO-NO(1:4) = "CONS"
                    ADD PAY-AMT TO CONSIGN-PAID-NET
                ELSE
                IF PAY-PO-NO(1:4) = "AGCY"
                    ADD PAY-AMT TO AGENCY-PAID-NET
                ELSE
                    ADD PAY-AMT TO PAYABLE-NET
                END-IF
                END-IF
            END-IF
            PERFORM PAY-READ-RTN
        END-PERFORM
        CLOSE BREAKAGE-FILE
    END-IF

      *> pass 9: bottle deposits collected less vouchers paid back.
    OPEN INPUT DEPOSIT-LEDGER-FILE
    IF DEPL-FOUND
        PERFORM DEPL-READ-RTN
        PERFORM UNTIL DEPL-EOF
            IF DEPL-DATE = TODAY-DATE
                ADD DEPL-AMT TO DEPOSIT-NET
            END-IF
            PERFORM DEPL-READ-RTN
        END-PERFORM
        CLOSE DEPOSIT-LEDGER-FILE
    END-IF

      *> pass 10: charity donations taken less those voided.
    OPEN INPUT CHARITY-LEDGER-FILE
    IF CHL-FOUND
        PERFORM CHL-READ-RTN
        PERFORM UNTIL CHL-EOF
            IF CHL-DATE = TODAY-DATE
                ADD CHL-AMT TO CHARITY-NET
            END-IF
            PERFORM CHL-READ-RTN
        END-PERFORM
        CLOSE CHARITY-LEDGER-FILE
    END-IF

      *> pass 11: agency face value taken and our commission out of
      *> it, net of returns and voids.
    OPEN INPUT AGENCY-LEDGER-FILE
    IF AGL-FOUND
        PERFORM AGL-READ-RTN
        PERFORM UNTIL AGL-EOF
            IF AGL-DATE = TODAY-DATE
                ADD AGL-AMT TO AGENCY-NET
                ADD AGL-COMM TO AGENCY-COMM-NET
            END-IF
            PERFORM AGL-READ-RTN
        END-PERFORM
        CLOSE AGENCY-LEDGER-FILE
    END-IF
    COMPUTE AGENCY-OWED-NET = AGENCY-NET - AGENCY-COMM-NET

      *> pass 12: chargebacks debited, won back and lost today.
    OPEN INPUT CBK-LEDGER-FILE
    IF CBKL-FOUND
        PERFORM CBKL-READ-RTN
        PERFORM UNTIL CBKL-EOF
            IF CBKL-DATE = TODAY-DATE
                IF CBKL-TYPE = "D"
                    ADD CBKL-AMT TO CBK-DEBIT-NET
                END-IF
                IF CBKL-TYPE = "R"
                    ADD CBKL-AMT TO CBK-CREDIT-NET
                END-IF
                IF CBKL-TYPE = "L"
                    ADD CBKL-AMT TO CBK-LOSS-NET
                END-IF
            END-IF
            PERFORM CBKL-READ-RTN
        END-PERFORM
        CLOSE CBK-LEDGER-FILE
    END-IF

      *> pass 13: the wallet provider's fees on the payments it
      *> settled today.
    OPEN INPUT WALLET-LOG-FILE
    IF WLT-FOUND
        PERFORM WLT-READ-RTN
        PERFORM UNTIL WLT-EOF
            IF WLT-IS-SETTLED AND WLT-SETTLE-DATE = TODAY-DATE
                ADD WLT-FEE TO WALLET-FEE-NET
            END-IF
            PERFORM WLT-READ-RTN
        END-PERFORM
        CLOSE WALLET-LOG-FILE
    END-IF

    OPEN INPUT GL-FILE
    IF GL-FOUND
        CLOSE GL-FILE
            ELSE
                COMPUTE COGS-ONE = COGS-QTY * INV-COST
            END-IF
      *> an agency item was never ours to cost - the provider's
      *> share posts off the agency ledger instead.
            IF INV-AGENCY
                CONTINUE
            ELSE
            IF INV-CONSIGNMENT
                ADD COGS-ONE TO CONSIGN-NET
            ELSE
                ADD COGS-ONE TO COGS-NET
            END-IF
            END-IF
    END-READ.

SHRNK-READ-RTN.
            MOVE "10" TO FEEL-FS
    END-READ.

DEPL-READ-RTN.
    READ DEPOSIT-LEDGER-FILE
        AT END
            MOVE "10" TO DEPL-FS
    END-READ.

CHL-READ-RTN.
    READ CHARITY-LEDGER-FILE
        AT END
            MOVE "10" TO CHL-FS
    END-READ.

AGL-READ-RTN.
    READ AGENCY-LEDGER-FILE
        AT END
            MOVE "10" TO AGL-FS
    END-READ.

CBKL-READ-RTN.
    READ CBK-LEDGER-FILE
        AT END
            MOVE "10" TO CBKL-FS
    END-READ.

WLT-READ-RTN.
    READ WALLET-LOG-FILE
        AT END
            MOVE "10" TO WLT-FS
    END-READ.

      *> gift-card loads are the type-"G" lines (the liability rises
      *> and the customer's cash or card pays for it - that tender
      *> side already lands in CASH-NET or CARD-NET); gift tenders
      *> per-kilo cost over thousandths, so COGS and the inventory
      *> decrement stay one number.
    IF INV-FILE-OPEN
          AND (LINE-TXTYPE = "S" OR LINE-TXTYPE = "R"
               OR LINE-TXTYPE = "D")
          AND LINE-N(1:1) NOT = SPACE
        MOVE LINE-N TO LINE-QTY
        MOVE "N" TO BUNDLE-SW
        END-IF
    END-IF

      *> "Z" cash-back posts a card side and a drawer side under
      *> the same receipt - journalled as its own pair below, off
      *> the card side, not as tender.
    IF LINE-TXTYPE = "Z"
        IF TXLOG-TENDER = "D"
            ADD TXLOG-AMT TO CASHBACK-NET
        END-IF
    ELSE
    IF TXLOG-CCY NOT = SPACES
        ADD TXLOG-AMT TO FRN-NET
    ELSE
            ADD TXLOG-AMT TO CARD-NET
        END-IF
    END-IF
    END-IF
    IF TXLOG-TENDER = "G"
        ADD TXLOG-AMT TO GIFT-DRAWN
    END-IF
      *> house-account charges are the restaurants' receivable.
    IF TXLOG-TENDER = "H"
        ADD TXLOG-AMT TO HOUSE-NET
    END-IF
      *> mobile-wallet tenders are owed by the wallet provider
      *> until its settlement pays them.
    IF TXLOG-TENDER = "W"
        ADD TXLOG-AMT TO WALLET-NET
    END-IF
    IF LINE-TXTYPE = "G"
        ADD TXLOG-AMT TO GIFT-LOADED
    END-IF
      *> special-order deposits taken, refunded and applied at
      *> pickup - the cash or card side is already counted above.
    IF LINE-TXTYPE = "Q"
        ADD TXLOG-AMT TO SPECORD-NET
    END-IF.

      *> the journal: debits are money the store gained title to,
    MOVE CARD-NET TO RESIDUAL
    PERFORM GL-DEBIT-SETUP-RTN
    MOVE "CARD-RECEIVABLE" TO GL-ACCOUNT
    PERFORM GL-WRITE-RTN

      *> cash-back: the processor owes us the cash the drawer
      *> handed over on the card - receivable up, drawer down by
      *> the same amount, no revenue and no tax either side.
    MOVE CASHBACK-NET TO RESIDUAL
    PERFORM GL-DEBIT-SETUP-RTN
    MOVE "CARD-RECEIVABLE" TO GL-ACCOUNT
    PERFORM GL-WRITE-RTN

    COMPUTE RESIDUAL = 0 - CASHBACK-NET
    PERFORM GL-DEBIT-SETUP-RTN
    MOVE "CASH-DRAWER" TO GL-ACCOUNT
    PERFORM GL-WRITE-RTN

    MOVE FRN-NET TO RESIDUAL
    MOVE MFR-NET TO RESIDUAL
    PERFORM GL-DEBIT-SETUP-RTN
    MOVE "COUPON-RECV" TO GL-ACCOUNT
    PERFORM GL-WRITE-RTN

      *> the wallet receivable, under the same short form the coupon
      *> receivable takes in the sixteen-character account field.
      *> The provider's fee relieves it the way the card
      *> processor's relieves the card receivable.
    MOVE WALLET-NET TO RESIDUAL
    PERFORM GL-DEBIT-SETUP-RTN
    MOVE "WALLET-RECV" TO GL-ACCOUNT
    PERFORM GL-WRITE-RTN

    MOVE WALLET-FEE-NET TO RESIDUAL
    PERFORM GL-DEBIT-SETUP-RTN
    MOVE "WALLET-FEES" TO GL-ACCOUNT
    PERFORM GL-WRITE-RTN

    COMPUTE RESIDUAL = 0 - WALLET-FEE-NET
    PERFORM GL-DEBIT-SETUP-RTN
    MOVE "WALLET-RECV" TO GL-ACCOUNT
    PERFORM GL-WRITE-RTN

      *> the processor's fee: expense in, the card receivable
    COMPUTE RESIDUAL = 0 - FEE-NET
    PERFORM GL-DEBIT-SETUP-RTN
    MOVE "CARD-RECEIVABLE" TO GL-ACCOUNT
    PERFORM GL-WRITE-RTN

      *> a chargeback takes the money back out of the card
      *> receivable and holds it in dispute; a won case puts it
      *> back, a lost one writes the held money off as a loss.
    MOVE CBK-DEBIT-NET TO RESIDUAL
    PERFORM GL-DEBIT-SETUP-RTN
    MOVE "CHARGEBACK-HELD" TO GL-ACCOUNT
    PERFORM GL-WRITE-RTN

    COMPUTE RESIDUAL = 0 - CBK-DEBIT-NET
    PERFORM GL-DEBIT-SETUP-RTN
    MOVE "CARD-RECEIVABLE" TO GL-ACCOUNT
    PERFORM GL-WRITE-RTN

    MOVE CBK-CREDIT-NET TO RESIDUAL
    PERFORM GL-DEBIT-SETUP-RTN
    MOVE "CARD-RECEIVABLE" TO GL-ACCOUNT
    PERFORM GL-WRITE-RTN

    COMPUTE RESIDUAL = 0 - CBK-CREDIT-NET
    PERFORM GL-DEBIT-SETUP-RTN
    MOVE "CHARGEBACK-HELD" TO GL-ACCOUNT
    PERFORM GL-WRITE-RTN

    MOVE CBK-LOSS-NET TO RESIDUAL
    PERFORM GL-DEBIT-SETUP-RTN
    MOVE "CHARGEBACK-LOSS" TO GL-ACCOUNT
    PERFORM GL-WRITE-RTN

    COMPUTE RESIDUAL = 0 - CBK-LOSS-NET
    PERFORM GL-DEBIT-SETUP-RTN
    MOVE "CHARGEBACK-HELD" TO GL-ACCOUNT
    PERFORM GL-WRITE-RTN

      *> house charges build the receivable up; the settlement
    COMPUTE RESIDUAL = 0 - TAX-NET
    PERFORM GL-DEBIT-SETUP-RTN
    MOVE "TAX-PAYABLE" TO GL-ACCOUNT
    PERFORM GL-WRITE-RTN

      *> the deposit money in the drawer is the return fund's - the
      *> net collected credits the liability, vouchers paid down
      *> debit it, and none of it touches revenue or tax.
    COMPUTE RESIDUAL = 0 - DEPOSIT-NET
    PERFORM GL-DEBIT-SETUP-RTN
    MOVE "DEPOSIT-LIAB" TO GL-ACCOUNT
    PERFORM GL-WRITE-RTN

      *> round-up donations likewise: the customer's cash or card
      *> paid them, the campaign is owed them until the monthly
      *> remittance pays it.
    COMPUTE RESIDUAL = 0 - CHARITY-NET
    PERFORM GL-DEBIT-SETUP-RTN
    MOVE "CHARITY-LIAB" TO GL-ACCOUNT
    PERFORM GL-WRITE-RTN

      *> agency sales: the face value less our commission is owed
      *> to the provider, the commission alone is income - and
      *> none of it is sales revenue or tax.
    COMPUTE RESIDUAL = 0 - AGENCY-OWED-NET
    PERFORM GL-DEBIT-SETUP-RTN
    MOVE "AGENCY-PAYABLE" TO GL-ACCOUNT
    PERFORM GL-WRITE-RTN

    COMPUTE RESIDUAL = 0 - AGENCY-COMM-NET
    PERFORM GL-DEBIT-SETUP-RTN
    MOVE "AGENCY-INCOME" TO GL-ACCOUNT
    PERFORM GL-WRITE-RTN

      *> money held against special orders is the customer's until
      *> the pickup sale absorbs it.
    COMPUTE RESIDUAL = 0 - SPECORD-NET
    PERFORM GL-DEBIT-SETUP-RTN
    MOVE "SPECORD-DEPOSITS" TO GL-ACCOUNT
    PERFORM GL-WRITE-RTN

    MOVE ROUND-NET TO RESIDUAL
      *> cost of goods sold and the matching relief of inventory -
      *> an equal debit and credit, so the pair can't unbalance the
      *> journal, and the GL finally shows margin, not just revenue.
      *> Consignment goods sold cost the same, but the credit is
      *> the debt to the consignor - they were never inventory.
    COMPUTE COGS-TOTAL = COGS-NET + CONSIGN-NET
    MOVE COGS-TOTAL TO RESIDUAL
    PERFORM GL-DEBIT-SETUP-RTN
    MOVE "COST-OF-GOODS" TO GL-ACCOUNT
    PERFORM GL-WRITE-RTN
    COMPUTE RESIDUAL = 0 - COGS-NET
    PERFORM GL-DEBIT-SETUP-RTN
    MOVE "INVENTORY" TO GL-ACCOUNT
    PERFORM GL-WRITE-RTN

    COMPUTE RESIDUAL = 0 - CONSIGN-NET
    PERFORM GL-DEBIT-SETUP-RTN
    MOVE "CONSIGN-PAYABLE" TO GL-ACCOUNT
    PERFORM GL-WRITE-RTN

      *> the day's approved supplier invoices: goods into inventory,
    COMPUTE RESIDUAL = 0 - PAYABLE-NET
    PERFORM GL-DEBIT-SETUP-RTN
    MOVE "ACCTS-PAYABLE" TO GL-ACCOUNT
    PERFORM GL-WRITE-RTN

      *> a consignor's statement approved against the settlement
      *> moves the debt from the consignment account to the
      *> payables the payment run pays from.
    MOVE CONSIGN-PAID-NET TO RESIDUAL
    PERFORM GL-DEBIT-SETUP-RTN
    MOVE "CONSIGN-PAYABLE" TO GL-ACCOUNT
    PERFORM GL-WRITE-RTN

    COMPUTE RESIDUAL = 0 - CONSIGN-PAID-NET
    PERFORM GL-DEBIT-SETUP-RTN
    MOVE "ACCTS-PAYABLE" TO GL-ACCOUNT
    PERFORM GL-WRITE-RTN

      *> a provider's invoice approved against its settlements
      *> moves the debt from the agency account the same way.
    MOVE AGENCY-PAID-NET TO RESIDUAL
    PERFORM GL-DEBIT-SETUP-RTN
    MOVE "AGENCY-PAYABLE" TO GL-ACCOUNT
    PERFORM GL-WRITE-RTN

    COMPUTE RESIDUAL = 0 - AGENCY-PAID-NET
    PERFORM GL-DEBIT-SETUP-RTN
    MOVE "ACCTS-PAYABLE" TO GL-ACCOUNT
    PERFORM GL-WRITE-RTN

      *> the day's write-offs: shrink expense against the same
