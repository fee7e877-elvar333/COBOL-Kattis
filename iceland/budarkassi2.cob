        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TXLOG-FS.

      *> the sealed receipt-chain journal - where each register's
      *> chain opens when today's log holds none of its records.
    SELECT CHAIN-JOURNAL-FILE ASSIGN TO "BUDCHAIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHAIN-FS.

    SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SAFE-FS.

      *> the time clock - every clock-in, clock-out and break keyed
      *> at the till, one event per line, for the weekly hours and
      *> the payroll export.
    SELECT ATTENDANCE-FILE ASSIGN TO "BUDATT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ATT-FS.

      *> every paid-out and paid-in drawer movement - the courier
      *> and the window washer stop making the register read short,
      *> and the daily listing gets signed off a file instead of
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS VATIN-FS.

      *> the bottle/can deposit ledger - every deposit collected on
      *> a sale line and every reverse-vending voucher paid back,
      *> dated, so the deposit liability can be proved line by line
      *> and remitted to the return fund at month end.  Never
      *> truncated.
    SELECT DEPOSIT-LEDGER-FILE ASSIGN TO "BUDDEPL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DEPL-FS.

      *> charity round-up: the campaign master GODGERD keeps, read
      *> once at start-up for the campaign running today, and the
      *> donation ledger every "H"-armed receipt writes to.
    SELECT CHARITY-MASTER ASSIGN TO "CHARMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS CHM-CAMPAIGN
        FILE STATUS IS CHM-FS.

    SELECT CHARITY-LEDGER-FILE ASSIGN TO "BUDCHAR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHL-FS.

      *> the agency sales ledger - every top-up, bus card or
      *> lottery line rung for a provider, with our commission.
    SELECT AGENCY-LEDGER-FILE ASSIGN TO "BUDAGCY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AGL-FS.

      *> the rain-check register - a sold-out promotion item's
      *> promise of the promo price later, issued and redeemed by
      *> the "J" line.  Read through at open for this register's
      *> last number, so numbering runs on across days.
    SELECT RAINCHECK-MASTER ASSIGN TO "RAINMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS RCK-NO
        FILE STATUS IS RCK-FS.

      *> the tax-free form register - one line per numbered form
      *> issued to a foreign visitor (passport, per-rate VAT off the
      *> receipt's split), and a cancel line when the receipt behind
      *> one is voided.  SKATTFRJALS builds the refund operator's
      *> nightly export from it.
    SELECT TAX-FREE-FILE ASSIGN TO "BUDTAXFR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TFF-FS.

      *> customer special orders SERPONTUN opens - the "Q" line
      *> takes or refunds the deposit against one, and arms the
      *> pickup that closes it on the next posted receipt.
    SELECT SPECIAL-ORDER-MASTER ASSIGN TO "SPECMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SO-ID
        FILE STATUS IS SO-FS.

      *> web-shop click-and-collect orders VEFPONTUN imports and
      *> allocates - the "D" line hands one over at the till,
      *> already paid for, and releases its allocation.
    SELECT WEB-ORDER-MASTER ASSIGN TO "WEBORD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS WEB-KEY
        FILE STATUS IS WEB-FS.

      *> gift registries GJAFALISTI keeps - the "O" line names one
      *> for the next posted receipt, what it buys comes off what
      *> the registry still wants, and each purchase is logged by
      *> receipt on GIFTBUY so a void can give it back.
    SELECT REGISTRY-MASTER ASSIGN TO "GIFTREG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS GR-NO
        FILE STATUS IS GR-FS.

    SELECT REGISTRY-ITEM-FILE ASSIGN TO "GIFTITEM"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS GRI-KEY
        FILE STATUS IS GRI-FS.

    SELECT REGISTRY-PURCHASE-FILE ASSIGN TO "GIFTBUY"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GRB-KEY
        FILE STATUS IS GRB-FS.

      *> home delivery - the "M" line inside a basket books the sale
      *> onto a DELVSLOT slot for the address on CONTMAST, and the
      *> basket's close writes the DELVMAST booking and its goods on
      *> DELVITEM so they are held back until delivered.
    SELECT DELIVERY-SLOT-FILE ASSIGN TO "DELVSLOT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SLOT-KEY
        FILE STATUS IS SLOT-FS.

    SELECT DELIVERY-MASTER ASSIGN TO "DELVMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS DLV-KEY
        FILE STATUS IS DLV-FS.

    SELECT DELIVERY-ITEM-FILE ASSIGN TO "DELVITEM"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS DLVI-KEY
        FILE STATUS IS DLVI-FS.

    SELECT CONTACT-MASTER ASSIGN TO "CONTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CONT-CUST-ID
        FILE STATUS IS CONT-FS.

      *> house-account master - the "H" on-account tender checks
      *> the credit limit and posts the charge here, so the
      *> restaurant customers stop living in a notebook.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MCLM-FS.

      *> mobile-wallet journal - one line per wallet payment,
      *> refund and void, with the provider's payment reference,
      *> so the daily settlement can be matched back to the till.
    SELECT WALLET-LOG-FILE ASSIGN TO "BUDWLT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WLT-FS.

      *> single-use coupons - issued on the footer of a qualifying
      *> receipt, burned at redemption.  DYNAMIC so startup can
      *> walk for the highest number already issued.
    FD  TXLOG-FILE.
    COPY "txlog.cpy".

    FD  CHAIN-JOURNAL-FILE.
    COPY "chainjrn.cpy".

      *> one header record carrying the run's state as of the last
      *> checkpoint - last line processed, next receipt number, the
      *> day's running totals and the per-rate tax buckets.  The
            10  CKP-CAT-BASE     PIC S9(12).
            10  FILLER           PIC X VALUE SPACE.
            10  CKP-CAT-TAX      PIC S9(12).
        05  FILLER           PIC X VALUE SPACE.
        05  CKP-DEPOSIT-TOTAL PIC S9(11).
        05  FILLER           PIC X VALUE SPACE.
        05  CKP-DONATION-TOTAL PIC S9(11).
        05  FILLER           PIC X VALUE SPACE.
        05  CKP-AGENCY-TOTAL PIC S9(11).
        05  FILLER           PIC X VALUE SPACE.
        05  CKP-CASHBACK-TOTAL PIC S9(11).

    FD  DAY-RECEIPTS-FILE.
    COPY "budrcpt.cpy".

    FD  DAY-MARKER-FILE.
    01  DAY-MARKER-RECORD.
        05  PB-STATUS       PIC X(1).
        05  FILLER          PIC X.
        05  PB-MIN-AGE      PIC 9(2).
        05  FILLER          PIC X VALUE SPACE.
        05  PB-DEPOSIT      PIC 9(4).

    FD  DEFER-FILE.
    01  DEFER-RECORD.
        05  FILLER          PIC X VALUE SPACE.
        05  SAFE-DEP-DATE   PIC 9(8).

    FD  ATTENDANCE-FILE.
    COPY "attlog.cpy".

    FD  PAID-FILE.
    01  PAID-RECORD.
        05  PAID-DATE       PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  VATIN-TAX       PIC S9(12).

      *> DEPL-TYPE "C" is deposit collected on a sale (negative on a
      *> return or a void), "V" a voucher paid back (negative).
      *> DEPL-AMT is the liability movement itself; DEPL-REF names
      *> the voucher, or the receipt a void reversed.
    FD  DEPOSIT-LEDGER-FILE.
    01  DEPOSIT-LEDGER-RECORD.
        05  DEPL-DATE       PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  DEPL-REGISTER   PIC X(4).
        05  FILLER          PIC X VALUE SPACE.
        05  DEPL-RCPT-NO    PIC 9(10).
        05  FILLER          PIC X VALUE SPACE.
        05  DEPL-TYPE       PIC X(1).
        05  FILLER          PIC X VALUE SPACE.
        05  DEPL-SKU        PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  DEPL-QTY        PIC S9(7).
        05  FILLER          PIC X VALUE SPACE.
        05  DEPL-AMT        PIC S9(9).
        05  FILLER          PIC X VALUE SPACE.
        05  DEPL-REF        PIC X(10).

    FD  CHARITY-MASTER.
    COPY "charmast.cpy".

    FD  CHARITY-LEDGER-FILE.
    COPY "charlog.cpy".

    FD  AGENCY-LEDGER-FILE.
    COPY "agcylog.cpy".

    FD  RAINCHECK-MASTER.
    COPY "rainchk.cpy".

      *> TFF-STATUS "I" is a form issued, "V" the cancel written
      *> when its receipt is voided.  TFF-FORM-NO runs per register,
      *> so register and number together name the form.
    FD  TAX-FREE-FILE.
    01  TAX-FREE-RECORD.
        05  TFF-DATE        PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  TFF-REGISTER    PIC X(4).
        05  FILLER          PIC X VALUE SPACE.
        05  TFF-FORM-NO     PIC 9(6).
        05  FILLER          PIC X VALUE SPACE.
        05  TFF-RCPT-NO     PIC 9(10).
        05  FILLER          PIC X VALUE SPACE.
        05  TFF-STATUS      PIC X(1).
        05  FILLER          PIC X VALUE SPACE.
        05  TFF-COUNTRY     PIC X(3).
        05  FILLER          PIC X VALUE SPACE.
        05  TFF-PASSPORT    PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  TFF-GROSS       PIC S9(12).
        05  FILLER          PIC X VALUE SPACE.
        05  TFF-VAT         PIC S9(12).
        05  TFF-RATE-ENTRY OCCURS 5 TIMES.
            10  FILLER      PIC X.
            10  TFF-RATE    PIC 9V999.
            10  FILLER      PIC X.
            10  TFF-BASE    PIC S9(12).
            10  FILLER      PIC X.
            10  TFF-TAX     PIC S9(12).

    FD  SPECIAL-ORDER-MASTER.
    COPY "specord.cpy".

    FD  WEB-ORDER-MASTER.
    COPY "webord.cpy".

    FD  REGISTRY-MASTER.
    COPY "giftreg.cpy".

    FD  REGISTRY-ITEM-FILE.
    COPY "gregitem.cpy".

    FD  REGISTRY-PURCHASE-FILE.
    COPY "grbuy.cpy".

    FD  DELIVERY-SLOT-FILE.
    COPY "delvslot.cpy".

    FD  DELIVERY-MASTER.
    COPY "delvmast.cpy".

    FD  DELIVERY-ITEM-FILE.
    COPY "delvitem.cpy".

    FD  CONTACT-MASTER.
    COPY "contmast.cpy".

    FD  HOUSE-ACCOUNT-MASTER.
    COPY "haccmast.cpy".

        05  FILLER          PIC X VALUE SPACE.
        05  MCLM-VALUE      PIC S9(9).

    FD  WALLET-LOG-FILE.
    COPY "wltlog.cpy".

    FD  COUPON-FILE.
    COPY "coupmast.cpy".

        05  FILLER          PIC X(10).
        05  FILLER          PIC X.
        05  HX-DATE         PIC 9(8).
        05  FILLER          PIC X(16).

    FD  RETURNS-FILE.
    01  RETURNS-RECORD.
       01 TXLOG-FS PIC XX.
           88 TXLOG-FOUND VALUE "00".
           88 TXLOG-EOF VALUE "10".
       01 CHAIN-FS PIC XX.
           88 CHAIN-FOUND VALUE "00".
           88 CHAIN-EOF VALUE "10".
      *> the register's receipt chain - the value its last record
      *> closed on, and the work fields each new link is summed in.
       01 CHAIN-LAST PIC 9(10) VALUE 0.
       01 CHAIN-TEXT PIC X(153).
       01 CHAIN-LEN PIC 9(3).
       01 CHAIN-IX PIC 9(3).
       01 CHAIN-VALUE PIC 9(10).
       01 CHAIN-WORK PIC 9(15).
       01 CHAIN-QUOT PIC 9(15).
      *> the largest ten-digit prime - the chain's modulus.
       01 CHAIN-MODULUS PIC 9(10) VALUE 9999999967.
       01 FX-FS PIC XX.
           88 FX-FOUND VALUE "00".
       01 CKP-FS PIC XX.
      *> set when the price lookup finds the SKU retired - the sale
      *> is refused at ring time, though a price check still answers.
       01 ITEM-DISC-SW PIC X VALUE "N".
           88 ITEM-DISC VALUE "Y" "R".
           88 ITEM-RECALLED VALUE "R".
       01 SCBAL-FS PIC XX.
           88 SCBAL-FOUND VALUE "00".
       01 STORE-CREDIT-LIAB PIC S9(12) VALUE 0.
       01 AGE-RAW PIC X(4).
       01 AGE-LEN PIC S9(2).
       01 ITEM-MIN-AGE PIC 9(2) VALUE 0.

      *> the floor salesperson who made the sale - twentieth token,
      *> optional ("*" or absent means none).  Not the cashier: in
      *> the commissioned departments someone on the floor sells and
      *> the till only takes the money.  On a sale line it names
      *> that line's seller; on a basket's "E" close it names the
      *> seller of every item in the basket that didn't carry its
      *> own.  Held to the cashier master like the cashier is, and
      *> logged with the line, where the commission statement reads
      *> it back.
       01 SALES-ID PIC X(4) VALUE SPACES.
       01 SALES-LEN PIC S9(2).

      *> bottle/can deposit: the SKU's per-unit deposit off the
      *> master (or the price book), what the line in hand carries,
      *> and what a receipt took back in reverse-vending vouchers.
      *> Deposit money rides the tendered total but never the sale
      *> or its VAT.
       01 DEPL-FS PIC XX.
           88 DEPL-FOUND VALUE "00".
       01 ITEM-DEPOSIT PIC 9(4) VALUE 0.
       01 LINE-DEPOSIT PIC S9(9) VALUE 0.
       01 LINE-VOUCHER PIC S9(9) VALUE 0.
       01 DEPOSIT-DISP PIC -(8)9.
       01 DAY-DEPOSIT-TOTAL PIC S9(11) VALUE 0.
       01 DAY-DEPOSIT-ED PIC -(10)9.
       01 VOID-DEPOSIT PIC S9(9) VALUE 0.
       01 VOID-VOUCHER PIC S9(9) VALUE 0.

      *> charity round-up: "H amount" arms a donation for the next
      *> posted receipt - zero rounds the total up to the next
      *> whole hundred, anything else is given as keyed.  Like the
      *> deposit it rides the tendered total, never the sale or its
      *> VAT, and goes to the one campaign running today.
       01 CHM-FS PIC XX.
           88 CHM-FOUND VALUE "00".
           88 CHM-EOF VALUE "10".
       01 CHL-FS PIC XX.
           88 CHL-FOUND VALUE "00".
       01 CHARITY-CAMPAIGN PIC X(6) VALUE SPACES.
       01 CHARITY-NAME PIC X(30) VALUE SPACES.
       01 DONATE-PEND-SW PIC X VALUE "N".
           88 DONATE-PENDING VALUE "Y".
       01 DONATE-REQ PIC 9(6) VALUE 0.
       01 LINE-DONATION PIC S9(9) VALUE 0.
       01 DAY-DONATION-TOTAL PIC S9(11) VALUE 0.
       01 VOID-DONATION PIC S9(9) VALUE 0.
       01 VOID-CHARITY PIC X(6).

      *> debit-card cash-back: "Z amount" arms cash for the next
      *> posted receipt, within the control record's per-receipt
      *> maximum.  The card is charged the purchase plus the cash
      *> and the drawer pays the cash out - neither the sale nor
      *> its VAT moves, and the movement posts under its own type
      *> so nobody has to ring a paid-out to cover it.
       01 CASHBACK-MAX PIC 9(6) VALUE 0.
       01 CASHBACK-MIN PIC 9(7) VALUE 0.
       01 CASHBACK-PEND-SW PIC X VALUE "N".
           88 CASHBACK-PENDING VALUE "Y".
       01 CASHBACK-REQ PIC 9(6) VALUE 0.
       01 LINE-CASHBACK PIC S9(9) VALUE 0.
       01 CASHBACK-RCPT-NO PIC 9(10).
       01 CASHBACK-LINE PIC X(84).
       01 CASHBACK-ED PIC Z(5)9.
       01 CASHBACK-MIN-ED PIC Z(6)9.
       01 DAY-CASHBACK-TOTAL PIC S9(11) VALUE 0.
       01 VOID-CASHBACK PIC S9(9) VALUE 0.

      *> agency items: the provider, commission rate and the face
      *> value the line in hand carries outside the sale and its
      *> VAT, and what a voided receipt's agency line was.
       01 AGL-FS PIC XX.
           88 AGL-FOUND VALUE "00".
       01 ITEM-AGENCY-SW PIC X VALUE "N".
           88 ITEM-AGENCY VALUE "Y".
       01 ITEM-PROVIDER PIC X(6) VALUE SPACES.
       01 ITEM-AGENCY-RATE PIC 9V999 VALUE 0.
       01 LINE-AGENCY PIC S9(9) VALUE 0.
       01 LINE-AGY-COMM PIC S9(9) VALUE 0.
       01 DAY-AGENCY-TOTAL PIC S9(11) VALUE 0.
       01 VOID-AGENCY PIC S9(9) VALUE 0.
       01 VOID-AGY-COMM PIC S9(9) VALUE 0.
       01 VOID-PROVIDER PIC X(6).
       01 VOID-AGY-SKU PIC X(10).
       01 VOID-AGY-QTY PIC S9(7).

      *> rain checks: "J qty sku promo customer" issues one for a
      *> promotion item that has sold out, "J 0 no" arms one for
      *> the next sale of its SKU.  RAIN-VALID-DAYS is how long
      *> past the promotion's end the promise holds.
       01 RCK-FS PIC XX.
           88 RCK-FOUND VALUE "00".
           88 RCK-NEW-FILE VALUE "35".
           88 RCK-EOF VALUE "10".
       01 RCK-OPEN-SW PIC X VALUE "N".
           88 RCK-FILE-OPEN VALUE "Y".
       01 RAIN-VALID-DAYS PIC 9(3) VALUE 30.
       01 RAIN-NEXT-SEQ PIC 9(6) VALUE 0.
       01 RAIN-PEND-SW PIC X VALUE "N".
           88 RAIN-PENDING VALUE "Y".
       01 RAIN-APPLIED-SW PIC X VALUE "N".
           88 RAIN-APPLIED VALUE "Y".
       01 RAIN-NO-PEND PIC X(10) VALUE SPACES.
       01 RAIN-SKU-PEND PIC X(10) VALUE SPACES.
       01 RAIN-QTY-PEND PIC 9(5) VALUE 0.
       01 RAIN-PRICE-PEND PIC S9(6) VALUE 0.
       01 RAIN-PRICE PIC S9(6) VALUE 0.
       01 RAIN-OK-SW PIC X VALUE "Y".
           88 RAIN-OK VALUE "Y".
       01 RAIN-T1 PIC X(13).
       01 RAIN-T2 PIC X(13).
       01 RAIN-T3 PIC X(13).
       01 RAIN-T4 PIC X(13).
       01 RAIN-CUST PIC X(10).
       01 RAIN-PRICE-ED PIC -(6)9.
       01 VOID-RAIN-NO PIC X(10) VALUE SPACES.

      *> gift registry: "O 0 regno" arms a guest's purchase off the
      *> registry for the next posted receipt; "O 0 regno custid"
      *> with a registrant's customer number, once the event is past
      *> and inside the registry's completion window, arms the
      *> couple's own buy of what is left at the completion
      *> discount.
       01 GR-FS PIC XX.
           88 GR-FOUND VALUE "00".
       01 GRI-FS PIC XX.
           88 GRI-FOUND VALUE "00".
       01 GRB-FS PIC XX.
           88 GRB-FOUND VALUE "00".
           88 GRB-NEW-FILE VALUE "35".
           88 GRB-EOF VALUE "10".
       01 GIFTREG-OPEN-SW PIC X VALUE "N".
           88 GIFTREG-FILE-OPEN VALUE "Y".
       01 GIFTREG-MODE-SW PIC X VALUE "N".
           88 GIFTREG-ARMED VALUE "G" "C".
           88 GIFTREG-GUEST VALUE "G".
           88 GIFTREG-COMPLETION VALUE "C".
       01 GIFTREG-PEND-NO PIC 9(6) VALUE 0.
       01 GIFTREG-PCT PIC 9(2) VALUE 0.
       01 GIFTREG-APPLIED-SW PIC X VALUE "N".
           88 GIFTREG-APPLIED VALUE "Y".
       01 GIFTREG-OK-SW PIC X VALUE "Y".
           88 GIFTREG-OK VALUE "Y".
       01 GIFTREG-SKU PIC X(10).
       01 GIFTREG-QTY PIC S9(7).
       01 GIFTREG-LEFT PIC S9(7).
       01 GIFTREG-LINES PIC 9(3).
       01 GIFTREG-END-INT PIC S9(9).
       01 GIFTREG-QTY-ED PIC Z(6)9.
       01 GIFTREG-LEFT-ED PIC Z(6)9.
       01 VOID-GIFTREG-NO PIC 9(6) VALUE 0.

      *> home delivery: "M charge custid yyyymmddnn" inside an open
      *> basket adds the delivery charge to the basket and books the
      *> basket onto slot nn of that date for the customer's address
      *> when it closes.
       01 SLOT-FS PIC XX.
           88 SLOT-FOUND VALUE "00".
       01 DLV-FS PIC XX.
           88 DLV-FOUND VALUE "00".
           88 DLV-NEW-FILE VALUE "35".
       01 DLVI-FS PIC XX.
           88 DLVI-FOUND VALUE "00".
           88 DLVI-NEW-FILE VALUE "35".
       01 CONT-FS PIC XX.
           88 CONT-FOUND VALUE "00".
       01 DELIVERY-OPEN-SW PIC X VALUE "N".
           88 DELIVERY-FILE-OPEN VALUE "Y".
       01 DELIVERY-ARMED-SW PIC X VALUE "N".
           88 DELIVERY-ARMED VALUE "Y".
       01 DELIVERY-CUST PIC X(10).
       01 DELIVERY-SLOT-DATE PIC 9(8).
       01 DELIVERY-SLOT-NO PIC 9(2).
       01 DELIVERY-CHARGE PIC S9(7).
       01 DELIVERY-TAX PIC S9(7).
       01 DELIVERY-RCPT PIC 9(10).
       01 DELIVERY-CHARGE-ED PIC Z(6)9.
       01 DELIVERY-QTY-ED PIC Z(6)9.
       01 BIRTH-YEAR PIC 9(4).
       01 BUYER-AGE PIC S9(4).
       01 BUSINESS-YEAR PIC 9(4).
       01 MCLM-FS PIC XX.
           88 MCLM-FOUND VALUE "00".
       01 MCLM-VALUE-ED PIC -(8)9.
       01 WLT-FS PIC XX.
           88 WLT-FOUND VALUE "00".
       01 WLT-AMT-ED PIC -(8)9.

       01 HACC-FS PIC XX.
           88 HACC-FOUND VALUE "00".
       01 VAT-BASE-ED PIC -(11)9.
       01 VAT-TAX-ED PIC -(11)9.

      *> tax-free mode: an "X 0 passport country" line arms it for
      *> the next posted receipt, which - if it reaches the minimum
      *> spend - gets the next form number for this register.
       01 TFF-FS PIC XX.
           88 TFF-FOUND VALUE "00".
           88 TFF-EOF VALUE "10".
       01 TAXFREE-PEND-SW PIC X VALUE "N".
           88 TAXFREE-PENDING VALUE "Y".
       01 TF-PASSPORT PIC X(10).
       01 TF-COUNTRY PIC X(3).
       01 TF-MIN-SPEND PIC 9(7) VALUE 0.
       01 TF-NEXT-FORM PIC 9(6) VALUE 0.
       01 TF-ISSUED-FORM PIC 9(6) VALUE 0.
       01 TF-GROSS PIC S9(12).
       01 TF-GROSS-ED PIC -(11)9.
       01 TF-MIN-ED PIC Z(6)9.
       01 VOID-TF-FORM PIC 9(6) VALUE 0.

      *> special-order pickup: a "Q 0 order" line arms it for the
      *> next posted receipt, which - if the ordered SKU is on it -
      *> takes the deposit off what the customer pays and closes
      *> the order.
       01 SO-FS PIC XX.
           88 SO-FOUND VALUE "00".
       01 SO-OPEN-SW PIC X VALUE "N".
           88 SO-FILE-OPEN VALUE "Y".
       01 SPECORD-PEND-SW PIC X VALUE "N".
           88 SPECORD-PENDING VALUE "Y".
       01 SPECORD-PEND-ID PIC X(10).
       01 SPECORD-HIT-SW PIC X VALUE "N".
           88 SPECORD-ON-RECEIPT VALUE "Y".
       01 SPECORD-TENDER PIC X(1).
       01 SPECORD-AMT-ED PIC -(9)9.

      *> web-order collection - "D 0 order" hands over every line
      *> of the order that has stock allocated.
       01 WEB-FS PIC XX.
           88 WEB-FOUND VALUE "00".
           88 WEB-EOF VALUE "10".
       01 WEB-OPEN-SW PIC X VALUE "N".
           88 WEB-FILE-OPEN VALUE "Y".
       01 WEBCOL-ORDER PIC X(10).
       01 WEBCOL-LINES PIC 9(4).
       01 WEBCOL-SHORT PIC 9(4).
       01 WEBCOL-QTY PIC S9(7).
       01 WEBCOL-QTY-ED PIC Z(6)9.

       01 PAID-FS PIC XX.
           88 PAID-FOUND VALUE "00".
       01 SAFE-FS PIC XX.
           88 SAFE-FOUND VALUE "00".
       01 ATT-FS PIC XX.
           88 ATT-FOUND VALUE "00".
      *> set when the control record is a training one - every
      *> receipt banners TRAINING so the paper can't be mistaken
      *> for a sale.  THJALFUN runs this whole program inside its
               10 PT-UOM PIC X(1).
               10 PT-STATUS PIC X(1).
               10 PT-AGE PIC 9(2).
               10 PT-DEPOSIT PIC 9(4).
       01 PBOOK-COUNT PIC 9(4) VALUE 0.
       01 PBX PIC S9(5).
       01 PB-HIT-SW PIC X VALUE "N".
           88 EOF-INP VALUE SPACES.
       01 TX-TYPE PIC  X(1).
           88 TX-VATINV VALUE "I".
      *> tax-free marker - "X 0 passport country" arms a numbered
      *> tax-free form for a foreign visitor on the next receipt.
           88 TX-TAXFREE VALUE "X".
      *> drawer movements that are not sales: "U amount reason
      *> recipient..." pays out of the drawer, "N amount reason
      *> payer..." pays in - both post to TXLOG under their own
      *> expects the lighter drawer, and the bag opens on the safe
      *> ledger until the bank deposit closes it.
           88 TX-PICKUP VALUE "K".
      *> a reverse-vending-machine deposit voucher - "F amount
      *> voucherno" pays the voucher out of the drawer on its own,
      *> or comes off the total as a negative line inside a basket.
           88 TX-DEPVOUCHER VALUE "F".
      *> a customer special order - "Q amount order" takes a
      *> deposit against it on cash or card, "Q -amount order"
      *> hands some back, and "Q 0 order" arms the pickup for the
      *> next posted receipt.
           88 TX-SPECORD VALUE "Q".
      *> a web-shop click-and-collect order - "D 0 order" hands the
      *> allocated lines over; the money was taken online.
           88 TX-WEBCOLLECT VALUE "D".
      *> employee purchase marker - "Y 0 empid" arms the policy
      *> discount for the next posted receipt.
           88 TX-EMPPUR VALUE "Y".
      *> basket hold - a bare "W" parks the open basket under a
      *> slip number; "W slipno" recalls it into a fresh basket.
           88 TX-HOLD VALUE "W".
      *> time clock - "A 0 event" with the time and the operator in
      *> their usual slots clocks the operator IN, OUT, on a break
      *> (BRK) or back from one (RET).  No money, no receipt.
           88 TX-CLOCK VALUE "A".
      *> charity round-up - "H 0" rounds the next posted receipt up
      *> to the next whole hundred for today's campaign, "H amount"
      *> adds that amount instead.
           88 TX-DONATE VALUE "H".
      *> debit-card cash-back - "Z amount" hands that much cash
      *> over on the next posted receipt paid by debit card.
           88 TX-CASHBACK VALUE "Z".
      *> rain check - "J qty sku promo customer" issues one for a
      *> sold-out promotion item at the promotion price; "J 0 no"
      *> arms one to price the next sale of its SKU.  No money, no
      *> receipt on either.
           88 TX-RAINCHK VALUE "J".
      *> gift registry - "O 0 regno" arms a guest's purchase off a
      *> registry for the next posted receipt; a registrant's
      *> customer number in the discount slot arms the completion
      *> buy after the event.  No money, no receipt.
           88 TX-GIFTREG VALUE "O".
      *> home delivery - "M charge custid yyyymmddnn" inside a
      *> basket books it for delivery into a slot; the charge joins
      *> the basket at the standard rate.
           88 TX-DELIVERY VALUE "M".
           88 TX-SALE VALUE "S".
           88 TX-VOID VALUE "V".
           88 TX-PRICECHK VALUE "P".
       01 BASKET-ITEM-TAB.
           05 BASKET-ITEM OCCURS 100 TIMES INDEXED BY BX.
               10 BI-LINE PIC X(84).
      *> the held line's deposit (a voucher's is negative) with the
      *> SKU or voucher number and quantity the ledger line needs.
               10 BI-SKU PIC X(10).
               10 BI-QTY PIC S9(7).
               10 BI-DEPOSIT PIC S9(9).
      *> when and how the item was rung - the detail line posts at
      *> the basket close, but the productivity report times the
      *> scanning, not the tender.
               10 BI-TIME PIC X(4).
               10 BI-SECS PIC X(2).
               10 BI-ENTRY PIC X(1).
       01 BASKET-ITEM-COUNT PIC 9(3) VALUE 0.
       01 BASKET-DEPOSIT PIC S9(9) VALUE 0.
       01 BASKET-VOUCHER PIC S9(9) VALUE 0.
       01 BASKET-NEW-SUB PIC S9(13).
       01 BASKET-SUB-DISP PIC Z(11).

      *> token, defaulted to all zeros when a line doesn't carry one,
      *> so the hourly staffing report still has something to bucket on.
       01 TX-TIME PIC  X(4) VALUE "0000".
      *> the seconds behind it when the time token runs to six
      *> digits (HHMMSS) - spaces on a four-digit one - so the
      *> productivity report can time a receipt to the second.
       01 TX-SECS PIC X(2) VALUE SPACES.
      *> how an item line was entered - "S" when the SKU slot
      *> resolved through the EANMAST cross-reference (a scan),
      *> "K" when it was keyed as the SKU itself, space on lines
      *> that ring no item.
       01 ENTRY-MODE PIC X(1) VALUE SPACE.

      *> operator running the register - optional seventh token,
      *> defaulted to spaces (unknown cashier) when absent.
      *> slot, the limit is checked and the charge posts to the
      *> account's balance instead of any drawer.
           88 PAY-HOUSE VALUE "H".
      *> a phone-wallet payment - the reference the wallet terminal
      *> gave back rides in the card slot and lands on the BUDWLT
      *> journal, so the provider's settlement can be matched to it.
           88 PAY-WALLET VALUE "W".

      *> a manually keyed price override - eleventh token, optional,
      *> zero when absent.  A nonzero override replaces the
       01 TXTYPE-RAW PIC X(1) VALUE "S".
       01 N-RAW      PIC X(8) VALUE "0".
       01 DISC-RAW   PIC X(10) VALUE "0".
       01 TIME-RAW   PIC X(6) VALUE "0000".
       01 TXTYPE-LEN PIC S9(2).
       01 N-LEN      PIC S9(2).
       01 SKU-LEN    PIC S9(2).
            MOVE BUD-NORCPT-CAP TO NORCPT-CAP
            MOVE BUD-STORE-NO TO STORE-NO
            MOVE BUD-FX-STALE-DAYS TO FX-STALE-DAYS
            MOVE BUD-TAXFREE-MIN TO TF-MIN-SPEND
            IF BUD-CASHBACK-MAX IS NUMERIC
                MOVE BUD-CASHBACK-MAX TO CASHBACK-MAX
            END-IF
            IF BUD-CASHBACK-MIN IS NUMERIC
                MOVE BUD-CASHBACK-MIN TO CASHBACK-MIN
            END-IF
            IF BUD-BUSINESS-DATE > 0
                MOVE BUD-BUSINESS-DATE TO BUSINESS-DATE
            END-IF
                MOVE CKP-ROUND-TOTAL TO ROUND-TOTAL
                MOVE CKP-REFUND-TOTAL TO REFUND-TOTAL
                MOVE CKP-NORCPT-COUNT TO NORCPT-COUNT
                MOVE CKP-DEPOSIT-TOTAL TO DAY-DEPOSIT-TOTAL
                MOVE CKP-DONATION-TOTAL TO DAY-DONATION-TOTAL
                MOVE CKP-AGENCY-TOTAL TO DAY-AGENCY-TOTAL
                MOVE CKP-CASHBACK-TOTAL TO DAY-CASHBACK-TOTAL
                PERFORM VARYING TAX-BUCKET FROM 1 BY 1
                        UNTIL TAX-BUCKET > 5
                    MOVE CKP-CAT-RATE(TAX-BUCKET)
        OPEN OUTPUT MFR-CLAIM-FILE
    END-IF

      *> and the mobile-wallet journal.
    OPEN INPUT WALLET-LOG-FILE
    IF WLT-FOUND
        CLOSE WALLET-LOG-FILE
        OPEN EXTEND WALLET-LOG-FILE
    ELSE
        OPEN OUTPUT WALLET-LOG-FILE
    END-IF

      *> and the safe ledger.
    OPEN INPUT SAFE-FILE
    IF SAFE-FOUND
        OPEN OUTPUT SAFE-FILE
    END-IF

      *> and the time clock.
    OPEN INPUT ATTENDANCE-FILE
    IF ATT-FOUND
        CLOSE ATTENDANCE-FILE
        OPEN EXTEND ATTENDANCE-FILE
    ELSE
        OPEN OUTPUT ATTENDANCE-FILE
    END-IF

      *> and the drawer-movement listing.
    OPEN INPUT PAID-FILE
    IF PAID-FOUND
    ELSE
        OPEN OUTPUT VAT-INVOICE-FILE
    END-IF

      *> and the deposit ledger.
    OPEN INPUT DEPOSIT-LEDGER-FILE
    IF DEPL-FOUND
        CLOSE DEPOSIT-LEDGER-FILE
        OPEN EXTEND DEPOSIT-LEDGER-FILE
    ELSE
        OPEN OUTPUT DEPOSIT-LEDGER-FILE
    END-IF

      *> and the charity ledger, with today's campaign off the
      *> campaign master - no master, or nothing running today,
      *> just means an "H" line arms nothing.
    OPEN INPUT CHARITY-LEDGER-FILE
    IF CHL-FOUND
        CLOSE CHARITY-LEDGER-FILE
        OPEN EXTEND CHARITY-LEDGER-FILE
    ELSE
        OPEN OUTPUT CHARITY-LEDGER-FILE
    END-IF
    OPEN INPUT CHARITY-MASTER
    IF CHM-FOUND
        PERFORM CHARITY-FIND-RTN UNTIL CHM-EOF
        CLOSE CHARITY-MASTER
    END-IF

    OPEN INPUT AGENCY-LEDGER-FILE
    IF AGL-FOUND
        CLOSE AGENCY-LEDGER-FILE
        OPEN EXTEND AGENCY-LEDGER-FILE
    ELSE
        OPEN OUTPUT AGENCY-LEDGER-FILE
    END-IF

      *> the rain-check register, created the first time - read
      *> through for this register's last number.
    OPEN I-O RAINCHECK-MASTER
    IF RCK-NEW-FILE
        OPEN OUTPUT RAINCHECK-MASTER
        CLOSE RAINCHECK-MASTER
        OPEN I-O RAINCHECK-MASTER
    END-IF
    IF RCK-FOUND
        MOVE "Y" TO RCK-OPEN-SW
        MOVE REGISTER-ID TO RCK-REGISTER
        MOVE 0 TO RCK-SEQ
        START RAINCHECK-MASTER KEY IS NOT LESS THAN RCK-NO
            INVALID KEY
                MOVE "10" TO RCK-FS
        END-START
        PERFORM RAIN-SEED-RTN UNTIL RCK-EOF
    END-IF

      *> and the tax-free register - read through first for the
      *> last form number this register issued, so numbering runs
      *> on unbroken across days and restarts.
    OPEN INPUT TAX-FREE-FILE
    IF TFF-FOUND
        PERFORM TAXFREE-LOAD-RTN UNTIL TFF-EOF
        CLOSE TAX-FREE-FILE
        OPEN EXTEND TAX-FREE-FILE
    ELSE
        OPEN OUTPUT TAX-FREE-FILE
    END-IF

      *> no special-order master on site just means every "Q" line
      *> declines - the till still runs.
    OPEN I-O SPECIAL-ORDER-MASTER
    IF SO-FOUND
        MOVE "Y" TO SO-OPEN-SW
    END-IF
      *> likewise the web-order master - no master, no collections.
    OPEN I-O WEB-ORDER-MASTER
    IF WEB-FOUND
        MOVE "Y" TO WEB-OPEN-SW
    END-IF
      *> and the gift registries - no master, no registry lines; the
      *> purchase log is created the first time.
    OPEN INPUT REGISTRY-MASTER
    IF GR-FOUND
        OPEN I-O REGISTRY-ITEM-FILE
        IF GRI-FOUND
            OPEN I-O REGISTRY-PURCHASE-FILE
            IF GRB-NEW-FILE
                OPEN OUTPUT REGISTRY-PURCHASE-FILE
                CLOSE REGISTRY-PURCHASE-FILE
                OPEN I-O REGISTRY-PURCHASE-FILE
            END-IF
            IF GRB-FOUND
                MOVE "Y" TO GIFTREG-OPEN-SW
            ELSE
                CLOSE REGISTRY-ITEM-FILE
                CLOSE REGISTRY-MASTER
            END-IF
        ELSE
            CLOSE REGISTRY-MASTER
        END-IF
    END-IF
      *> and home delivery - no slot file, no delivery lines; the
      *> bookings and their items are created the first time, and a
      *> booking needs the customer's address off the contact master.
    OPEN I-O DELIVERY-SLOT-FILE
    IF SLOT-FOUND
        OPEN I-O DELIVERY-MASTER
        IF DLV-NEW-FILE
            OPEN OUTPUT DELIVERY-MASTER
            CLOSE DELIVERY-MASTER
            OPEN I-O DELIVERY-MASTER
        END-IF
        OPEN I-O DELIVERY-ITEM-FILE
        IF DLVI-NEW-FILE
            OPEN OUTPUT DELIVERY-ITEM-FILE
            CLOSE DELIVERY-ITEM-FILE
            OPEN I-O DELIVERY-ITEM-FILE
        END-IF
        OPEN INPUT CONTACT-MASTER
        IF DLV-FOUND AND DLVI-FOUND AND CONT-FOUND
            MOVE "Y" TO DELIVERY-OPEN-SW
        ELSE
            CLOSE DELIVERY-SLOT-FILE
            IF DLV-FOUND
                CLOSE DELIVERY-MASTER
            END-IF
            IF DLVI-FOUND
                CLOSE DELIVERY-ITEM-FILE
            END-IF
            IF CONT-FOUND
                CLOSE CONTACT-MASTER
            END-IF
        END-IF
    END-IF
    MOVE BUSINESS-DATE(1:4) TO BUSINESS-YEAR
    PERFORM CHAIN-OPEN-RTN

      *> a restart continues the same day's audit trail; a fresh run
      *> consults the day marker - if this business date is already
      *> truncates, which is the once-implicit morning wipe made
      *> explicit and safe.
    IF RESTART-LINE > 0
        OPEN INPUT TXLOG-FILE
        IF TXLOG-FOUND
            PERFORM CHAIN-SEEK-RTN UNTIL TXLOG-EOF
        END-IF
        CLOSE TXLOG-FILE
        OPEN EXTEND TXLOG-FILE
        OPEN EXTEND SUSPENSE-FILE
        OPEN EXTEND VOID-AUDIT-FILE
            MOVE SPACES TO PAY2-TYPE
            MOVE "0" TO AMT1-RAW
            MOVE "N" TO SPLIT-SW
            MOVE "N" TO RAIN-APPLIED-SW
            MOVE "0" TO FRN-RAW
            MOVE "N" TO FRN-SETTLE-SW
            MOVE SPACES TO SERIAL-RAW
            MOVE "0" TO AGE-RAW
            MOVE SPACES TO SALES-ID
            MOVE 2 TO CASHIER-LEVEL
            MOVE "N" TO TOOMANY-SW
      *> UNSTRING leaves the COUNT IN fields of tokens a line doesn't
                      PAY-TYPE-LEN OVERRIDE-LEN CUST-ID-LEN
                      REDEEM-LEN TENDER-CARD-LEN PAY2-LEN
                      AMT1-LEN FRN-LEN SERIAL-LEN AGE-LEN
                      SALES-LEN
            UNSTRING INP
                DELIMITED BY ALL SPACE
                INTO TXTYPE-RAW COUNT IN TXTYPE-LEN,
                     AMT1-RAW   COUNT IN AMT1-LEN,
                     FRN-RAW    COUNT IN FRN-LEN,
                     SERIAL-RAW COUNT IN SERIAL-LEN,
                     AGE-RAW    COUNT IN AGE-LEN,
                     SALES-ID   COUNT IN SALES-LEN
                ON OVERFLOW MOVE "Y" TO TOOMANY-SW
            END-UNSTRING

                    MOVE "N" TO PARSE-OK-SW
                END-IF
            ELSE
      *> a tax-free line needs the passport number and the issuing
      *> country behind it, and nothing after.
            IF TXTYPE-RAW = "X" AND TXTYPE-LEN > 0
                IF N-LEN = 0 OR SKU-LEN = 0 OR DISC-LEN = 0
                      OR DISC-LEN > 3 OR CCY-LEN > 0
                    MOVE "N" TO PARSE-OK-SW
                END-IF
            ELSE
      *> a clock event needs the zero quantity, a known event, the
      *> four-digit time and the operator clocking - the operator is
      *> then held to the cashier master like any other line.
            IF TXTYPE-RAW = "A" AND TXTYPE-LEN > 0
                IF TOOMANY-TOKENS OR N-LEN = 0 OR SKU-LEN = 0
                      OR N-RAW(1:N-LEN) IS NOT NUMERIC
                      OR N-RAW(1:N-LEN) NOT = ZERO
                      OR (SKU(1:4) NOT = "IN  "
                          AND SKU(1:4) NOT = "OUT "
                          AND SKU(1:4) NOT = "BRK "
                          AND SKU(1:4) NOT = "RET ")
                      OR (TIME-LEN NOT = 4 AND TIME-LEN NOT = 6)
                      OR TIME-RAW(1:TIME-LEN) IS NOT NUMERIC
                      OR CASHIER-LEN = 0
                    MOVE "N" TO PARSE-OK-SW
                END-IF
            ELSE
      *> a rain-check issue needs the quantity promised, the SKU,
      *> the promo code and the customer; "J 0 no" the number.
            IF TXTYPE-RAW = "J" AND TXTYPE-LEN > 0
                IF TOOMANY-TOKENS OR N-LEN = 0 OR SKU-LEN = 0
                      OR N-RAW(1:N-LEN) IS NOT NUMERIC
                      OR (TIME-LEN > 0
                          AND TIME-RAW(1:TIME-LEN) IS NOT NUMERIC)
                    MOVE "N" TO PARSE-OK-SW
                ELSE
                    IF N-RAW(1:N-LEN) NOT = ZERO
                        IF DISC-LEN = 0 OR CCY-LEN = 0
                              OR DISC-RAW(1:DISC-LEN) IS NOT NUMERIC
                              OR DISC-RAW(1:DISC-LEN) = ZERO
                            MOVE "N" TO PARSE-OK-SW
                        END-IF
                    END-IF
                END-IF
            ELSE
      *> a donation line is the amount alone - zero to round up.
            IF TXTYPE-RAW = "H" AND TXTYPE-LEN > 0
                IF N-LEN = 0 OR N-LEN > 6 OR SKU-LEN NOT = 0
                      OR N-RAW(1:N-LEN) IS NOT NUMERIC
                    MOVE "N" TO PARSE-OK-SW
                END-IF
            ELSE
      *> a cash-back line is the amount alone, and there has to
      *> be some.
            IF TXTYPE-RAW = "Z" AND TXTYPE-LEN > 0
                IF TOOMANY-TOKENS OR N-LEN = 0 OR N-LEN > 6
                      OR SKU-LEN NOT = 0
                      OR N-RAW(1:N-LEN) IS NOT NUMERIC
                      OR N-RAW(1:N-LEN) = ZERO
                    MOVE "N" TO PARSE-OK-SW
                END-IF
            ELSE
      *> paid-out/paid-in lines carry free recipient text behind
      *> the reason code - the amount has to be a positive number
      *> and a reason has to be there, the rest is text.
                    MOVE "N" TO PARSE-OK-SW
                END-IF
            ELSE
      *> a special-order line needs the amount (negative for a
      *> deposit refund, zero to arm the pickup) and the order
      *> number; money moves on cash or card only.
            IF TXTYPE-RAW = "Q" AND TXTYPE-LEN > 0
                IF TOOMANY-TOKENS OR N-LEN = 0 OR SKU-LEN = 0
                      OR (TIME-LEN > 0
                          AND TIME-RAW(1:TIME-LEN) IS NOT NUMERIC)
                      OR (PAY-TYPE-LEN > 0 AND PAY-TYPE NOT = "C"
                          AND PAY-TYPE NOT = "D")
                    MOVE "N" TO PARSE-OK-SW
                ELSE
                    IF N-RAW(1:1) = "-"
                        IF N-LEN < 2
                              OR N-RAW(2:N-LEN - 1) IS NOT NUMERIC
                            MOVE "N" TO PARSE-OK-SW
                        END-IF
                    ELSE
                        IF N-RAW(1:N-LEN) IS NOT NUMERIC
                            MOVE "N" TO PARSE-OK-SW
                        END-IF
                    END-IF
                END-IF
            ELSE
      *> a delivery line carries the charge (zero for free
      *> delivery), the customer and the slot as date and number.
            IF TXTYPE-RAW = "M" AND TXTYPE-LEN > 0
                IF TOOMANY-TOKENS OR N-LEN = 0 OR N-LEN > 6
                      OR SKU-LEN = 0 OR DISC-LEN NOT = 10
                      OR N-RAW(1:N-LEN) IS NOT NUMERIC
                      OR DISC-RAW IS NOT NUMERIC
                      OR (TIME-LEN > 0
                          AND TIME-RAW(1:TIME-LEN) IS NOT NUMERIC)
                    MOVE "N" TO PARSE-OK-SW
                END-IF
            ELSE
      *> a registry line carries a zero quantity and the registry
      *> number, a registrant's customer number in the discount slot
      *> when the couple are completing it themselves.
            IF TXTYPE-RAW = "O" AND TXTYPE-LEN > 0
                IF TOOMANY-TOKENS OR N-LEN = 0 OR SKU-LEN = 0
                      OR N-RAW(1:N-LEN) IS NOT NUMERIC
                      OR N-RAW(1:N-LEN) NOT = ZERO
                      OR SKU-LEN > 6
                      OR SKU(1:SKU-LEN) IS NOT NUMERIC
                      OR (TIME-LEN > 0
                          AND TIME-RAW(1:TIME-LEN) IS NOT NUMERIC)
                    MOVE "N" TO PARSE-OK-SW
                END-IF
            ELSE
      *> a web-order collection carries a zero quantity and the
      *> order number - there is no money to tender.
            IF TXTYPE-RAW = "D" AND TXTYPE-LEN > 0
                IF TOOMANY-TOKENS OR N-LEN = 0 OR SKU-LEN = 0
                      OR N-RAW(1:N-LEN) IS NOT NUMERIC
                      OR N-RAW(1:N-LEN) NOT = ZERO
                      OR (TIME-LEN > 0
                          AND TIME-RAW(1:TIME-LEN) IS NOT NUMERIC)
                    MOVE "N" TO PARSE-OK-SW
                END-IF
            ELSE
      *> a deposit voucher needs a positive face value and the
      *> voucher number; time and cashier ride their usual slots.
            IF TXTYPE-RAW = "F" AND TXTYPE-LEN > 0
                IF TOOMANY-TOKENS OR N-LEN = 0 OR SKU-LEN = 0
                      OR N-RAW(1:N-LEN) IS NOT NUMERIC
                      OR N-RAW(1:N-LEN) = ZERO
                      OR (TIME-LEN > 0
                          AND TIME-RAW(1:TIME-LEN) IS NOT NUMERIC)
                    MOVE "N" TO PARSE-OK-SW
                END-IF
            ELSE
            IF TOOMANY-TOKENS OR TXTYPE-LEN = 0 OR N-LEN = 0
                  OR SKU-LEN = 0
                MOVE "N" TO PARSE-OK-SW
                IF PAY-TYPE-LEN > 0 AND PAY-TYPE NOT = "C"
                      AND PAY-TYPE NOT = "D" AND PAY-TYPE NOT = "G"
                      AND PAY-TYPE NOT = "M" AND PAY-TYPE NOT = "H"
                      AND PAY-TYPE NOT = "W"
                    MOVE "N" TO PARSE-OK-SW
                END-IF
      *> a gift-card tender has to name the card it draws down, a
      *> manufacturer coupon the supplier it claims against, a
      *> house charge the account it posts to, a wallet payment
      *> the reference it settles under, and a card activation
      *> can't itself be paid for with a card - nor with a wallet,
      *> whose journal only follows receipted sales.
                IF (PAY-TYPE = "G" OR PAY-TYPE = "M"
                      OR PAY-TYPE = "H" OR PAY-TYPE = "W")
                      AND TENDER-CARD-LEN = 0
                      AND TXTYPE-RAW NOT = "V" AND TXTYPE-RAW NOT = "L"
                    MOVE "N" TO PARSE-OK-SW
                END-IF
                IF TXTYPE-RAW = "G"
                      AND (PAY-TYPE = "G" OR PAY-TYPE = "W")
                    MOVE "N" TO PARSE-OK-SW
                END-IF
      *> a split's second tender is cash or card only, and the first
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF

      *> sign-on validation: a line carrying a cashier has to name an
      *> active operator on the master - a typo'd or retired ID
      *> fails the line into suspense, the same way a bad PAY-TYPE
      *> does, instead of inventing a phantom operator in TXLOG.
            IF PARSE-OK AND CASH-FILE-OPEN AND CASHIER-LEN > 0
                  AND TXTYPE-RAW NOT = "I" AND TXTYPE-RAW NOT = "X"
                  AND TXTYPE-RAW NOT = "U" AND TXTYPE-RAW NOT = "N"
                  AND TXTYPE-RAW NOT = "K"
                MOVE CASHIER-ID TO CASH-ID
                END-READ
            END-IF

      *> the salesperson is held to the same master - only on the
      *> lines that can carry one, a sale or a basket close.
            IF PARSE-OK AND SALES-LEN > 0 AND SALES-ID NOT = "*"
                  AND (TXTYPE-RAW = "S" OR TXTYPE-RAW = "E")
                IF SALES-LEN > 4
                    MOVE "N" TO PARSE-OK-SW
                ELSE
                IF CASH-FILE-OPEN
                    MOVE SALES-ID TO CASH-ID
                    READ CASHIER-MASTER
                        INVALID KEY
                            MOVE "N" TO PARSE-OK-SW
                            DISPLAY "SALESPERSON " SALES-ID
                                    " NOT ON THE CASHIER MASTER"
                        NOT INVALID KEY
                            IF CASH-RETIRED
                                MOVE "N" TO PARSE-OK-SW
                                DISPLAY "SALESPERSON " SALES-ID
                                        " IS RETIRED"
                            END-IF
                    END-READ
                END-IF
                END-IF
            END-IF

            IF NOT PARSE-OK
                ADD 1 TO SUSPENSE-COUNT
                MOVE LINE-NO TO SUSP-LINE-NO
            MOVE N-RAW TO N
            MOVE DISC-RAW TO PROMO-REQ
            MOVE TIME-RAW TO TX-TIME
            IF TIME-LEN = 6
                MOVE TIME-RAW(5:2) TO TX-SECS
            ELSE
                MOVE SPACES TO TX-SECS
            END-IF

            IF CASHIER-LEN > 0 AND NOT TX-VATINV AND NOT TX-TAXFREE
                  AND NOT TX-PAIDOUT AND NOT TX-PAIDIN
                  AND NOT TX-PICKUP AND NOT TX-CLOCK
                PERFORM SHIFT-TRACK-RTN
            END-IF
            MOVE OVERRIDE-RAW TO OVERRIDE-PRICE
      *> before anything else reads the line - only sale and
      *> price-check lines, since void, layaway and gift lines
      *> reuse the SKU slot for other things.
            MOVE SPACE TO ENTRY-MODE
            IF TX-SALE OR TX-PRICECHK OR TX-RETURN
                MOVE "K" TO ENTRY-MODE
            END-IF
            IF XREF-FILE-OPEN AND (TX-SALE OR TX-PRICECHK
                  OR TX-RETURN)
                PERFORM SCAN-RESOLVE-RTN
      *> than guessed at.
            IF BASKET-OPEN AND (TX-VOID OR TX-LAYAWAY OR TX-GIFTLOAD
                  OR TX-RETURN OR TX-PAIDOUT OR TX-PAIDIN
                  OR TX-PICKUP OR (TX-SPECORD AND N NOT = 0)
                  OR TX-WEBCOLLECT OR TX-CLOCK)
                ADD 1 TO SUSPENSE-COUNT
                MOVE LINE-NO TO SUSP-LINE-NO
                MOVE INP TO SUSP-LINE
            IF TX-VATINV
                PERFORM VATINV-MARK-RTN
            ELSE
            IF TX-TAXFREE
                PERFORM TAXFREE-MARK-RTN
            ELSE
            IF TX-EMPPUR
                PERFORM EMPPUR-MARK-RTN
            ELSE
            IF TX-DONATE
                PERFORM DONATE-MARK-RTN
            ELSE
            IF TX-CASHBACK
                PERFORM CASHBACK-MARK-RTN
            ELSE
            IF TX-RAINCHK
                PERFORM RAINCHK-RTN
            ELSE
            IF TX-GIFTREG
                PERFORM GIFTREG-MARK-RTN
            ELSE
            IF TX-DELIVERY
                PERFORM DELIVERY-MARK-RTN
            ELSE
            IF TX-PAIDOUT OR TX-PAIDIN
                PERFORM PAID-MOVE-RTN
            ELSE
            IF TX-PICKUP
                PERFORM PICKUP-RTN
            ELSE
            IF TX-CLOCK
                PERFORM CLOCK-EVENT-RTN
            ELSE
            IF TX-DEPVOUCHER
                PERFORM DEPOSIT-VOUCHER-RTN
            ELSE
            IF TX-SPECORD
                PERFORM SPECORD-RTN
            ELSE
            IF TX-WEBCOLLECT
                PERFORM WEBCOLLECT-RTN
            ELSE
            IF TX-VOID
                MOVE N TO VOID-RCPT
                MOVE RCPT-NO TO VAUD-RCPT-NO
                        MOVE DR-PAY2 TO VOID-PAY2
                        MOVE DR-P1AMT TO VOID-P1AMT
                        MOVE DR-P2AMT TO VOID-P2AMT
                        MOVE DR-DEPOSIT TO VOID-DEPOSIT
                        MOVE DR-VOUCHER TO VOID-VOUCHER
                        MOVE DR-TF-FORM TO VOID-TF-FORM
                        MOVE DR-DONATION TO VOID-DONATION
                        MOVE DR-CASHBACK TO VOID-CASHBACK
                        MOVE DR-CHARITY TO VOID-CHARITY
                        MOVE DR-AGENCY TO VOID-AGENCY
                        MOVE DR-AGY-COMM TO VOID-AGY-COMM
                        MOVE DR-PROVIDER TO VOID-PROVIDER
                        MOVE DR-AGY-SKU TO VOID-AGY-SKU
                        MOVE DR-AGY-QTY TO VOID-AGY-QTY
                        MOVE DR-RAIN-NO TO VOID-RAIN-NO
                        MOVE DR-GIFTREG-NO TO VOID-GIFTREG-NO
                        PERFORM VARYING RCPT-BUCKET FROM 1 BY 1
                                UNTIL RCPT-BUCKET > 5
                            MOVE DR-CAT-BASE(RCPT-BUCKET)
                                " NETTED BY "
                                function TRIM(MCLM-VALUE-ED)
                    END-IF

      *> a voided wallet sale goes back to the customer's wallet
      *> under the payment's own reference - the negative journal
      *> line is what the provider's refund settles against.
                    IF VOID-PAY-TYPE = "W"
                          AND VOID-CARD NOT = SPACES
                        MOVE BUSINESS-DATE TO WLT-DATE
                        MOVE REGISTER-ID TO WLT-REGISTER
                        MOVE RCPT-NO TO WLT-RCPT-NO
                        MOVE "V" TO WLT-TYPE
                        MOVE VOID-CARD TO WLT-REF
                        COMPUTE WLT-AMT = 0 - VOID-P1AMT
                        MOVE SPACE TO WLT-SETTLED
                        MOVE 0 TO WLT-SETTLE-DATE
                        MOVE 0 TO WLT-FEE
                        WRITE WALLET-LOG-RECORD
                        MOVE WLT-AMT TO WLT-AMT-ED
                        DISPLAY "VOID: WALLET PAYMENT "
                                function TRIM(VOID-CARD)
                                " REFUNDED "
                                function TRIM(WLT-AMT-ED)
                    END-IF
                    MOVE VOID-AMT TO VOID-DISP
                    DISPLAY "RECEIPT " RCPT-NO
                            "  VOID OF " VOID-RCPT
                    MOVE INP TO TXLOG-LINE
                    COMPUTE TXLOG-AMT = 0 - VOID-P1AMT
                    MOVE TX-TIME TO TXLOG-TIME
                    MOVE TX-SECS TO TXLOG-SECS
                    MOVE ENTRY-MODE TO TXLOG-ENTRY
                    MOVE CASHIER-ID TO TXLOG-CASHIER
                    MOVE VOID-PAY-TYPE TO TXLOG-TENDER
                    MOVE SPACES TO TXLOG-CCY
                    MOVE 0 TO TXLOG-FRN-AMT
                    MOVE BUSINESS-DATE TO TXLOG-DATE
                    PERFORM CHAIN-LINK-RTN
                    WRITE TXLOG-RECORD
                    IF VOID-PAY2 NOT = SPACES
                        MOVE REGISTER-ID TO TXLOG-REGISTER
                        MOVE INP TO TXLOG-LINE
                        COMPUTE TXLOG-AMT = 0 - VOID-P2AMT
                        MOVE TX-TIME TO TXLOG-TIME
                        MOVE TX-SECS TO TXLOG-SECS
                        MOVE ENTRY-MODE TO TXLOG-ENTRY
                        MOVE CASHIER-ID TO TXLOG-CASHIER
                        MOVE VOID-PAY2 TO TXLOG-TENDER
                        MOVE SPACES TO TXLOG-CCY
                        MOVE 0 TO TXLOG-FRN-AMT
                        MOVE BUSINESS-DATE TO TXLOG-DATE
                        PERFORM CHAIN-LINK-RTN
                        WRITE TXLOG-RECORD
                    END-IF

      *> the deposit the sale collected goes back off the
      *> liability, and any voucher it took stands again.
                    IF VOID-DEPOSIT NOT = 0
                        MOVE RCPT-NO TO DEPL-RCPT-NO
                        MOVE "C" TO DEPL-TYPE
                        MOVE SPACES TO DEPL-SKU
                        MOVE 0 TO DEPL-QTY
                        COMPUTE DEPL-AMT = 0 - VOID-DEPOSIT
                        MOVE VOID-RCPT TO DEPL-REF
                        PERFORM DEPOSIT-LOG-RTN
                        SUBTRACT VOID-DEPOSIT FROM DAY-DEPOSIT-TOTAL
                    END-IF
                    IF VOID-VOUCHER NOT = 0
                        MOVE RCPT-NO TO DEPL-RCPT-NO
                        MOVE "V" TO DEPL-TYPE
                        MOVE SPACES TO DEPL-SKU
                        MOVE 0 TO DEPL-QTY
                        MOVE VOID-VOUCHER TO DEPL-AMT
                        MOVE VOID-RCPT TO DEPL-REF
                        PERFORM DEPOSIT-LOG-RTN
                        ADD VOID-VOUCHER TO DAY-DEPOSIT-TOTAL
                    END-IF

      *> the donation goes back to the customer and off the
      *> campaign it was given to.
                    IF VOID-DONATION NOT = 0
                        MOVE BUSINESS-DATE TO CHL-DATE
                        MOVE REGISTER-ID TO CHL-REGISTER
                        MOVE RCPT-NO TO CHL-RCPT-NO
                        MOVE "V" TO CHL-TYPE
                        MOVE VOID-CHARITY TO CHL-CAMPAIGN
                        IF VOID-PAY2 NOT = SPACES
                            MOVE VOID-PAY2 TO CHL-TENDER
                        ELSE
                            MOVE VOID-PAY-TYPE TO CHL-TENDER
                        END-IF
                        COMPUTE CHL-AMT = 0 - VOID-DONATION
                        MOVE VOID-RCPT TO CHL-REF
                        WRITE CHARITY-LEDGER-RECORD
                        SUBTRACT VOID-DONATION FROM DAY-DONATION-TOTAL
                    END-IF

      *> the cash handed over comes back into the drawer and off
      *> the card with the purchase.
                    IF VOID-CASHBACK NOT = 0
                        COMPUTE LINE-CASHBACK = 0 - VOID-CASHBACK
                        MOVE RCPT-NO TO CASHBACK-RCPT-NO
                        PERFORM CASHBACK-POST-RTN
                        MOVE VOID-CASHBACK TO CASHBACK-ED
                        DISPLAY "VOID: CASH-BACK "
                                function TRIM(CASHBACK-ED)
                                " BACK INTO THE DRAWER"
                    END-IF

      *> an agency line goes back off the provider's account, its
      *> commission with it.
                    IF VOID-AGENCY NOT = 0
                        MOVE BUSINESS-DATE TO AGL-DATE
                        MOVE REGISTER-ID TO AGL-REGISTER
                        MOVE RCPT-NO TO AGL-RCPT-NO
                        MOVE "V" TO AGL-TYPE
                        MOVE VOID-PROVIDER TO AGL-PROVIDER
                        MOVE VOID-AGY-SKU TO AGL-SKU
                        COMPUTE AGL-QTY = 0 - VOID-AGY-QTY
                        COMPUTE AGL-AMT = 0 - VOID-AGENCY
                        COMPUTE AGL-COMM = 0 - VOID-AGY-COMM
                        MOVE VOID-RCPT TO AGL-REF
                        WRITE AGENCY-LEDGER-RECORD
                        SUBTRACT VOID-AGENCY FROM DAY-AGENCY-TOTAL
                    END-IF

      *> a rain check the voided receipt redeemed stands again.
                    IF VOID-RAIN-NO NOT = SPACES
                        PERFORM RAIN-REOPEN-RTN
                    END-IF

      *> what a voided registry receipt bought is wanted again.
                    IF VOID-GIFTREG-NO NOT = 0
                        PERFORM GIFTREG-VOID-RTN
                    END-IF

      *> a voided delivery sale is taken off the van.
                    PERFORM DELIVERY-VOID-RTN

      *> goods that came back can't be exported VAT-free - the
      *> form on the voided receipt is cancelled on the register
      *> with its amounts negated, so the export and the return
      *> both net it out.
                    IF VOID-TF-FORM NOT = 0
                        PERFORM TAXFREE-CANCEL-RTN
                    END-IF

                    MOVE "APPROVED" TO VAUD-RESULT
                    MOVE VOID-AMT TO VAUD-AMT
                    MOVE CASHIER-ID TO VAUD-CASHIER
                        MOVE INP TO TXLOG-LINE
                        MOVE N TO TXLOG-AMT
                        MOVE TX-TIME TO TXLOG-TIME
                        MOVE TX-SECS TO TXLOG-SECS
                        MOVE ENTRY-MODE TO TXLOG-ENTRY
                        MOVE CASHIER-ID TO TXLOG-CASHIER
                        MOVE "L" TO TXLOG-TENDER
                        MOVE SPACES TO TXLOG-CCY
                        MOVE 0 TO TXLOG-FRN-AMT
                        MOVE BUSINESS-DATE TO TXLOG-DATE
                        PERFORM CHAIN-LINK-RTN
                        WRITE TXLOG-RECORD

                        DISPLAY "RECEIPT " RCPT-NO
                MOVE "N" TO ITEM-WEIGHED-SW
                MOVE "N" TO ITEM-SERIAL-SW
                MOVE 0 TO ITEM-MIN-AGE
                MOVE 0 TO ITEM-DEPOSIT
                MOVE "N" TO ITEM-AGENCY-SW
                IF DEGRADED
                    PERFORM PBOOK-FIND-RTN
                    IF NOT PB-HIT
                        IF INV-DISCONTINUED
                            MOVE "Y" TO ITEM-DISC-SW
                        END-IF
                        IF INV-RECALLED AND N > 0
                            MOVE "R" TO ITEM-DISC-SW
                        END-IF
                        IF INV-BY-WEIGHT
                            MOVE "Y" TO ITEM-WEIGHED-SW
                        END-IF
                            MOVE "Y" TO ITEM-SERIAL-SW
                        END-IF
                        MOVE INV-MIN-AGE TO ITEM-MIN-AGE
                        MOVE INV-DEPOSIT TO ITEM-DEPOSIT
                        IF INV-AGENCY
                            MOVE "Y" TO ITEM-AGENCY-SW
                            MOVE INV-CONSIGNOR TO ITEM-PROVIDER
                            MOVE INV-AGENCY-RATE TO ITEM-AGENCY-RATE
                        END-IF
                END-READ
                END-IF

      *> the counter, not silently sold from a dead SKU.  An
      *> age-restricted item with no confirmed check, or a buyer
      *> under the limit, suspends the same way - and either
      *> outcome is already on the BUDAGELOG trail.  A SKU under
      *> product recall refuses the same way on the way out only -
      *> a customer handing one back is still refunded.
                PERFORM AGE-CHECK-RTN
                IF ITEM-DISC OR NOT AGE-OK
                    ADD 1 TO SUSPENSE-COUNT
                    MOVE INP TO SUSP-LINE
                    MOVE REGISTER-ID TO SUSP-REGISTER
                    WRITE SUSPENSE-RECORD
                    IF ITEM-RECALLED
                        DISPLAY "SALE REFUSED: " function TRIM(SKU)
                                " IS UNDER PRODUCT RECALL - DO NOT "
                                "SELL, TAKE IT OFF THE COUNTER"
                    ELSE
                    IF ITEM-DISC
                        DISPLAY "SALE REFUSED: " function TRIM(SKU)
                                " IS DISCONTINUED - LINE SUSPENDED"
                        DISPLAY "SALE REFUSED: " function TRIM(SKU)
                                " IS AGE-RESTRICTED - LINE SUSPENDED"
                    END-IF
                    END-IF
                ELSE

      *> an armed rain check prices its own SKU at the promised
      *> promotion price - logged as an override under reason
      *> RAIN, so the price swap leaves its record like any other.
                IF RAIN-PENDING
                    PERFORM RAIN-APPLY-RTN
                END-IF

      *> a nonzero override replaces the looked-up price, but the
      *> original price and the reason code are logged to BUDPOVR
      *> first so the swap leaves a record behind.
                    PERFORM TAX-RATE-RTN
                    COMPUTE TAX-AMT ROUNDED =
                        OUT-AMT * ITEM-TAX-RATE

      *> an agency item sells at face value for its provider -
      *> none of it is our sale or carries our VAT, so like the
      *> deposit it rides the total outside both, and only the
      *> commission the provider allows is ours.
                    MOVE 0 TO LINE-AGENCY
                    MOVE 0 TO LINE-AGY-COMM
                    IF ITEM-AGENCY
                        MOVE GROSS-AMT TO LINE-AGENCY
                        COMPUTE LINE-AGY-COMM ROUNDED =
                            LINE-AGENCY * ITEM-AGENCY-RATE
                        MOVE 0 TO OUT-AMT
                        MOVE 0 TO TAX-AMT
                    END-IF

      *> the bottle deposit rides the total on its own line,
      *> outside the sale and its VAT - a return hands it back the
      *> same way.  A weighed line carries none.
                    MOVE 0 TO LINE-VOUCHER
                    IF ITEM-WEIGHED
                        MOVE 0 TO LINE-DEPOSIT
                    ELSE
                        MULTIPLY N BY ITEM-DEPOSIT
                            GIVING LINE-DEPOSIT
                    END-IF
                    ADD OUT-AMT TAX-AMT LINE-DEPOSIT LINE-AGENCY
                        GIVING TOTAL-AMT

                    IF function ABS(TOTAL-AMT) > OUT-CAPACITY
                        MOVE "Y" TO OVFL-SW
                        PERFORM LOYALTY-CALC-RTN
                    END-IF

                    PERFORM DONATION-RTN
                    PERFORM TENDER-PLAN-RTN
                    PERFORM CASHBACK-RTN

                    MOVE "Y" TO GIFT-OK-SW
                    IF TENDER-OK AND PAY-GIFTCARD
                            "  SALE: " OUT
                            "  TAX: " function TRIM(TAX-DISP)
                            "  TOTAL: " function TRIM(TOTAL-DISP)
                    IF LINE-DEPOSIT NOT = 0
                        MOVE LINE-DEPOSIT TO DEPOSIT-DISP
                        DISPLAY "  DEPOSIT (NO VAT): "
                                function TRIM(DEPOSIT-DISP)
                    END-IF
                    IF LINE-AGENCY NOT = 0
                        MOVE LINE-AGENCY TO DEPOSIT-DISP
                        DISPLAY "  AGENCY "
                                function TRIM(ITEM-PROVIDER)
                                " (NO VAT): "
                                function TRIM(DEPOSIT-DISP)
                    END-IF
                    IF LINE-DONATION NOT = 0
                        MOVE LINE-DONATION TO DEPOSIT-DISP
                        DISPLAY "  CHARITY "
                                function TRIM(CHARITY-CAMPAIGN)
                                " (NO VAT): "
                                function TRIM(DEPOSIT-DISP)
                    END-IF
                    PERFORM CASHBACK-SHOW-RTN
                    IF TRAINING-RUN
                        DISPLAY "  *** TRAINING RECEIPT - "
                                "NOT A SALE ***"
                    MOVE INP TO TXLOG-LINE
                    MOVE PAY1-AMT TO TXLOG-AMT
                    MOVE TX-TIME TO TXLOG-TIME
                    MOVE TX-SECS TO TXLOG-SECS
                    MOVE ENTRY-MODE TO TXLOG-ENTRY
                    MOVE CASHIER-ID TO TXLOG-CASHIER
                    MOVE PAY-TYPE TO TXLOG-TENDER
                    IF FRN-SETTLED
                        MOVE 0 TO TXLOG-FRN-AMT
                    END-IF
                    MOVE BUSINESS-DATE TO TXLOG-DATE
                    PERFORM CHAIN-LINK-RTN
                    WRITE TXLOG-RECORD

      *> the second leg of a split posts under the same receipt with
                        MOVE SPLIT-LINE TO TXLOG-LINE
                        MOVE PAY2-AMT TO TXLOG-AMT
                        MOVE TX-TIME TO TXLOG-TIME
                        MOVE TX-SECS TO TXLOG-SECS
                        MOVE ENTRY-MODE TO TXLOG-ENTRY
                        MOVE CASHIER-ID TO TXLOG-CASHIER
                        MOVE PAY2-TYPE TO TXLOG-TENDER
                        MOVE SPACES TO TXLOG-CCY
                        MOVE 0 TO TXLOG-FRN-AMT
                        MOVE BUSINESS-DATE TO TXLOG-DATE
                        PERFORM CHAIN-LINK-RTN
                        WRITE TXLOG-RECORD
                    END-IF

                    IF LINE-DEPOSIT NOT = 0
                        MOVE RCPT-NO TO DEPL-RCPT-NO
                        MOVE "C" TO DEPL-TYPE
                        MOVE SKU TO DEPL-SKU
                        MOVE N TO DEPL-QTY
                        MOVE LINE-DEPOSIT TO DEPL-AMT
                        MOVE SPACES TO DEPL-REF
                        PERFORM DEPOSIT-LOG-RTN
                        ADD LINE-DEPOSIT TO DAY-DEPOSIT-TOTAL
                    END-IF

                    MOVE RCPT-NO TO CHL-RCPT-NO
                    PERFORM DONATION-LOG-RTN

                    MOVE RCPT-NO TO CASHBACK-RCPT-NO
                    PERFORM CASHBACK-LOG-RTN

                    IF LINE-AGENCY NOT = 0
                        MOVE RCPT-NO TO AGL-RCPT-NO
                        PERFORM AGENCY-LOG-RTN
                    END-IF

                    IF RAIN-APPLIED
                        PERFORM RAIN-REDEEM-RTN
                    END-IF

                    PERFORM ROUND-LOG-RTN

                    MOVE RCPT-NO TO SERL-RCPT-FOR
                        PERFORM COUPON-ISSUE-RTN
                    END-IF
                    PERFORM MFR-CLAIM-RTN
                    PERFORM WALLET-LOG-RTN
                    PERFORM VAT-INVOICE-RTN
                    PERFORM TAXFREE-RTN
                    PERFORM SPECORD-APPLY-RTN
                    PERFORM GIFTREG-APPLY-RTN
                    PERFORM EMP-CHARGE-RTN
                    PERFORM DEFER-QUEUE-RTN

            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF

      *> checkpoint every BUD-CKP-INTERVAL lines (zero turns it off)
      *> so a restart never has to redo more than one interval's worth.
    CLOSE AGE-LOG-FILE
    CLOSE COUPON-FILE
    CLOSE MFR-CLAIM-FILE
    CLOSE WALLET-LOG-FILE
    CLOSE VAT-INVOICE-FILE
    CLOSE DEPOSIT-LEDGER-FILE
    CLOSE CHARITY-LEDGER-FILE
    CLOSE AGENCY-LEDGER-FILE
    IF RCK-FILE-OPEN
        CLOSE RAINCHECK-MASTER
    END-IF
    CLOSE TAX-FREE-FILE
    CLOSE PAID-FILE
    CLOSE SAFE-FILE
    CLOSE ATTENDANCE-FILE
    CLOSE EMP-PURCH-FILE
    IF HACC-FILE-OPEN
        CLOSE HOUSE-ACCOUNT-MASTER
    END-IF
    IF SO-FILE-OPEN
        CLOSE SPECIAL-ORDER-MASTER
    END-IF
    IF WEB-FILE-OPEN
        CLOSE WEB-ORDER-MASTER
    END-IF
    IF GIFTREG-FILE-OPEN
        CLOSE REGISTRY-MASTER
        CLOSE REGISTRY-ITEM-FILE
        CLOSE REGISTRY-PURCHASE-FILE
    END-IF
    IF DELIVERY-FILE-OPEN
        CLOSE DELIVERY-SLOT-FILE
        CLOSE DELIVERY-MASTER
        CLOSE DELIVERY-ITEM-FILE
        CLOSE CONTACT-MASTER
    END-IF

    MOVE DAY-TOTAL TO DAY-TOTAL-ED
    MOVE DAY-TAX-TOTAL TO DAY-TAX-TOTAL-ED
    MOVE ROUND-TOTAL TO ROUND-TOTAL-ED
    DISPLAY "DAY ROUNDING TOTAL: " function TRIM(ROUND-TOTAL-ED)

      *> deposits collected net of vouchers paid back - what this
      *> run added to the return-fund liability.
    MOVE DAY-DEPOSIT-TOTAL TO DAY-DEPOSIT-ED
    DISPLAY "DAY DEPOSIT NET: " function TRIM(DAY-DEPOSIT-ED)

      *> charity donations taken net of voids - owed to the
      *> campaign, none of it takings.
    MOVE DAY-DONATION-TOTAL TO DAY-DEPOSIT-ED
    DISPLAY "DAY CHARITY DONATIONS: " function TRIM(DAY-DEPOSIT-ED)

      *> agency face value taken net of returns and voids - the
      *> providers' money, bar our commission.
    MOVE DAY-AGENCY-TOTAL TO DAY-DEPOSIT-ED
    DISPLAY "DAY AGENCY SALES: " function TRIM(DAY-DEPOSIT-ED)

      *> cash handed over on debit cards net of voids - out of the
      *> drawer, onto the card settlement, none of it takings.
    MOVE DAY-CASHBACK-TOTAL TO DAY-DEPOSIT-ED
    DISPLAY "DAY CASH-BACK PAID: " function TRIM(DAY-DEPOSIT-ED)

    MOVE SUSPENSE-COUNT TO SUSPENSE-COUNT-ED
    DISPLAY "SUSPENSE LINES: " function TRIM(SUSPENSE-COUNT-ED)

    MOVE ROUND-TOTAL TO CKP-ROUND-TOTAL
    MOVE REFUND-TOTAL TO CKP-REFUND-TOTAL
    MOVE NORCPT-COUNT TO CKP-NORCPT-COUNT
    MOVE DAY-DEPOSIT-TOTAL TO CKP-DEPOSIT-TOTAL
    MOVE DAY-DONATION-TOTAL TO CKP-DONATION-TOTAL
    MOVE DAY-AGENCY-TOTAL TO CKP-AGENCY-TOTAL
    MOVE DAY-CASHBACK-TOTAL TO CKP-CASHBACK-TOTAL
    PERFORM VARYING RCPT-BUCKET FROM 1 BY 1
            UNTIL RCPT-BUCKET > 5
        MOVE BUCKET-RATE(RCPT-BUCKET)
        MOVE INP TO TXLOG-LINE
        MOVE N TO TXLOG-AMT
        MOVE TX-TIME TO TXLOG-TIME
        MOVE TX-SECS TO TXLOG-SECS
        MOVE ENTRY-MODE TO TXLOG-ENTRY
        MOVE CASHIER-ID TO TXLOG-CASHIER
        MOVE PAY-TYPE TO TXLOG-TENDER
        MOVE SPACES TO TXLOG-CCY
        MOVE 0 TO TXLOG-FRN-AMT
        MOVE BUSINESS-DATE TO TXLOG-DATE
        PERFORM CHAIN-LINK-RTN
        WRITE TXLOG-RECORD

        MOVE GIFT-BALANCE TO GIFT-BALANCE-ED
                  AND TXLOG-RCPT-NO >= RCPT-NO
                COMPUTE RCPT-NO = TXLOG-RCPT-NO + 1
            END-IF
            IF TXLOG-REGISTER = REGISTER-ID
                  AND TXLOG-CHAIN IS NUMERIC AND TXLOG-CHAIN > 0
                MOVE TXLOG-CHAIN TO CHAIN-LAST
            END-IF
    END-READ.

      *> a restart keeps its checkpointed receipt number - only the
      *> chain is picked up off what the log already holds.
CHAIN-SEEK-RTN.
    READ TXLOG-FILE
        AT END
            MOVE "10" TO TXLOG-FS
        NOT AT END
            IF TXLOG-REGISTER = REGISTER-ID
                  AND TXLOG-CHAIN IS NUMERIC AND TXLOG-CHAIN > 0
                MOVE TXLOG-CHAIN TO CHAIN-LAST
            END-IF
    END-READ.

      *> a rejoin or restart inherits the day's held baskets - the
    MOVE PAY-TYPE TO DR-PAY
    MOVE RND-DIFF TO DR-RND
      *> the card slot rides for every tender that names one -
      *> gift card, manufacturer coupon, house account, wallet
      *> reference - so a void can reverse the right card, claim,
      *> account or wallet payment.
    IF PAY-GIFTCARD OR PAY-MFRCOUPON OR PAY-HOUSE OR PAY-WALLET
        MOVE TENDER-CARD TO DR-CARD
    ELSE
        MOVE SPACES TO DR-CARD
        MOVE RCPT-CAT-TAX(RCPT-BUCKET)
            TO DR-CAT-TAX(RCPT-BUCKET)
    END-PERFORM
    MOVE LINE-DEPOSIT TO DR-DEPOSIT
    MOVE LINE-VOUCHER TO DR-VOUCHER
    MOVE 0 TO DR-TF-FORM
    MOVE LINE-DONATION TO DR-DONATION
    MOVE LINE-CASHBACK TO DR-CASHBACK
    MOVE CHARITY-CAMPAIGN TO DR-CHARITY
    MOVE LINE-AGENCY TO DR-AGENCY
    MOVE LINE-AGY-COMM TO DR-AGY-COMM
    MOVE ITEM-PROVIDER TO DR-PROVIDER
    MOVE SKU TO DR-AGY-SKU
    MOVE N TO DR-AGY-QTY
    IF RAIN-APPLIED
        MOVE RAIN-NO-PEND TO DR-RAIN-NO
    ELSE
        MOVE SPACES TO DR-RAIN-NO
    END-IF
    IF GIFTREG-ARMED
        MOVE GIFTREG-PEND-NO TO DR-GIFTREG-NO
    ELSE
        MOVE 0 TO DR-GIFTREG-NO
    END-IF
      *> a restart redoes up to one checkpoint interval, re-ringing
      *> receipts the abended run already wrote here - the redo is
      *> authoritative, so a duplicate key REWRITEs rather than
      *> is already spent, in which case the sale rings full price
      *> and says so.
    MOVE "N" TO EMP-APPLIED-SW
    IF EMP-ARMED AND NOT RAIN-APPLIED
        MOVE 0 TO EMP-MONTH-USED
        MOVE EMP-THIS-MONTH TO EMP-MONTH
        MOVE EMP-ID-PEND TO EMP-ID
                        "APPLIES INSTEAD, COUPON KEPT"
            END-IF
        END-IF
    END-IF
      *> the registrants' completion buy takes the registry's
      *> discount when everything being bought is still wanted on
      *> the registry - an employee or rain-check price already
      *> given stands instead.
    MOVE "N" TO GIFTREG-APPLIED-SW
    IF GIFTREG-COMPLETION AND NOT EMP-APPLIED AND NOT RAIN-APPLIED
          AND ((BASKET-OPEN AND TX-BASKET-END)
               OR (NOT BASKET-OPEN AND TX-SALE AND N > 0))
        PERFORM GIFTREG-COMPL-CHECK-RTN
        IF GIFTREG-OK
            MOVE GIFTREG-PCT TO DISC
            MOVE 0 TO PROMO-REQ
            MOVE "Y" TO GIFTREG-APPLIED-SW
            DISPLAY "GIFT REGISTRY " GIFTREG-PEND-NO
                    " COMPLETION - " GIFTREG-PCT " PCT OFF"
            IF COUPON-PENDING
                MOVE "N" TO COUPON-PEND-SW
                DISPLAY "COUPON " COUPON-PEND-NO
                        " NOT USED - REGISTRY COMPLETION DISCOUNT "
                        "APPLIES INSTEAD, COUPON KEPT"
            END-IF
        END-IF
    END-IF
    IF PROMO-REQ NOT = 0
        IF NOT PROMO-FILE-OPEN
            MOVE PB-UOM TO PT-UOM(PBOOK-COUNT)
            MOVE PB-STATUS TO PT-STATUS(PBOOK-COUNT)
            MOVE PB-MIN-AGE TO PT-AGE(PBOOK-COUNT)
            MOVE PB-DEPOSIT TO PT-DEPOSIT(PBOOK-COUNT)
    END-READ.

      *> the snapshot lookup - same item facts the live read
            IF PT-STATUS(PBX) = "D"
                MOVE "Y" TO ITEM-DISC-SW
            END-IF
            IF PT-STATUS(PBX) = "R" AND N > 0
                MOVE "R" TO ITEM-DISC-SW
            END-IF
            MOVE PT-AGE(PBX) TO ITEM-MIN-AGE
            MOVE PT-DEPOSIT(PBX) TO ITEM-DEPOSIT
        END-IF
    END-PERFORM.

        END-IF
        MOVE RECALL-LINE TO INP
        PERFORM BASKET-ITEM-RTN
    END-IF
    IF RC-TYPE = "F" AND RC-N-RAW NOT = SPACES
        MOVE RC-N-RAW TO N
        MOVE RC-SKU TO SKU
        MOVE RECALL-LINE TO INP
        PERFORM DEPOSIT-VOUCHER-RTN
    END-IF.

BASKET-BEGIN-RTN.
        MOVE RCPT-NO TO BASKET-RCPT
        MOVE 0 TO BASKET-SUBTOTAL
        MOVE 0 TO BASKET-ITEM-COUNT
        MOVE 0 TO BASKET-DEPOSIT
        MOVE 0 TO BASKET-VOUCHER
        MOVE "N" TO DELIVERY-ARMED-SW
        PERFORM VARYING TAX-BUCKET FROM 1 BY 1
                UNTIL TAX-BUCKET > 5
            MOVE 0 TO BK-TAX(TAX-BUCKET)
        MOVE "N" TO ITEM-WEIGHED-SW
        MOVE "N" TO ITEM-SERIAL-SW
        MOVE 0 TO ITEM-MIN-AGE
        MOVE 0 TO ITEM-DEPOSIT
        MOVE "N" TO ITEM-AGENCY-SW
        IF DEGRADED
            PERFORM PBOOK-FIND-RTN
            IF NOT PB-HIT
                IF INV-DISCONTINUED
                    MOVE "Y" TO ITEM-DISC-SW
                END-IF
                IF INV-RECALLED AND N > 0
                    MOVE "R" TO ITEM-DISC-SW
                END-IF
                IF INV-BY-WEIGHT
                    MOVE "Y" TO ITEM-WEIGHED-SW
                END-IF
                    MOVE "Y" TO ITEM-SERIAL-SW
                END-IF
                MOVE INV-MIN-AGE TO ITEM-MIN-AGE
                MOVE INV-DEPOSIT TO ITEM-DEPOSIT
                IF INV-AGENCY
                    MOVE "Y" TO ITEM-AGENCY-SW
                END-IF
        END-READ
        END-IF

        PERFORM AGE-CHECK-RTN
        IF ITEM-DISC OR NOT AGE-OK OR ITEM-AGENCY
            ADD 1 TO SUSPENSE-COUNT
            MOVE LINE-NO TO SUSP-LINE-NO
            MOVE INP TO SUSP-LINE
            MOVE REGISTER-ID TO SUSP-REGISTER
            WRITE SUSPENSE-RECORD
            IF ITEM-RECALLED
                DISPLAY "BASKET: " function TRIM(SKU)
                        " IS UNDER PRODUCT RECALL - DO NOT SELL, "
                        "TAKE IT OFF THE COUNTER"
            ELSE
            IF ITEM-DISC
                DISPLAY "BASKET: " function TRIM(SKU)
                        " IS DISCONTINUED - LINE SUSPENDED"
            ELSE
      *> an agency item's face value sits outside the sale and the
      *> basket discount, so it rings on its own receipt.
            IF ITEM-AGENCY
                DISPLAY "BASKET: " function TRIM(SKU)
                        " IS AN AGENCY ITEM - RING IT ON ITS OWN "
                        "RECEIPT"
            ELSE
                DISPLAY "BASKET: " function TRIM(SKU)
                        " IS AGE-RESTRICTED - LINE SUSPENDED"
            END-IF
            END-IF
            END-IF
        ELSE
        IF OVERRIDE-PRICE NOT = 0
            MOVE BASKET-RCPT TO POVR-RCPT-NO
            MOVE BASKET-NEW-SUB TO BASKET-SUBTOTAL
            ADD 1 TO BASKET-ITEM-COUNT
            MOVE INP TO BI-LINE(BASKET-ITEM-COUNT)
            MOVE SKU TO BI-SKU(BASKET-ITEM-COUNT)
            MOVE N TO BI-QTY(BASKET-ITEM-COUNT)
            MOVE TX-TIME TO BI-TIME(BASKET-ITEM-COUNT)
            MOVE TX-SECS TO BI-SECS(BASKET-ITEM-COUNT)
            MOVE ENTRY-MODE TO BI-ENTRY(BASKET-ITEM-COUNT)
            IF ITEM-WEIGHED
                MOVE 0 TO BI-DEPOSIT(BASKET-ITEM-COUNT)
            ELSE
                MULTIPLY N BY ITEM-DEPOSIT
                    GIVING BI-DEPOSIT(BASKET-ITEM-COUNT)
            END-IF
            ADD BI-DEPOSIT(BASKET-ITEM-COUNT) TO BASKET-DEPOSIT

      *> each item taxes at its own department's rate - the basket
      *> accumulates the weighted tax and base per bucket, and the
            END-IF
            ADD BK-SCALED TO TAX-AMT
        END-PERFORM
      *> the basket's deposits and vouchers sit outside the
      *> discount and the VAT - they only move the total.
        COMPUTE TOTAL-AMT = OUT-AMT + TAX-AMT + BASKET-DEPOSIT
                            - BASKET-VOUCHER

        IF function ABS(TOTAL-AMT) > OUT-CAPACITY
            MOVE "N" TO BASKET-SW
                PERFORM LOYALTY-CALC-RTN
            END-IF

            PERFORM DONATION-RTN
            PERFORM TENDER-PLAN-RTN
            PERFORM CASHBACK-RTN

            MOVE "Y" TO GIFT-OK-SW
            IF TENDER-OK AND PAY-GIFTCARD
                    "  SALE: " OUT
                    "  TAX: " function TRIM(TAX-DISP)
                    "  TOTAL: " function TRIM(TOTAL-DISP)
            IF BASKET-DEPOSIT NOT = 0
                MOVE BASKET-DEPOSIT TO DEPOSIT-DISP
                DISPLAY "  DEPOSIT (NO VAT): "
                        function TRIM(DEPOSIT-DISP)
            END-IF
            IF BASKET-VOUCHER NOT = 0
                COMPUTE DEPOSIT-DISP = 0 - BASKET-VOUCHER
                DISPLAY "  DEPOSIT VOUCHERS: "
                        function TRIM(DEPOSIT-DISP)
            END-IF
            IF LINE-DONATION NOT = 0
                MOVE LINE-DONATION TO DEPOSIT-DISP
                DISPLAY "  CHARITY " function TRIM(CHARITY-CAMPAIGN)
                        " (NO VAT): " function TRIM(DEPOSIT-DISP)
            END-IF
            PERFORM CASHBACK-SHOW-RTN
            IF TRAINING-RUN
                DISPLAY "  *** TRAINING RECEIPT - NOT A SALE ***"
            END-IF
                END-IF
                MOVE BK-SCALED TO RCPT-CAT-TAX(TAX-BUCKET)
            END-PERFORM
            MOVE BASKET-DEPOSIT TO LINE-DEPOSIT
            COMPUTE LINE-VOUCHER = 0 - BASKET-VOUCHER
            MOVE 0 TO LINE-AGENCY
            MOVE 0 TO LINE-AGY-COMM
            MOVE BASKET-RCPT TO DR-RCPT-NO
            PERFORM DAY-RECEIPT-WRITE-RTN

            MOVE INP TO TXLOG-LINE
            MOVE PAY1-AMT TO TXLOG-AMT
            MOVE TX-TIME TO TXLOG-TIME
            MOVE TX-SECS TO TXLOG-SECS
            MOVE ENTRY-MODE TO TXLOG-ENTRY
            MOVE CASHIER-ID TO TXLOG-CASHIER
            MOVE PAY-TYPE TO TXLOG-TENDER
            IF FRN-SETTLED
                MOVE 0 TO TXLOG-FRN-AMT
            END-IF
            MOVE BUSINESS-DATE TO TXLOG-DATE
            PERFORM CHAIN-LINK-RTN
            WRITE TXLOG-RECORD

            IF SPLIT-TENDER
                MOVE SPLIT-LINE TO TXLOG-LINE
                MOVE PAY2-AMT TO TXLOG-AMT
                MOVE TX-TIME TO TXLOG-TIME
                MOVE TX-SECS TO TXLOG-SECS
                MOVE ENTRY-MODE TO TXLOG-ENTRY
                MOVE CASHIER-ID TO TXLOG-CASHIER
                MOVE PAY2-TYPE TO TXLOG-TENDER
                MOVE SPACES TO TXLOG-CCY
                MOVE 0 TO TXLOG-FRN-AMT
                MOVE BUSINESS-DATE TO TXLOG-DATE
                PERFORM CHAIN-LINK-RTN
                WRITE TXLOG-RECORD
            END-IF

            MOVE BASKET-RCPT TO CHL-RCPT-NO
            PERFORM DONATION-LOG-RTN

            MOVE BASKET-RCPT TO CASHBACK-RCPT-NO
            PERFORM CASHBACK-LOG-RTN

            PERFORM ROUND-LOG-RTN

            PERFORM COUPON-SPEND-RTN
            MOVE BASKET-RCPT TO SERL-RCPT-FOR
            PERFORM COUPON-ISSUE-RTN
            PERFORM MFR-CLAIM-RTN
            PERFORM WALLET-LOG-RTN
            PERFORM VAT-INVOICE-RTN
            PERFORM TAXFREE-RTN
            PERFORM SPECORD-APPLY-RTN
            PERFORM GIFTREG-APPLY-RTN
            PERFORM DELIVERY-APPLY-RTN
            PERFORM EMP-CHARGE-RTN

            ADD 1 TO RCPT-NO
    MOVE INP TO TXLOG-LINE
    COMPUTE TXLOG-AMT = 0 - PAID-MOVE-AMT
    MOVE TX-TIME TO TXLOG-TIME
    MOVE TX-SECS TO TXLOG-SECS
    MOVE ENTRY-MODE TO TXLOG-ENTRY
    MOVE CASHIER-ID TO TXLOG-CASHIER
    MOVE "C" TO TXLOG-TENDER
    MOVE SPACES TO TXLOG-CCY
    MOVE 0 TO TXLOG-FRN-AMT
    MOVE BUSINESS-DATE TO TXLOG-DATE
    PERFORM CHAIN-LINK-RTN
    WRITE TXLOG-RECORD

    MOVE BUSINESS-DATE TO SAFE-DATE
            "  CARRIED BY " function TRIM(PAID-FREE-TEXT)
    ADD 1 TO RCPT-NO.

      *> a clock event goes straight onto the attendance log under
      *> the business date - it rings no receipt and moves no money.
CLOCK-EVENT-RTN.
    MOVE SPACES TO ATTENDANCE-RECORD
    MOVE BUSINESS-DATE TO ATT-DATE
    MOVE CASHIER-ID TO ATT-OPER
    MOVE TIME-RAW(1:4) TO ATT-TIME
    MOVE SKU(1:3) TO ATT-EVENT
    MOVE "T" TO ATT-KIND
    MOVE REGISTER-ID TO ATT-REGISTER
    MOVE SPACES TO ATT-SUPERVISOR
    MOVE 0 TO ATT-ENTERED
    WRITE ATTENDANCE-RECORD
    DISPLAY "CLOCK " ATT-EVENT " " ATT-OPER " AT " ATT-TIME.

      *> a drawer movement that isn't a sale: the amount leaves (U)
      *> or enters (N) the drawer with a reason code and whoever it
      *> went to, posts to TXLOG under tender "C" so expected
        MOVE PAID-MOVE-AMT TO TXLOG-AMT
    END-IF
    MOVE TX-TIME TO TXLOG-TIME
    MOVE TX-SECS TO TXLOG-SECS
    MOVE ENTRY-MODE TO TXLOG-ENTRY
    MOVE CASHIER-ID TO TXLOG-CASHIER
    MOVE "C" TO TXLOG-TENDER
    MOVE SPACES TO TXLOG-CCY
    MOVE 0 TO TXLOG-FRN-AMT
    MOVE BUSINESS-DATE TO TXLOG-DATE
    PERFORM CHAIN-LINK-RTN
    WRITE TXLOG-RECORD

    MOVE BUSINESS-DATE TO PAID-DATE
        MOVE "N" TO VATINV-PEND-SW
    END-IF.

      *> "X 0 passport country" - capture the visitor's passport for
      *> a tax-free form on the next posted receipt.  The passport
      *> number rides the SKU slot, the issuing country the token
      *> behind it.
TAXFREE-MARK-RTN.
    MOVE "Y" TO TAXFREE-PEND-SW
    MOVE SKU TO TF-PASSPORT
    MOVE DISC-RAW TO TF-COUNTRY
    DISPLAY "TAX-FREE MODE: NEXT RECEIPT ISSUES A FORM TO PASSPORT "
            function TRIM(TF-COUNTRY) " "
            function TRIM(TF-PASSPORT).

      *> the form itself, on the receipt that just posted - only a
      *> sale that reaches the operator's minimum spend qualifies.
      *> The per-rate VAT is read back off the receipt's own
      *> DR-CAT-BASE/DR-CAT-TAX split, and the form number goes
      *> onto the day-file record so a void can cancel it.
TAXFREE-RTN.
    IF TAXFREE-PENDING
        MOVE "N" TO TAXFREE-PEND-SW
        ADD OUT-AMT TAX-AMT GIVING TF-GROSS
        MOVE REGISTER-ID TO DR-REGISTER
        MOVE SERL-RCPT-FOR TO DR-RCPT-NO
        READ DAY-RECEIPTS-FILE
            INVALID KEY
                MOVE 0 TO TF-GROSS
        END-READ
        IF TF-GROSS <= 0 OR TF-GROSS < TF-MIN-SPEND
            MOVE TF-GROSS TO TF-GROSS-ED
            MOVE TF-MIN-SPEND TO TF-MIN-ED
            DISPLAY "TAX-FREE: RECEIPT " SERL-RCPT-FOR
                    " AT " function TRIM(TF-GROSS-ED)
                    " IS UNDER THE MINIMUM SPEND OF "
                    function TRIM(TF-MIN-ED) " - NO FORM ISSUED"
        ELSE
            ADD 1 TO TF-NEXT-FORM
            MOVE TF-NEXT-FORM TO TF-ISSUED-FORM
            MOVE TF-ISSUED-FORM TO DR-TF-FORM
            REWRITE DAY-RECEIPT-RECORD

            MOVE BUSINESS-DATE TO TFF-DATE
            MOVE REGISTER-ID TO TFF-REGISTER
            MOVE TF-ISSUED-FORM TO TFF-FORM-NO
            MOVE SERL-RCPT-FOR TO TFF-RCPT-NO
            MOVE "I" TO TFF-STATUS
            MOVE TF-COUNTRY TO TFF-COUNTRY
            MOVE TF-PASSPORT TO TFF-PASSPORT
            MOVE TF-GROSS TO TFF-GROSS
            MOVE TAX-AMT TO TFF-VAT
            DISPLAY "TAX-FREE FORM " REGISTER-ID "-" TF-ISSUED-FORM
                    " ON RECEIPT " SERL-RCPT-FOR
            DISPLAY "  PASSPORT " function TRIM(TF-COUNTRY) " "
                    function TRIM(TF-PASSPORT)
            PERFORM VARYING RCPT-BUCKET FROM 1 BY 1
                    UNTIL RCPT-BUCKET > 5
                MOVE BUCKET-RATE(RCPT-BUCKET) TO TFF-RATE(RCPT-BUCKET)
                MOVE DR-CAT-BASE(RCPT-BUCKET) TO TFF-BASE(RCPT-BUCKET)
                MOVE DR-CAT-TAX(RCPT-BUCKET) TO TFF-TAX(RCPT-BUCKET)
                IF DR-CAT-BASE(RCPT-BUCKET) NOT = 0
                      OR DR-CAT-TAX(RCPT-BUCKET) NOT = 0
                    MOVE DR-CAT-BASE(RCPT-BUCKET) TO VAT-BASE-ED
                    MOVE DR-CAT-TAX(RCPT-BUCKET) TO VAT-TAX-ED
                    DISPLAY "  RATE " BUCKET-RATE(RCPT-BUCKET)
                            "  BASE " function TRIM(VAT-BASE-ED)
                            "  VAT " function TRIM(VAT-TAX-ED)
                END-IF
            END-PERFORM
            MOVE TF-GROSS TO TF-GROSS-ED
            MOVE TAX-AMT TO VAT-TAX-ED
            DISPLAY "  GROSS " function TRIM(TF-GROSS-ED)
                    "  VAT REFUNDABLE " function TRIM(VAT-TAX-ED)
            WRITE TAX-FREE-RECORD
        END-IF
    END-IF.

      *> the cancel line for a voided receipt's form - same form
      *> number, every amount negated off the void's captured split.
TAXFREE-CANCEL-RTN.
    MOVE BUSINESS-DATE TO TFF-DATE
    MOVE REGISTER-ID TO TFF-REGISTER
    MOVE VOID-TF-FORM TO TFF-FORM-NO
    MOVE VOID-RCPT TO TFF-RCPT-NO
    MOVE "V" TO TFF-STATUS
    MOVE SPACES TO TFF-COUNTRY
    MOVE SPACES TO TFF-PASSPORT
    COMPUTE TFF-GROSS = 0 - VOID-OUT-AMT - VOID-TAX-AMT
    COMPUTE TFF-VAT = 0 - VOID-TAX-AMT
    PERFORM VARYING RCPT-BUCKET FROM 1 BY 1
            UNTIL RCPT-BUCKET > 5
        MOVE BUCKET-RATE(RCPT-BUCKET) TO TFF-RATE(RCPT-BUCKET)
        COMPUTE TFF-BASE(RCPT-BUCKET)
            = 0 - VOID-CAT-BASE(RCPT-BUCKET)
        COMPUTE TFF-TAX(RCPT-BUCKET)
            = 0 - VOID-CAT-TAX(RCPT-BUCKET)
    END-PERFORM
    WRITE TAX-FREE-RECORD
    DISPLAY "VOID: TAX-FREE FORM " REGISTER-ID "-" VOID-TF-FORM
            " CANCELLED".

      *> "Q amount order" - money against a special order.  A
      *> positive amount is a deposit taken on the line's tender, a
      *> negative one hands deposit back (never more than the order
      *> holds); either posts to TXLOG under type "Q" so the drawer
      *> and card totals carry it, and the order's deposit moves
      *> with it.  "Q 0 order" arms the pickup instead - the goods
      *> have to be in and reserved first.
SPECORD-RTN.
    IF NOT SO-FILE-OPEN
        DISPLAY "SPECIAL ORDER: NO SPECIAL-ORDER MASTER ON SITE"
    ELSE
        MOVE SKU TO SO-ID
        READ SPECIAL-ORDER-MASTER
            INVALID KEY
                DISPLAY "SPECIAL ORDER " function TRIM(SKU)
                        " NOT ON FILE"
            NOT INVALID KEY
                IF NOT SO-LIVE
                    DISPLAY "SPECIAL ORDER " function TRIM(SKU)
                            " IS CLOSED"
                ELSE
                IF N = 0
                    IF NOT SO-ARRIVED
                        DISPLAY "SPECIAL ORDER " function TRIM(SKU)
                                " HAS NOT ARRIVED YET"
                    ELSE
                        MOVE "Y" TO SPECORD-PEND-SW
                        MOVE SO-ID TO SPECORD-PEND-ID
                        MOVE SO-DEPOSIT TO SPECORD-AMT-ED
                        DISPLAY "SPECIAL ORDER PICKUP: "
                                function TRIM(SO-ID) " - RING "
                                SO-QTY " X " function TRIM(SO-SKU)
                                ", DEPOSIT "
                                function TRIM(SPECORD-AMT-ED)
                                " COMES OFF"
                    END-IF
                ELSE
                IF N < 0 AND 0 - N > SO-DEPOSIT
                    MOVE SO-DEPOSIT TO SPECORD-AMT-ED
                    DISPLAY "SPECIAL ORDER " function TRIM(SKU)
                            " HOLDS ONLY "
                            function TRIM(SPECORD-AMT-ED)
                            " - REFUND REFUSED"
                ELSE
                    MOVE REGISTER-ID TO TXLOG-REGISTER
                    MOVE RCPT-NO TO TXLOG-RCPT-NO
                    MOVE INP TO TXLOG-LINE
                    MOVE N TO TXLOG-AMT
                    MOVE TX-TIME TO TXLOG-TIME
                    MOVE TX-SECS TO TXLOG-SECS
                    MOVE ENTRY-MODE TO TXLOG-ENTRY
                    MOVE CASHIER-ID TO TXLOG-CASHIER
                    MOVE PAY-TYPE TO TXLOG-TENDER
                    MOVE SPACES TO TXLOG-CCY
                    MOVE 0 TO TXLOG-FRN-AMT
                    MOVE BUSINESS-DATE TO TXLOG-DATE
                    PERFORM CHAIN-LINK-RTN
                    WRITE TXLOG-RECORD
                    ADD N TO SO-DEPOSIT
                    REWRITE SO-MASTER-RECORD
                    MOVE N TO SPECORD-AMT-ED
                    IF N > 0
                        DISPLAY "RECEIPT " RCPT-NO
                                "  SPECIAL ORDER " function TRIM(SO-ID)
                                "  DEPOSIT "
                                function TRIM(SPECORD-AMT-ED)
                    ELSE
                        DISPLAY "RECEIPT " RCPT-NO
                                "  SPECIAL ORDER " function TRIM(SO-ID)
                                "  DEPOSIT REFUNDED "
                                function TRIM(SPECORD-AMT-ED)
                    END-IF
                    MOVE SO-DEPOSIT TO SPECORD-AMT-ED
                    DISPLAY "  DEPOSIT HELD NOW "
                            function TRIM(SPECORD-AMT-ED)
                    ADD 1 TO RCPT-NO
                END-IF
                END-IF
                END-IF
        END-READ
    END-IF.

      *> the pickup itself, on the receipt that just posted.  The
      *> ordered SKU has to be on it; the deposit then comes back
      *> off the receipt as a negative "Q" line on the sale's own
      *> tender (cash when the sale went on anything but cash or
      *> card), so the customer only pays the balance, and the
      *> order closes with its reservation released.
SPECORD-APPLY-RTN.
    IF SPECORD-PENDING
        MOVE "N" TO SPECORD-PEND-SW
        MOVE "N" TO SPECORD-HIT-SW
        MOVE SPECORD-PEND-ID TO SO-ID
        READ SPECIAL-ORDER-MASTER
            INVALID KEY
                MOVE SPACES TO SO-SKU
        END-READ
        IF BASKET-OPEN
            PERFORM VARYING BX FROM 1 BY 1
                    UNTIL BX > BASKET-ITEM-COUNT
                IF BI-LINE(BX)(1:1) = "S" AND BI-SKU(BX) = SO-SKU
                    MOVE "Y" TO SPECORD-HIT-SW
                END-IF
            END-PERFORM
        ELSE
            IF TX-SALE AND N > 0 AND SKU = SO-SKU
                MOVE "Y" TO SPECORD-HIT-SW
            END-IF
        END-IF
        IF NOT SPECORD-ON-RECEIPT OR NOT SO-ARRIVED
            DISPLAY "SPECIAL ORDER " function TRIM(SPECORD-PEND-ID)
                    ": ORDERED SKU NOT ON RECEIPT " SERL-RCPT-FOR
                    " - ORDER LEFT OPEN"
        ELSE
            IF PAY-TYPE = "C" OR PAY-TYPE = "D"
                MOVE PAY-TYPE TO SPECORD-TENDER
            ELSE
                MOVE "C" TO SPECORD-TENDER
            END-IF
            IF SO-DEPOSIT NOT = 0
                MOVE REGISTER-ID TO TXLOG-REGISTER
                MOVE SERL-RCPT-FOR TO TXLOG-RCPT-NO
                MOVE SPACES TO TXLOG-LINE
                STRING "Q 0 " DELIMITED BY SIZE
                       SO-ID DELIMITED BY SPACE
                    INTO TXLOG-LINE
                END-STRING
                COMPUTE TXLOG-AMT = 0 - SO-DEPOSIT
                MOVE TX-TIME TO TXLOG-TIME
                MOVE TX-SECS TO TXLOG-SECS
                MOVE ENTRY-MODE TO TXLOG-ENTRY
                MOVE CASHIER-ID TO TXLOG-CASHIER
                MOVE SPECORD-TENDER TO TXLOG-TENDER
                MOVE SPACES TO TXLOG-CCY
                MOVE 0 TO TXLOG-FRN-AMT
                MOVE BUSINESS-DATE TO TXLOG-DATE
                PERFORM CHAIN-LINK-RTN
                WRITE TXLOG-RECORD
            END-IF
            MOVE SO-DEPOSIT TO SPECORD-AMT-ED
            DISPLAY "SPECIAL ORDER " function TRIM(SO-ID)
                    " COLLECTED ON RECEIPT " SERL-RCPT-FOR
            DISPLAY "  DEPOSIT APPLIED " function TRIM(SPECORD-AMT-ED)
                    " ON TENDER " SPECORD-TENDER
            MOVE 0 TO SO-DEPOSIT
            MOVE 0 TO SO-QTY-RESERVED
            MOVE "C" TO SO-STATUS
            MOVE BUSINESS-DATE TO SO-CLOSE-DATE
            REWRITE SO-MASTER-RECORD
        END-IF
    END-IF.

      *> "O 0 regno [custid]" - a guest buying off a registry, or,
      *> with a registrant's customer number behind it inside the
      *> completion window, the couple finishing it themselves.
GIFTREG-MARK-RTN.
    IF NOT GIFTREG-FILE-OPEN
        DISPLAY "GIFT REGISTRY: NO REGISTRY MASTER ON SITE - "
                "NOT ARMED"
    ELSE
        MOVE SKU(1:SKU-LEN) TO GR-NO
        READ REGISTRY-MASTER
            INVALID KEY
                DISPLAY "GIFT REGISTRY: " function TRIM(SKU)
                        " NOT ON FILE - NOT ARMED"
            NOT INVALID KEY
                IF GR-CLOSED
                    DISPLAY "GIFT REGISTRY: " GR-NO
                            " IS CLOSED - NOT ARMED"
                ELSE
                IF DISC-LEN = 0
                    MOVE "G" TO GIFTREG-MODE-SW
                    MOVE GR-NO TO GIFTREG-PEND-NO
                    DISPLAY "GIFT REGISTRY " GR-NO " ARMED - "
                            function TRIM(GR-TITLE)
                ELSE
                IF DISC-RAW NOT = GR-CUST-1
                      AND (GR-CUST-2 = SPACES
                           OR DISC-RAW NOT = GR-CUST-2)
                    DISPLAY "GIFT REGISTRY: " function TRIM(DISC-RAW)
                            " IS NOT A REGISTRANT ON " GR-NO
                            " - NOT ARMED"
                ELSE
                    COMPUTE GIFTREG-END-INT =
                        function INTEGER-OF-DATE(GR-EVENT-DATE)
                        + GR-COMPL-DAYS
                    IF BUSINESS-DATE <= GR-EVENT-DATE
                          OR function INTEGER-OF-DATE(BUSINESS-DATE)
                             > GIFTREG-END-INT
                        DISPLAY "GIFT REGISTRY: COMPLETION OFFER ON "
                                GR-NO " IS NOT OPEN TODAY - NOT ARMED"
                    ELSE
                        MOVE "C" TO GIFTREG-MODE-SW
                        MOVE GR-NO TO GIFTREG-PEND-NO
                        MOVE GR-COMPL-PCT TO GIFTREG-PCT
                        DISPLAY "GIFT REGISTRY " GR-NO
                                " COMPLETION ARMED - " GR-COMPL-PCT
                                " PCT OFF WHAT IS STILL WANTED"
                    END-IF
                END-IF
                END-IF
                END-IF
        END-READ
    END-IF.

      *> the completion discount goes on a sale only when every item
      *> on it is still wanted on the registry in that quantity.
GIFTREG-COMPL-CHECK-RTN.
    MOVE "Y" TO GIFTREG-OK-SW
    IF BASKET-OPEN
        PERFORM VARYING BX FROM 1 BY 1
                UNTIL BX > BASKET-ITEM-COUNT OR NOT GIFTREG-OK
            IF BI-LINE(BX)(1:1) = "S"
                MOVE BI-SKU(BX) TO GIFTREG-SKU
                MOVE BI-QTY(BX) TO GIFTREG-QTY
                PERFORM GIFTREG-LEFT-RTN
            END-IF
        END-PERFORM
    ELSE
        MOVE SKU TO GIFTREG-SKU
        MOVE N TO GIFTREG-QTY
        PERFORM GIFTREG-LEFT-RTN
    END-IF.

GIFTREG-LEFT-RTN.
    MOVE GIFTREG-PEND-NO TO GRI-REG-NO
    MOVE GIFTREG-SKU TO GRI-SKU
    READ REGISTRY-ITEM-FILE
        INVALID KEY
            MOVE 0 TO GIFTREG-LEFT
        NOT INVALID KEY
            COMPUTE GIFTREG-LEFT = GRI-WANTED - GRI-BOUGHT
    END-READ
    IF GIFTREG-QTY > GIFTREG-LEFT
        MOVE "N" TO GIFTREG-OK-SW
        DISPLAY "GIFT REGISTRY " GIFTREG-PEND-NO ": "
                function TRIM(GIFTREG-SKU)
                " NOT STILL WANTED IN THAT QUANTITY - NO COMPLETION "
                "DISCOUNT"
    END-IF.

      *> what the armed registry receipt bought comes off what the
      *> registry still wants - never more than is wanted, the rest
      *> is an ordinary purchase - and each SKU is logged against
      *> the receipt on GIFTBUY for a void to give back.
GIFTREG-APPLY-RTN.
    IF GIFTREG-ARMED
        MOVE 0 TO GIFTREG-LINES
        IF BASKET-OPEN
            PERFORM VARYING BX FROM 1 BY 1
                    UNTIL BX > BASKET-ITEM-COUNT
                IF BI-LINE(BX)(1:1) = "S" AND BI-QTY(BX) > 0
                    MOVE BI-SKU(BX) TO GIFTREG-SKU
                    MOVE BI-QTY(BX) TO GIFTREG-QTY
                    PERFORM GIFTREG-TAKE-RTN
                END-IF
            END-PERFORM
        ELSE
            IF TX-SALE AND N > 0
                MOVE SKU TO GIFTREG-SKU
                MOVE N TO GIFTREG-QTY
                PERFORM GIFTREG-TAKE-RTN
            END-IF
        END-IF
        IF GIFTREG-LINES = 0
            DISPLAY "GIFT REGISTRY " GIFTREG-PEND-NO
                    ": NOTHING ON RECEIPT " SERL-RCPT-FOR
                    " IS STILL WANTED"
        END-IF
        MOVE "N" TO GIFTREG-MODE-SW
        MOVE "N" TO GIFTREG-APPLIED-SW
    END-IF.

GIFTREG-TAKE-RTN.
    MOVE GIFTREG-PEND-NO TO GRI-REG-NO
    MOVE GIFTREG-SKU TO GRI-SKU
    READ REGISTRY-ITEM-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            COMPUTE GIFTREG-LEFT = GRI-WANTED - GRI-BOUGHT
            IF GIFTREG-LEFT > 0
                IF GIFTREG-QTY > GIFTREG-LEFT
                    MOVE GIFTREG-LEFT TO GIFTREG-QTY
                END-IF
                ADD GIFTREG-QTY TO GRI-BOUGHT
                MOVE BUSINESS-DATE TO GRI-LAST-DATE
                REWRITE GIFT-REGISTRY-ITEM
                ADD 1 TO GIFTREG-LINES
                MOVE REGISTER-ID TO GRB-REGISTER
                MOVE SERL-RCPT-FOR TO GRB-RCPT
                MOVE GIFTREG-SKU TO GRB-SKU
                READ REGISTRY-PURCHASE-FILE
                    INVALID KEY
                        MOVE REGISTER-ID TO GRB-REGISTER
                        MOVE SERL-RCPT-FOR TO GRB-RCPT
                        MOVE GIFTREG-SKU TO GRB-SKU
                        MOVE GIFTREG-PEND-NO TO GRB-REG-NO
                        MOVE BUSINESS-DATE TO GRB-DATE
                        MOVE GIFTREG-QTY TO GRB-QTY
                        MOVE GIFTREG-MODE-SW TO GRB-KIND
                        MOVE SPACE TO GRB-STATUS
                        WRITE GIFT-PURCHASE-RECORD
                    NOT INVALID KEY
                        ADD GIFTREG-QTY TO GRB-QTY
                        REWRITE GIFT-PURCHASE-RECORD
                END-READ
                COMPUTE GIFTREG-LEFT = GRI-WANTED - GRI-BOUGHT
                MOVE GIFTREG-QTY TO GIFTREG-QTY-ED
                MOVE GIFTREG-LEFT TO GIFTREG-LEFT-ED
                DISPLAY "GIFT REGISTRY " GIFTREG-PEND-NO ": "
                        function TRIM(GIFTREG-QTY-ED) " OF "
                        function TRIM(GIFTREG-SKU) " BOUGHT, "
                        function TRIM(GIFTREG-LEFT-ED)
                        " STILL WANTED"
            END-IF
    END-READ.

GRB-NEXT-RTN.
    READ REGISTRY-PURCHASE-FILE NEXT
        AT END
            MOVE "10" TO GRB-FS
    END-READ.

      *> a voided registry receipt gives its purchases back to the
      *> registry - its GIFTBUY lines stay, marked voided, so the
      *> status report no longer counts them.
GIFTREG-VOID-RTN.
    IF GIFTREG-FILE-OPEN
        MOVE REGISTER-ID TO GRB-REGISTER
        MOVE VOID-RCPT TO GRB-RCPT
        MOVE LOW-VALUES TO GRB-SKU
        START REGISTRY-PURCHASE-FILE KEY IS NOT LESS THAN GRB-KEY
            INVALID KEY
                MOVE "10" TO GRB-FS
        END-START
        IF NOT GRB-EOF
            PERFORM GRB-NEXT-RTN
            PERFORM UNTIL GRB-EOF OR GRB-REGISTER NOT = REGISTER-ID
                    OR GRB-RCPT NOT = VOID-RCPT
                IF NOT GRB-VOIDED
                    MOVE GRB-REG-NO TO GRI-REG-NO
                    MOVE GRB-SKU TO GRI-SKU
                    READ REGISTRY-ITEM-FILE
                        INVALID KEY
                            CONTINUE
                        NOT INVALID KEY
                            IF GRI-BOUGHT > GRB-QTY
                                SUBTRACT GRB-QTY FROM GRI-BOUGHT
                            ELSE
                                MOVE 0 TO GRI-BOUGHT
                            END-IF
                            REWRITE GIFT-REGISTRY-ITEM
                    END-READ
                    MOVE "V" TO GRB-STATUS
                    REWRITE GIFT-PURCHASE-RECORD
                    MOVE GRB-QTY TO GIFTREG-QTY-ED
                    DISPLAY "VOID: " function TRIM(GIFTREG-QTY-ED)
                            " OF " function TRIM(GRB-SKU)
                            " WANTED AGAIN ON GIFT REGISTRY "
                            GRB-REG-NO
                END-IF
                PERFORM GRB-NEXT-RTN
            END-PERFORM
        END-IF
        MOVE "00" TO GRB-FS
    END-IF.

      *> "M charge custid yyyymmddnn" - the basket goes out on the
      *> van.  The slot must exist, be today or later and have room,
      *> and the customer needs an address on the contact master;
      *> the charge joins the basket at the standard rate.  Nothing
      *> is booked until the basket closes.
DELIVERY-MARK-RTN.
    IF NOT BASKET-OPEN
        DISPLAY "HOME DELIVERY: KEY THE DELIVERY INSIDE THE BASKET"
                " - NOT BOOKED"
    ELSE
    IF NOT DELIVERY-FILE-OPEN
        DISPLAY "HOME DELIVERY: NO DELIVERY SLOTS ON SITE - "
                "NOT BOOKED"
    ELSE
    IF DELIVERY-ARMED
        DISPLAY "HOME DELIVERY: RECEIPT " BASKET-RCPT
                " IS ALREADY BOOKED - LINE IGNORED"
    ELSE
        MOVE DISC-RAW(1:8) TO SLOT-DATE
        MOVE DISC-RAW(9:2) TO SLOT-NO
        IF SLOT-DATE < BUSINESS-DATE
            DISPLAY "HOME DELIVERY: SLOT DATE " SLOT-DATE
                    " HAS PASSED - NOT BOOKED"
        ELSE
        READ DELIVERY-SLOT-FILE
            INVALID KEY
                DISPLAY "HOME DELIVERY: NO SLOT " SLOT-NO " ON "
                        SLOT-DATE " - NOT BOOKED"
            NOT INVALID KEY
                IF SLOT-BOOKED NOT < SLOT-CAPACITY
                    DISPLAY "HOME DELIVERY: SLOT " SLOT-NO " ON "
                            SLOT-DATE " IS FULL - NOT BOOKED"
                ELSE
                    MOVE SKU(1:SKU-LEN) TO CONT-CUST-ID
                    READ CONTACT-MASTER
                        INVALID KEY
                            MOVE SPACES TO CONT-ADDRESS
                    END-READ
                    IF CONT-ADDRESS = SPACES
                        DISPLAY "HOME DELIVERY: NO ADDRESS FOR "
                                function TRIM(SKU) " - NOT BOOKED"
                    ELSE
                        MOVE "Y" TO DELIVERY-ARMED-SW
                        MOVE BASKET-RCPT TO DELIVERY-RCPT
                        MOVE CONT-CUST-ID TO DELIVERY-CUST
                        MOVE SLOT-DATE TO DELIVERY-SLOT-DATE
                        MOVE SLOT-NO TO DELIVERY-SLOT-NO
                        MOVE N TO DELIVERY-CHARGE
                        COMPUTE DELIVERY-TAX ROUNDED =
                            DELIVERY-CHARGE * TAX-RATE
                        ADD DELIVERY-CHARGE TO BASKET-SUBTOTAL
                        ADD DELIVERY-TAX TO BK-TAX(5)
                        ADD DELIVERY-CHARGE TO BK-BASE(5)
                        MOVE TAX-RATE TO BUCKET-RATE(5)
                        MOVE DELIVERY-CHARGE TO DELIVERY-CHARGE-ED
                        MOVE BASKET-SUBTOTAL TO BASKET-SUB-DISP
                        DISPLAY "HOME DELIVERY " SLOT-DATE " "
                                function TRIM(SLOT-LABEL)
                                " TO " function TRIM(CONT-ADDRESS)
                        DISPLAY "RECEIPT " BASKET-RCPT
                                "  DELIVERY "
                                function TRIM(DELIVERY-CHARGE-ED)
                                "  SUBTOTAL "
                                function TRIM(BASKET-SUB-DISP)
                    END-IF
                END-IF
        END-READ
        END-IF
    END-IF
    END-IF
    END-IF.

      *> the closed basket takes its place in the slot: the booking
      *> carries the address as it stands today, and its items are
      *> held out of stock until the driver's proof of delivery.
      *> A restart that re-rings the receipt finds it booked already.
DELIVERY-APPLY-RTN.
    IF DELIVERY-ARMED AND DELIVERY-RCPT = BASKET-RCPT
        MOVE BUSINESS-DATE TO DLV-SALE-DATE
        MOVE REGISTER-ID TO DLV-REGISTER
        MOVE BASKET-RCPT TO DLV-RCPT-NO
        READ DELIVERY-MASTER
            INVALID KEY
                PERFORM DELIVERY-BOOK-RTN
            NOT INVALID KEY
                DISPLAY "HOME DELIVERY: RECEIPT " BASKET-RCPT
                        " ALREADY BOOKED"
        END-READ
    END-IF
    MOVE "N" TO DELIVERY-ARMED-SW.

DELIVERY-BOOK-RTN.
    MOVE DELIVERY-SLOT-DATE TO SLOT-DATE
    MOVE DELIVERY-SLOT-NO TO SLOT-NO
    READ DELIVERY-SLOT-FILE
        INVALID KEY
            MOVE SPACES TO SLOT-LABEL
        NOT INVALID KEY
            ADD 1 TO SLOT-BOOKED
            REWRITE DELIVERY-SLOT-RECORD
            IF SLOT-BOOKED > SLOT-CAPACITY
                DISPLAY "HOME DELIVERY: SLOT " SLOT-NO " ON "
                        SLOT-DATE " NOW OVER CAPACITY"
            END-IF
    END-READ
    MOVE DELIVERY-CUST TO CONT-CUST-ID
    READ CONTACT-MASTER
        INVALID KEY
            MOVE SPACES TO CONT-ADDRESS
            MOVE SPACES TO CONT-PHONE
    END-READ
    MOVE BUSINESS-DATE TO DLV-SALE-DATE
    MOVE REGISTER-ID TO DLV-REGISTER
    MOVE BASKET-RCPT TO DLV-RCPT-NO
    MOVE DELIVERY-CUST TO DLV-CUST-ID
    MOVE CONT-ADDRESS TO DLV-ADDRESS
    MOVE CONT-PHONE TO DLV-PHONE
    MOVE DELIVERY-SLOT-DATE TO DLV-SLOT-DATE
    MOVE DELIVERY-SLOT-NO TO DLV-SLOT-NO
    MOVE DELIVERY-SLOT-DATE TO DLV-FIRST-DATE
    MOVE DELIVERY-CHARGE TO DLV-CHARGE
    MOVE "B" TO DLV-STATUS
    MOVE 0 TO DLV-ATTEMPTS
    MOVE 0 TO DLV-DONE-DATE
    MOVE SPACES TO DLV-FAIL-REASON
    WRITE DELIVERY-RECORD
    PERFORM VARYING BX FROM 1 BY 1
            UNTIL BX > BASKET-ITEM-COUNT
        IF BI-LINE(BX)(1:1) = "S" AND BI-QTY(BX) > 0
            MOVE BUSINESS-DATE TO DLVI-SALE-DATE
            MOVE REGISTER-ID TO DLVI-REGISTER
            MOVE BASKET-RCPT TO DLVI-RCPT-NO
            MOVE BI-SKU(BX) TO DLVI-SKU
            READ DELIVERY-ITEM-FILE
                INVALID KEY
                    MOVE BI-QTY(BX) TO DLVI-QTY
                    WRITE DELIVERY-ITEM-RECORD
                NOT INVALID KEY
                    ADD BI-QTY(BX) TO DLVI-QTY
                    REWRITE DELIVERY-ITEM-RECORD
            END-READ
        END-IF
    END-PERFORM
    DISPLAY "HOME DELIVERY: RECEIPT " BASKET-RCPT " BOOKED FOR "
            DELIVERY-SLOT-DATE " " function TRIM(SLOT-LABEL).

      *> a voided delivery sale comes off the van and gives its slot
      *> back - the booking stays, cancelled, so nothing is reserved.
DELIVERY-VOID-RTN.
    IF DELIVERY-FILE-OPEN
        MOVE BUSINESS-DATE TO DLV-SALE-DATE
        MOVE REGISTER-ID TO DLV-REGISTER
        MOVE VOID-RCPT TO DLV-RCPT-NO
        READ DELIVERY-MASTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF DLV-LIVE
                    IF DLV-BOOKED
                        MOVE DLV-SLOT-DATE TO SLOT-DATE
                        MOVE DLV-SLOT-NO TO SLOT-NO
                        READ DELIVERY-SLOT-FILE
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                IF SLOT-BOOKED > 0
                                    SUBTRACT 1 FROM SLOT-BOOKED
                                END-IF
                                REWRITE DELIVERY-SLOT-RECORD
                        END-READ
                    END-IF
                    MOVE "X" TO DLV-STATUS
                    MOVE BUSINESS-DATE TO DLV-DONE-DATE
                    REWRITE DELIVERY-RECORD
                    DISPLAY "VOID: HOME DELIVERY FOR RECEIPT "
                            VOID-RCPT " CANCELLED"
                END-IF
        END-READ
    END-IF.

      *> "D 0 order" - a web-shop order collected at the till.  The
      *> customer paid online, so nothing is tendered: each line
      *> with stock allocated posts to TXLOG as "D qty sku order" at
      *> zero amount, which the stock run depletes like a sale, and
      *> the whole order closes with its allocation released.  A
      *> line the store could not fill is named so the customer
      *> knows the web shop refunds it.
WEBCOLLECT-RTN.
    IF NOT WEB-FILE-OPEN
        DISPLAY "WEB ORDER: NO WEB-ORDER MASTER ON SITE"
    ELSE
        MOVE SKU TO WEBCOL-ORDER
        MOVE 0 TO WEBCOL-LINES
        MOVE 0 TO WEBCOL-SHORT
        MOVE WEBCOL-ORDER TO WEB-ORDER-NO
        MOVE LOW-VALUES TO WEB-SKU
        MOVE "00" TO WEB-FS
        START WEB-ORDER-MASTER KEY NOT < WEB-KEY
            INVALID KEY
                MOVE "10" TO WEB-FS
        END-START
        PERFORM UNTIL WEB-EOF
            READ WEB-ORDER-MASTER NEXT
                AT END
                    MOVE "10" TO WEB-FS
            END-READ
            IF NOT WEB-FOUND OR WEB-ORDER-NO NOT = WEBCOL-ORDER
                MOVE "10" TO WEB-FS
            ELSE
                IF WEB-LIVE
                    PERFORM WEBCOLLECT-LINE-RTN
                END-IF
            END-IF
        END-PERFORM
        IF WEBCOL-LINES = 0 AND WEBCOL-SHORT = 0
            DISPLAY "WEB ORDER " function TRIM(WEBCOL-ORDER)
                    " NOT ON FILE OR ALREADY COLLECTED"
        ELSE
            DISPLAY "RECEIPT " RCPT-NO "  WEB ORDER "
                    function TRIM(WEBCOL-ORDER)
                    " COLLECTED - PREPAID, NOTHING TO TAKE"
            IF WEBCOL-SHORT > 0
                DISPLAY "  LINES NOT SUPPLIED ARE REFUNDED BY THE "
                        "WEB SHOP"
            END-IF
            ADD 1 TO RCPT-NO
        END-IF
    END-IF.

WEBCOLLECT-LINE-RTN.
    MOVE WEB-QTY-ALLOC TO WEBCOL-QTY
    IF WEBCOL-QTY > 0
        MOVE WEBCOL-QTY TO WEBCOL-QTY-ED
        MOVE REGISTER-ID TO TXLOG-REGISTER
        MOVE RCPT-NO TO TXLOG-RCPT-NO
        MOVE SPACES TO TXLOG-LINE
        STRING "D " DELIMITED BY SIZE
               function TRIM(WEBCOL-QTY-ED) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WEB-SKU DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WEB-ORDER-NO DELIMITED BY SPACE
            INTO TXLOG-LINE
        END-STRING
        MOVE 0 TO TXLOG-AMT
        MOVE TX-TIME TO TXLOG-TIME
        MOVE TX-SECS TO TXLOG-SECS
        MOVE ENTRY-MODE TO TXLOG-ENTRY
        MOVE CASHIER-ID TO TXLOG-CASHIER
        MOVE "C" TO TXLOG-TENDER
        MOVE SPACES TO TXLOG-CCY
        MOVE 0 TO TXLOG-FRN-AMT
        MOVE BUSINESS-DATE TO TXLOG-DATE
        PERFORM CHAIN-LINK-RTN
        WRITE TXLOG-RECORD
        ADD 1 TO WEBCOL-LINES
        DISPLAY "  HAND OVER " function TRIM(WEBCOL-QTY-ED) " X "
                function TRIM(WEB-SKU)
    END-IF
    IF WEB-QTY-ORDERED > WEBCOL-QTY
        COMPUTE WEBCOL-QTY = WEB-QTY-ORDERED - WEBCOL-QTY
        MOVE WEBCOL-QTY TO WEBCOL-QTY-ED
        ADD 1 TO WEBCOL-SHORT
        DISPLAY "  NOT SUPPLIED " function TRIM(WEBCOL-QTY-ED) " X "
                function TRIM(WEB-SKU)
    END-IF
    MOVE "C" TO WEB-STATUS
    MOVE 0 TO WEB-QTY-ALLOC
    MOVE BUSINESS-DATE TO WEB-COLLECT-DATE
    REWRITE WEB-ORDER-RECORD.

      *> the register's last form number, read at open.
TAXFREE-LOAD-RTN.
    READ TAX-FREE-FILE
        AT END
            MOVE "10" TO TFF-FS
        NOT AT END
            IF TFF-REGISTER = REGISTER-ID
                  AND TFF-FORM-NO > TF-NEXT-FORM
                MOVE TFF-FORM-NO TO TF-NEXT-FORM
            END-IF
    END-READ.

      *> the "H" charge against the account the card slot names -
      *> refused when the master is absent, the account unknown or
      *> closed, or the charge would push the balance past the
                " ON RECEIPT " MCLM-RCPT-NO
    END-IF.

      *> a "W" tender's leg is money the wallet provider settles to
      *> us later - one journal line per receipt under the payment
      *> reference, negative when a refund goes back to the wallet.
WALLET-LOG-RTN.
    IF PAY-WALLET
        MOVE BUSINESS-DATE TO WLT-DATE
        MOVE REGISTER-ID TO WLT-REGISTER
        MOVE SERL-RCPT-FOR TO WLT-RCPT-NO
        IF PAY1-AMT < 0
            MOVE "R" TO WLT-TYPE
        ELSE
            MOVE "S" TO WLT-TYPE
        END-IF
        MOVE TENDER-CARD TO WLT-REF
        MOVE PAY1-AMT TO WLT-AMT
        MOVE SPACE TO WLT-SETTLED
        MOVE 0 TO WLT-SETTLE-DATE
        MOVE 0 TO WLT-FEE
        WRITE WALLET-LOG-RECORD
        MOVE PAY1-AMT TO WLT-AMT-ED
        DISPLAY "WALLET: " function TRIM(TENDER-CARD)
                " " function TRIM(WLT-AMT-ED)
                " ON RECEIPT " WLT-RCPT-NO
    END-IF.

COUP-SEED-RTN.
    READ COUPON-FILE NEXT
        AT END
                MOVE "Y" TO RETURN-VER-SW
      *> the refund goes back the way the money came in: card
      *> refunds post as a negative card movement the settlement
      *> match expects, gift refunds go back onto the card, wallet
      *> refunds go back to the wallet under the original payment
      *> reference, and only a cash sale refunds from the drawer.
                IF ORIG-TENDER = "D"
                    MOVE "D" TO PAY-TYPE
                ELSE
                IF ORIG-TENDER = "G" AND ORIG-CARD NOT = SPACES
                    MOVE "G" TO PAY-TYPE
                    MOVE ORIG-CARD TO TENDER-CARD
                ELSE
                IF ORIG-TENDER = "W" AND ORIG-CARD NOT = SPACES
                    MOVE "W" TO PAY-TYPE
                    MOVE ORIG-CARD TO TENDER-CARD
                ELSE
                    MOVE "C" TO PAY-TYPE
                END-IF
                END-IF
                END-IF
                DISPLAY "RETURN: RECEIPT " ORIG-RCPT
                        " VERIFIED - REFUND ROUTED TO TENDER "
                        PAY-TYPE

      *> one original record: any money-carrying record names the
      *> tender; an "S" line for our SKU adds its quantity; a
      *> gift- or wallet-tendered line carries the card or the
      *> payment reference in its own slot.
HIST-TALLY-RTN.
    MOVE "Y" TO RCPT-SEEN-SW
    IF HX-AMT NOT = 0
            ADD HT-QTY TO SOLD-QTY
        END-IF
    END-IF
    IF (HX-TENDER = "G" OR HX-TENDER = "W")
          AND HT-CARD NOT = SPACES
        MOVE HT-CARD TO ORIG-CARD
    END-IF.

      *> velocity and margin readers all re-parse it, so a logged
      *> EAN would deplete nothing.
SCAN-REWRITE-RTN.
    MOVE "S" TO ENTRY-MODE
    MOVE 1 TO SCAN-PTR
    UNSTRING INP DELIMITED BY ALL SPACE
        INTO SCAN-T1, SCAN-T2, SCAN-T3
    MOVE BASKET-RCPT TO TXLOG-RCPT-NO
    MOVE BI-LINE(BX) TO TXLOG-LINE
    MOVE 0 TO TXLOG-AMT
    MOVE BI-TIME(BX) TO TXLOG-TIME
    MOVE BI-SECS(BX) TO TXLOG-SECS
    MOVE BI-ENTRY(BX) TO TXLOG-ENTRY
    MOVE CASHIER-ID TO TXLOG-CASHIER
    MOVE PAY-TYPE TO TXLOG-TENDER
    MOVE SPACES TO TXLOG-CCY
    MOVE 0 TO TXLOG-FRN-AMT
    MOVE BUSINESS-DATE TO TXLOG-DATE
    PERFORM CHAIN-LINK-RTN
    WRITE TXLOG-RECORD
      *> each held line's deposit, or the voucher it was, onto the
      *> deposit ledger under the basket's receipt.
    IF BI-DEPOSIT(BX) NOT = 0
        MOVE BASKET-RCPT TO DEPL-RCPT-NO
        IF BI-LINE(BX)(1:1) = "F"
            MOVE "V" TO DEPL-TYPE
            MOVE SPACES TO DEPL-SKU
            MOVE 0 TO DEPL-QTY
            MOVE BI-SKU(BX) TO DEPL-REF
        ELSE
            MOVE "C" TO DEPL-TYPE
            MOVE BI-SKU(BX) TO DEPL-SKU
            MOVE BI-QTY(BX) TO DEPL-QTY
            MOVE SPACES TO DEPL-REF
        END-IF
        MOVE BI-DEPOSIT(BX) TO DEPL-AMT
        PERFORM DEPOSIT-LOG-RTN
        ADD BI-DEPOSIT(BX) TO DAY-DEPOSIT-TOTAL
    END-IF.

      *> "F amount voucherno" - a reverse-vending-machine voucher.
      *> Inside a basket it is held as a negative line and comes
      *> off the basket total at the close; on its own it pays out
      *> of the drawer under tender "C", like a paid-out, so
      *> expected drawer cash drops with it.  Either way the
      *> deposit liability comes down by the face value on BUDDEPL.
DEPOSIT-VOUCHER-RTN.
    IF BASKET-OPEN
        IF BASKET-ITEM-COUNT >= 100
            ADD 1 TO SUSPENSE-COUNT
            MOVE LINE-NO TO SUSP-LINE-NO
            MOVE INP TO SUSP-LINE
            MOVE REGISTER-ID TO SUSP-REGISTER
            WRITE SUSPENSE-RECORD
            DISPLAY "BASKET: ITEM TABLE FULL - LINE SUSPENDED"
        ELSE
            ADD 1 TO BASKET-ITEM-COUNT
            MOVE INP TO BI-LINE(BASKET-ITEM-COUNT)
            MOVE SKU TO BI-SKU(BASKET-ITEM-COUNT)
            MOVE 0 TO BI-QTY(BASKET-ITEM-COUNT)
            MOVE TX-TIME TO BI-TIME(BASKET-ITEM-COUNT)
            MOVE TX-SECS TO BI-SECS(BASKET-ITEM-COUNT)
            MOVE SPACE TO BI-ENTRY(BASKET-ITEM-COUNT)
            COMPUTE BI-DEPOSIT(BASKET-ITEM-COUNT) = 0 - N
            ADD N TO BASKET-VOUCHER
            COMPUTE DEPOSIT-DISP = 0 - N
            DISPLAY "RECEIPT " BASKET-RCPT
                    "  DEPOSIT VOUCHER " function TRIM(SKU)
                    "  " function TRIM(DEPOSIT-DISP)
        END-IF
    ELSE
        MOVE REGISTER-ID TO TXLOG-REGISTER
        MOVE RCPT-NO TO TXLOG-RCPT-NO
        MOVE INP TO TXLOG-LINE
        COMPUTE TXLOG-AMT = 0 - N
        MOVE TX-TIME TO TXLOG-TIME
        MOVE TX-SECS TO TXLOG-SECS
        MOVE ENTRY-MODE TO TXLOG-ENTRY
        MOVE CASHIER-ID TO TXLOG-CASHIER
        MOVE "C" TO TXLOG-TENDER
        MOVE SPACES TO TXLOG-CCY
        MOVE 0 TO TXLOG-FRN-AMT
        MOVE BUSINESS-DATE TO TXLOG-DATE
        PERFORM CHAIN-LINK-RTN
        WRITE TXLOG-RECORD

        MOVE RCPT-NO TO DEPL-RCPT-NO
        MOVE "V" TO DEPL-TYPE
        MOVE SPACES TO DEPL-SKU
        MOVE 0 TO DEPL-QTY
        COMPUTE DEPL-AMT = 0 - N
        MOVE SKU TO DEPL-REF
        PERFORM DEPOSIT-LOG-RTN
        SUBTRACT N FROM DAY-DEPOSIT-TOTAL

        MOVE DEPL-AMT TO DEPOSIT-DISP
        DISPLAY "RECEIPT " RCPT-NO
                "  DEPOSIT VOUCHER " function TRIM(SKU)
                "  PAID OUT " function TRIM(DEPOSIT-DISP)
        ADD 1 TO RCPT-NO
    END-IF.

      *> one deposit-ledger line - the caller sets the receipt,
      *> type, SKU, quantity, amount and reference.
DEPOSIT-LOG-RTN.
    MOVE BUSINESS-DATE TO DEPL-DATE
    MOVE REGISTER-ID TO DEPL-REGISTER
    WRITE DEPOSIT-LEDGER-RECORD.

      *> the open campaign whose dates cover the business date -
      *> GODGERD never lets two overlap, so the first hit is it.
CHARITY-FIND-RTN.
    READ CHARITY-MASTER
        AT END
            MOVE "10" TO CHM-FS
        NOT AT END
            IF CHM-OPEN AND CHARITY-CAMPAIGN = SPACES
                  AND CHM-START <= BUSINESS-DATE
                  AND CHM-END >= BUSINESS-DATE
                MOVE CHM-CAMPAIGN TO CHARITY-CAMPAIGN
                MOVE CHM-CHARITY TO CHARITY-NAME
            END-IF
    END-READ
    IF NOT CHM-FOUND AND NOT CHM-EOF
        MOVE "10" TO CHM-FS
    END-IF.

      *> "H amount" - arm the donation for the next posted receipt.
DONATE-MARK-RTN.
    IF CHARITY-CAMPAIGN = SPACES
        DISPLAY "CHARITY: NO CAMPAIGN RUNNING TODAY - NOTHING ARMED"
    ELSE
        MOVE "Y" TO DONATE-PEND-SW
        MOVE N TO DONATE-REQ
        IF DONATE-REQ = 0
            DISPLAY "CHARITY: NEXT RECEIPT ROUNDS UP FOR "
                    function TRIM(CHARITY-NAME)
        ELSE
            MOVE DONATE-REQ TO DEPOSIT-DISP
            DISPLAY "CHARITY: NEXT RECEIPT ADDS "
                    function TRIM(DEPOSIT-DISP) " FOR "
                    function TRIM(CHARITY-NAME)
        END-IF
    END-IF.

      *> the armed donation onto the tendered total, after points
      *> are redeemed and before the tender is planned - so the
      *> card or cash leg carries it and the processor still sees
      *> one amount per receipt.  Only a receipt the customer pays
      *> on takes one; a total already on a whole hundred has
      *> nothing to round.
DONATION-RTN.
    MOVE 0 TO LINE-DONATION
    IF DONATE-PENDING AND TOTAL-AMT > 0
        IF DONATE-REQ = 0
            COMPUTE LINE-DONATION =
                100 - function MOD(TOTAL-AMT, 100)
            IF LINE-DONATION = 100
                MOVE 0 TO LINE-DONATION
            END-IF
        ELSE
            MOVE DONATE-REQ TO LINE-DONATION
        END-IF
        ADD LINE-DONATION TO TOTAL-AMT
    END-IF.

      *> the donation the receipt just took goes onto the campaign's
      *> ledger - and the arming is spent either way, so the next
      *> customer isn't charged the last one's round-up.  The
      *> caller sets the receipt number.
DONATION-LOG-RTN.
    IF DONATE-PENDING
        MOVE "N" TO DONATE-PEND-SW
        IF LINE-DONATION = 0
            DISPLAY "CHARITY: NO DONATION ON RECEIPT " CHL-RCPT-NO
                    " - NOTHING TO ROUND UP"
        ELSE
            MOVE BUSINESS-DATE TO CHL-DATE
            MOVE REGISTER-ID TO CHL-REGISTER
            MOVE "D" TO CHL-TYPE
            MOVE CHARITY-CAMPAIGN TO CHL-CAMPAIGN
            IF SPLIT-TENDER
                MOVE PAY2-TYPE TO CHL-TENDER
            ELSE
                MOVE PAY-TYPE TO CHL-TENDER
            END-IF
            MOVE LINE-DONATION TO CHL-AMT
            MOVE 0 TO CHL-REF
            WRITE CHARITY-LEDGER-RECORD
            ADD LINE-DONATION TO DAY-DONATION-TOTAL
        END-IF
    END-IF.

      *> "Z amount" - arm cash-back for the next posted receipt.
      *> The store's ceiling is checked here, so the customer hears
      *> no before the card goes in.
CASHBACK-MARK-RTN.
    IF CASHBACK-MAX = 0
        DISPLAY "CASH-BACK: NOT OFFERED AT THIS STORE - "
                "NOTHING ARMED"
    ELSE
    IF N > CASHBACK-MAX
        MOVE N TO CASHBACK-ED
        MOVE CASHBACK-MAX TO CASHBACK-MIN-ED
        DISPLAY "CASH-BACK: " function TRIM(CASHBACK-ED)
                " IS OVER THE " function TRIM(CASHBACK-MIN-ED)
                " LIMIT - NOTHING ARMED"
    ELSE
        MOVE "Y" TO CASHBACK-PEND-SW
        MOVE N TO CASHBACK-REQ
        MOVE CASHBACK-REQ TO CASHBACK-ED
        DISPLAY "CASH-BACK: NEXT DEBIT-CARD RECEIPT HANDS OVER "
                function TRIM(CASHBACK-ED)
    END-IF
    END-IF.

      *> the armed cash-back against the receipt in hand, after the
      *> tender is planned - only a debit-card receipt on one
      *> tender, in our own currency, for a purchase of at least
      *> the store's minimum takes it.  Anything else rings without
      *> it, and says why.
CASHBACK-RTN.
    MOVE 0 TO LINE-CASHBACK
    IF CASHBACK-PENDING
        IF NOT PAY-CARD OR SPLIT-TENDER OR CCY NOT = SPACES
            DISPLAY "CASH-BACK: ONLY ON A DEBIT-CARD RECEIPT - "
                    "NONE GIVEN"
        ELSE
        IF TOTAL-AMT - LINE-DONATION <= 0
              OR TOTAL-AMT - LINE-DONATION < CASHBACK-MIN
            MOVE CASHBACK-MIN TO CASHBACK-MIN-ED
            DISPLAY "CASH-BACK: PURCHASE UNDER THE "
                    function TRIM(CASHBACK-MIN-ED)
                    " MINIMUM - NONE GIVEN"
        ELSE
            MOVE CASHBACK-REQ TO LINE-CASHBACK
        END-IF
        END-IF
    END-IF.

CASHBACK-SHOW-RTN.
    IF LINE-CASHBACK NOT = 0
        MOVE LINE-CASHBACK TO DEPOSIT-DISP
        DISPLAY "  CASH-BACK (NOT A SALE): "
                function TRIM(DEPOSIT-DISP)
        COMPUTE DEPOSIT-DISP = PAY1-AMT + LINE-CASHBACK
        DISPLAY "  CARD CHARGED: " function TRIM(DEPOSIT-DISP)
    END-IF.

      *> the cash-back the receipt just gave posts behind it - and
      *> the arming is spent either way.  The caller sets the
      *> receipt number.
CASHBACK-LOG-RTN.
    IF CASHBACK-PENDING
        MOVE "N" TO CASHBACK-PEND-SW
        IF LINE-CASHBACK NOT = 0
            PERFORM CASHBACK-POST-RTN
        END-IF
    END-IF.

      *> two TXLOG records under their own "Z" type: the card takes
      *> the cash on top of the purchase, the drawer pays it out.
      *> They net to nothing, so nothing that adds up the receipt
      *> sees a sale - a void posts the same pair negated.
CASHBACK-POST-RTN.
    MOVE LINE-CASHBACK TO DEPOSIT-DISP
    MOVE SPACES TO CASHBACK-LINE
    STRING "Z " DELIMITED BY SIZE
           function TRIM(DEPOSIT-DISP) DELIMITED BY SIZE
        INTO CASHBACK-LINE
    MOVE REGISTER-ID TO TXLOG-REGISTER
    MOVE CASHBACK-RCPT-NO TO TXLOG-RCPT-NO
    MOVE CASHBACK-LINE TO TXLOG-LINE
    MOVE LINE-CASHBACK TO TXLOG-AMT
    MOVE TX-TIME TO TXLOG-TIME
    MOVE TX-SECS TO TXLOG-SECS
    MOVE ENTRY-MODE TO TXLOG-ENTRY
    MOVE CASHIER-ID TO TXLOG-CASHIER
    MOVE "D" TO TXLOG-TENDER
    MOVE SPACES TO TXLOG-CCY
    MOVE 0 TO TXLOG-FRN-AMT
    MOVE BUSINESS-DATE TO TXLOG-DATE
    PERFORM CHAIN-LINK-RTN
    WRITE TXLOG-RECORD

    MOVE REGISTER-ID TO TXLOG-REGISTER
    MOVE CASHBACK-RCPT-NO TO TXLOG-RCPT-NO
    MOVE CASHBACK-LINE TO TXLOG-LINE
    COMPUTE TXLOG-AMT = 0 - LINE-CASHBACK
    MOVE TX-TIME TO TXLOG-TIME
    MOVE TX-SECS TO TXLOG-SECS
    MOVE ENTRY-MODE TO TXLOG-ENTRY
    MOVE CASHIER-ID TO TXLOG-CASHIER
    MOVE "C" TO TXLOG-TENDER
    MOVE SPACES TO TXLOG-CCY
    MOVE 0 TO TXLOG-FRN-AMT
    MOVE BUSINESS-DATE TO TXLOG-DATE
    PERFORM CHAIN-LINK-RTN
    WRITE TXLOG-RECORD
    ADD LINE-CASHBACK TO DAY-CASHBACK-TOTAL.

      *> the agency line the receipt just rang goes onto the agency
      *> ledger under its provider - a sale, or a return when the
      *> quantity is negative.  The caller sets the receipt number.
AGENCY-LOG-RTN.
    MOVE BUSINESS-DATE TO AGL-DATE
    MOVE REGISTER-ID TO AGL-REGISTER
    IF N < 0
        MOVE "R" TO AGL-TYPE
    ELSE
        MOVE "S" TO AGL-TYPE
    END-IF
    MOVE ITEM-PROVIDER TO AGL-PROVIDER
    MOVE SKU TO AGL-SKU
    MOVE N TO AGL-QTY
    MOVE LINE-AGENCY TO AGL-AMT
    MOVE LINE-AGY-COMM TO AGL-COMM
    MOVE 0 TO AGL-REF
    WRITE AGENCY-LEDGER-RECORD
    ADD LINE-AGENCY TO DAY-AGENCY-TOTAL.

      *> this register's last rain-check number, off the register
      *> positioned at its first one.
RAIN-SEED-RTN.
    READ RAINCHECK-MASTER NEXT
        AT END
            MOVE "10" TO RCK-FS
        NOT AT END
            IF RCK-REGISTER NOT = REGISTER-ID
                MOVE "10" TO RCK-FS
            ELSE
                MOVE RCK-SEQ TO RAIN-NEXT-SEQ
            END-IF
    END-READ.

RAINCHK-RTN.
    IF NOT RCK-FILE-OPEN
        DISPLAY "RAIN CHECK: NO RAIN-CHECK REGISTER ON SITE - "
                "NOTHING DONE"
    ELSE
    IF N = 0
        PERFORM RAIN-ARM-RTN
    ELSE
        PERFORM RAIN-ISSUE-RTN
    END-IF
    END-IF.

      *> a rain check is only owed on a live promotion whose item
      *> has actually sold out - the promotion price is worked off
      *> the shelf price now (a percent off, or a multibuy's deal
      *> per unit) and holds to the promotion's end plus the
      *> validity days.
RAIN-ISSUE-RTN.
    MOVE "Y" TO RAIN-OK-SW
    MOVE SPACES TO RAIN-CUST
    UNSTRING INP DELIMITED BY ALL SPACE
        INTO RAIN-T1, RAIN-T2, RAIN-T3, RAIN-T4, RAIN-CUST
    END-UNSTRING
    IF DEGRADED OR NOT PROMO-FILE-OPEN
        MOVE "N" TO RAIN-OK-SW
        DISPLAY "RAIN CHECK: ITEM OR PROMOTIONS MASTER NOT "
                "AVAILABLE - NOT ISSUED"
    ELSE
        MOVE PROMO-REQ TO PROMO-CODE
        MOVE STORE-NO TO PROMO-STORE
        READ PROMOTIONS-FILE
            INVALID KEY
                MOVE "N" TO RAIN-OK-SW
                DISPLAY "RAIN CHECK: PROMO " PROMO-REQ
                        " UNKNOWN FOR STORE " STORE-NO
                        " - NOT ISSUED"
        END-READ
    END-IF
    IF RAIN-OK AND TODAY-DATE > PROMO-EXPIRY
        MOVE "N" TO RAIN-OK-SW
        DISPLAY "RAIN CHECK: PROMO " PROMO-REQ " ENDED "
                PROMO-EXPIRY " - NOT ISSUED"
    END-IF
    IF RAIN-OK
        MOVE SKU TO INV-SKU
        READ INVENTORY-MASTER
            INVALID KEY
                MOVE "N" TO RAIN-OK-SW
                DISPLAY "RAIN CHECK: UNKNOWN SKU "
                        function TRIM(SKU) " - NOT ISSUED"
        END-READ
    END-IF
    IF RAIN-OK AND PROMO-MULTIBUY
        IF (PROMO-MB-SKU NOT = SPACES AND PROMO-MB-SKU NOT = INV-SKU)
              OR (PROMO-MB-SKU = SPACES
                  AND PROMO-MB-CAT NOT = INV-CATEGORY)
            MOVE "N" TO RAIN-OK-SW
            DISPLAY "RAIN CHECK: " function TRIM(SKU)
                    " IS NOT ON PROMO " PROMO-REQ " - NOT ISSUED"
        END-IF
    END-IF
    IF RAIN-OK AND INV-QTY-ON-HAND > 0
        MOVE "N" TO RAIN-OK-SW
        DISPLAY "RAIN CHECK: " function TRIM(SKU) " HAS "
                INV-QTY-ON-HAND " ON HAND - SELL IT, NO RAIN CHECK"
    END-IF
    IF RAIN-OK
        IF PROMO-MULTIBUY AND PROMO-TRIG-QTY > 0
            IF PROMO-DEAL-PRICE > 0
                COMPUTE RAIN-PRICE ROUNDED =
                    PROMO-DEAL-PRICE / PROMO-TRIG-QTY
            ELSE
                COMPUTE RAIN-PRICE ROUNDED =
                    INV-PRICE * (PROMO-TRIG-QTY - PROMO-FREE-QTY)
                    / PROMO-TRIG-QTY
            END-IF
        ELSE
            COMPUTE RAIN-PRICE ROUNDED =
                INV-PRICE * (100 - PROMO-DISC-PCT) / 100
        END-IF
        ADD 1 TO RAIN-NEXT-SEQ
        MOVE REGISTER-ID TO RCK-REGISTER
        MOVE RAIN-NEXT-SEQ TO RCK-SEQ
        MOVE PROMO-REQ TO RCK-PROMO
        MOVE STORE-NO TO RCK-STORE
        MOVE INV-SKU TO RCK-SKU
        MOVE N TO RCK-QTY
        MOVE RAIN-PRICE TO RCK-PRICE
        MOVE INV-PRICE TO RCK-SHELF-PRICE
        MOVE RAIN-CUST TO RCK-CUST-ID
        MOVE BUSINESS-DATE TO RCK-ISSUED
        MOVE CASHIER-ID TO RCK-CASHIER
        COMPUTE RCK-EXPIRY = function DATE-OF-INTEGER
            (function INTEGER-OF-DATE(PROMO-EXPIRY)
             + RAIN-VALID-DAYS)
        MOVE "O" TO RCK-STATUS
        MOVE 0 TO RCK-USED-DATE
        MOVE SPACES TO RCK-USED-REGISTER
        MOVE 0 TO RCK-USED-RCPT
        WRITE RAINCHECK-RECORD
            INVALID KEY
                DISPLAY "RAIN CHECK: NUMBER " RCK-NO
                        " ALREADY ON THE REGISTER - NOT ISSUED"
            NOT INVALID KEY
                MOVE RAIN-PRICE TO RAIN-PRICE-ED
                DISPLAY "RAIN CHECK " RCK-NO " ISSUED TO "
                        function TRIM(RAIN-CUST) ": UP TO "
                        RCK-QTY " X " function TRIM(SKU) " AT "
                        function TRIM(RAIN-PRICE-ED)
                        " (PROMO " PROMO-REQ ") - VALID TO "
                        RCK-EXPIRY
        END-WRITE
    END-IF.

      *> "J 0 no" - an open, in-date rain check arms for the next
      *> sale line; used, expired or unknown ones refuse.
RAIN-ARM-RTN.
    MOVE "N" TO RAIN-PEND-SW
    MOVE SKU TO RCK-NO
    READ RAINCHECK-MASTER
        INVALID KEY
            DISPLAY "RAIN CHECK " function TRIM(SKU)
                    " NOT ON THE REGISTER"
        NOT INVALID KEY
            IF RCK-USED
                DISPLAY "RAIN CHECK " RCK-NO " ALREADY USED ON "
                        RCK-USED-DATE " - RECEIPT " RCK-USED-RCPT
            ELSE
            IF BUSINESS-DATE > RCK-EXPIRY
                DISPLAY "RAIN CHECK " RCK-NO " EXPIRED "
                        RCK-EXPIRY
            ELSE
                MOVE "Y" TO RAIN-PEND-SW
                MOVE RCK-NO TO RAIN-NO-PEND
                MOVE RCK-SKU TO RAIN-SKU-PEND
                MOVE RCK-QTY TO RAIN-QTY-PEND
                MOVE RCK-PRICE TO RAIN-PRICE-PEND
                MOVE RCK-PRICE TO RAIN-PRICE-ED
                DISPLAY "RAIN CHECK " RCK-NO " ARMED: NEXT SALE OF "
                        function TRIM(RCK-SKU) " UP TO " RCK-QTY
                        " AT " function TRIM(RAIN-PRICE-ED)
            END-IF
            END-IF
    END-READ.

      *> the armed rain check on the sale line in hand - its own
      *> SKU, within the quantity promised and with no override
      *> keyed, rings at the rain-check price; anything else rings
      *> as keyed and the rain check stays open.  Either way it is
      *> disarmed.
RAIN-APPLY-RTN.
    MOVE "N" TO RAIN-PEND-SW
    IF SKU = RAIN-SKU-PEND AND N > 0 AND N <= RAIN-QTY-PEND
          AND OVERRIDE-PRICE = 0
        MOVE RCPT-NO TO POVR-RCPT-NO
        MOVE SKU TO POVR-SKU
        MOVE K TO POVR-ORIG-PRICE
        MOVE RAIN-PRICE-PEND TO POVR-NEW-PRICE
        MOVE "RAIN" TO POVR-REASON
        WRITE PRICE-OVERRIDE-RECORD
        MOVE RAIN-PRICE-PEND TO K
        MOVE 0 TO PROMO-REQ
        MOVE "Y" TO RAIN-APPLIED-SW
        DISPLAY "RAIN CHECK " RAIN-NO-PEND " APPLIED"
    ELSE
        DISPLAY "RAIN CHECK " RAIN-NO-PEND " NOT APPLIED - NOT "
                "ITS SKU OR OVER ITS QUANTITY - STILL OPEN"
    END-IF.

      *> the receipt posted - the rain check is used up.
RAIN-REDEEM-RTN.
    MOVE RAIN-NO-PEND TO RCK-NO
    READ RAINCHECK-MASTER
        INVALID KEY
            DISPLAY "RAIN CHECK " RAIN-NO-PEND
                    " GONE FROM THE REGISTER - NOT MARKED USED"
        NOT INVALID KEY
            MOVE "U" TO RCK-STATUS
            MOVE BUSINESS-DATE TO RCK-USED-DATE
            MOVE REGISTER-ID TO RCK-USED-REGISTER
            MOVE RCPT-NO TO RCK-USED-RCPT
            REWRITE RAINCHECK-RECORD
    END-READ.

      *> a voided redemption puts the rain check back open.
RAIN-REOPEN-RTN.
    MOVE VOID-RAIN-NO TO RCK-NO
    IF RCK-FILE-OPEN
        READ RAINCHECK-MASTER
            INVALID KEY
                DISPLAY "VOID: RAIN CHECK " VOID-RAIN-NO
                        " NOT ON THE REGISTER - NOT REOPENED"
            NOT INVALID KEY
                MOVE "O" TO RCK-STATUS
                MOVE 0 TO RCK-USED-DATE
                MOVE SPACES TO RCK-USED-REGISTER
                MOVE 0 TO RCK-USED-RCPT
                REWRITE RAINCHECK-RECORD
                DISPLAY "VOID: RAIN CHECK " VOID-RAIN-NO
                        " STANDS AGAIN"
        END-READ
    END-IF.

      *> the register's chain opens on the last value the sealed
      *> journal closed it on; nothing there starts a new chain.
      *> Today's log, when it holds the register's records, carries
      *> it on from there.
CHAIN-OPEN-RTN.
    MOVE 0 TO CHAIN-LAST
    MOVE "00" TO CHAIN-FS
    OPEN INPUT CHAIN-JOURNAL-FILE
    IF CHAIN-FOUND
        PERFORM CHAIN-JRN-READ-RTN
        PERFORM UNTIL CHAIN-EOF
            IF CJ-REGISTER = REGISTER-ID
                MOVE CJ-CLOSE-CHAIN TO CHAIN-LAST
            END-IF
            PERFORM CHAIN-JRN-READ-RTN
        END-PERFORM
    END-IF
    CLOSE CHAIN-JOURNAL-FILE.

CHAIN-JRN-READ-RTN.
    READ CHAIN-JOURNAL-FILE
        AT END
            MOVE "10" TO CHAIN-FS
    END-READ.

      *> each record's link: everything it says, summed on top of
      *> the register's previous link.  Zero marks an unchained
      *> record, so a sum landing on it is carried as one.
CHAIN-LINK-RTN.
    MOVE TXLOG-RECORD(1:153) TO CHAIN-TEXT
    MOVE 153 TO CHAIN-LEN
    MOVE CHAIN-LAST TO CHAIN-VALUE
    PERFORM CHAIN-STEP-RTN
        VARYING CHAIN-IX FROM 1 BY 1 UNTIL CHAIN-IX > CHAIN-LEN
    IF CHAIN-VALUE = 0
        MOVE 1 TO CHAIN-VALUE
    END-IF
    MOVE CHAIN-VALUE TO TXLOG-CHAIN
    MOVE CHAIN-VALUE TO CHAIN-LAST.

CHAIN-STEP-RTN.
    COMPUTE CHAIN-WORK = CHAIN-VALUE * 256
        + function ORD(CHAIN-TEXT(CHAIN-IX:1)) - 1
    DIVIDE CHAIN-WORK BY CHAIN-MODULUS
        GIVING CHAIN-QUOT REMAINDER CHAIN-VALUE.
