      *> still open goes to the BUDRCVEX exception file instead of
      *> silently inflating on-hand - that file is what goes back to
      *> the supplier with the invoice.
      *>
      *> a posted receipt on a PO line a customer special order
      *> rides on (SERPONTUN) sets the order's units aside out of
      *> available-to-sell, and an order now fully reserved goes
      *> onto the BUDSOARR arrival list for the counter to call.
      *>
      *> what is averaged into INV-COST is the landed unit cost,
      *> not the bare PO price.  A line raised in a foreign currency is
      *> converted through FXRATE at the rate in force on the day
      *> it is received.  Imported goods come in under a shipment
      *> header carrying the freight, duty and brokerage bill:
      *>   LANDED ref V|W freight duty brokerage
      *>   po sku qty ...         (the shipment's receipt lines)
      *>   END
      *> The lines are held until END (or the next LANDED, or the
      *> end of the feed), then the bill is spread over the lines
      *> that match their PO - by goods value (V) or by weight (W,
      *> off the SKU's unit weight) - and each line posts at its
      *> goods cost plus its share per unit.  INV-COST is a moving
      *> weighted average over the book on hand, each re-figuring
      *> journalled to BUDCOSTJ; INV-LAST-COST keeps what the
      *> latest delivery cost on its own.  The receiving log
      *> carries the build-up (shipment, currency, foreign price,
      *> rate, goods cost, add-on, landed cost) for accounting.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
      *> or not - the receiving clerk's own audit trail.  Appended
      *> forever now, not truncated per run, so the invoice match
      *> REIKNINGAR runs days later can still see what arrived.
      *> Each line carries the day it hit the dock, which is what
      *> the supplier scorecard measures on-time delivery against.
    SELECT RECEIVING-FILE ASSIGN TO "BUDRECV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RECV-FS.
        FILE STATUS IS PO-FS.

      *> receipts that failed the three-way match - the dispute list
      *> for the supplier's invoice.  Dated and tagged with the PO's
      *> vendor, and appended like the receiving log, so the
      *> supplier scorecard can count a vendor's exceptions over
      *> any period.
    SELECT RECV-EXCEPTION-FILE ASSIGN TO "BUDRCVEX"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RCVEX-FS.
        RECORD KEY IS EAN-CODE
        FILE STATUS IS EAN-FS.

      *> customer special orders - walked for orders riding on the
      *> PO line just received.
    SELECT SPECIAL-ORDER-MASTER ASSIGN TO "SPECMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SO-ID
        FILE STATUS IS SO-FS.

    SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CUST-ID
        FILE STATUS IS CUST-FS.

    SELECT CONTACT-MASTER ASSIGN TO "CONTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CONT-CUST-ID
        FILE STATUS IS CONT-FS.

      *> the rate table GENGI loads, for lines raised in a foreign
      *> currency, and the control record for its staleness limit.
    SELECT FX-RATE-FILE ASSIGN TO "FXRATE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS FX-CCY
        FILE STATUS IS FX-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

      *> every re-figuring of a SKU's average cost - appended.
    SELECT COST-JOURNAL-FILE ASSIGN TO "BUDCOSTJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CJ-FS.

      *> "your order has arrived" call list - one line per special
      *> order whose goods are now all on the shelf out back.  An
      *> order the customer placed is a service call, not marketing,
      *> so the phone and mail go on whatever the consent flag says.
      *> Appended forever like the receiving log.
    SELECT ARRIVAL-FILE ASSIGN TO "BUDSOARR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ARR-FS.

DATA DIVISION.
    FILE SECTION.
    FD  INVENTORY-MASTER.
        05  RECV-QTY        PIC S9(7).
        05  FILLER          PIC X VALUE SPACE.
        05  RECV-RESULT     PIC X(8).
        05  FILLER          PIC X VALUE SPACE.
        05  RECV-DATE       PIC 9(8).
      *> the cost build-up behind a posted line - the shipment it
      *> came in under, the PO currency, the supplier's foreign
      *> unit price and the rate it was converted at (blank and
      *> zero on a line priced in our own currency), the goods
      *> unit cost, the landed add-on per unit and the unit cost
      *> that went onto the inventory master.
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
        05  RCVEX-OPEN-QTY  PIC S9(7).
        05  FILLER          PIC X VALUE SPACE.
        05  RCVEX-REASON    PIC X(8).
        05  FILLER          PIC X VALUE SPACE.
        05  RCVEX-DATE      PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  RCVEX-SUPPLIER  PIC X(6).

    FD  SPECIAL-ORDER-MASTER.
    COPY "specord.cpy".

    FD  CUSTOMER-MASTER.
    COPY "custmast.cpy".

    FD  CONTACT-MASTER.
    COPY "contmast.cpy".

    FD  FX-RATE-FILE.
    COPY "fxrate.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    FD  COST-JOURNAL-FILE.
    COPY "costjrn.cpy".

    FD  ARRIVAL-FILE.
    01  ARRIVAL-RECORD.
        05  ARR-DATE        PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  ARR-ORDER       PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  ARR-CUST-ID     PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  ARR-NAME        PIC X(40).
        05  FILLER          PIC X VALUE SPACE.
        05  ARR-PHONE       PIC X(15).
        05  FILLER          PIC X VALUE SPACE.
        05  ARR-EMAIL       PIC X(40).
        05  FILLER          PIC X VALUE SPACE.
        05  ARR-SKU         PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  ARR-QTY         PIC 9(7).
        05  FILLER          PIC X VALUE SPACE.
        05  ARR-DEPOSIT     PIC S9(9).

    WORKING-STORAGE SECTION.
       01 INV-FS PIC XX.
           88 EAN-FOUND VALUE "00".
       01 XREF-OPEN-SW PIC X VALUE "N".
           88 XREF-FILE-OPEN VALUE "Y".
       01 SO-FS PIC XX.
           88 SO-FOUND VALUE "00".
           88 SO-EOF VALUE "10".
       01 SO-OPEN-SW PIC X VALUE "N".
           88 SO-FILE-OPEN VALUE "Y".
       01 CUST-FS PIC XX.
           88 CUST-FOUND VALUE "00".
       01 CUST-OPEN-SW PIC X VALUE "N".
           88 CUST-FILE-OPEN VALUE "Y".
       01 CONT-FS PIC XX.
           88 CONT-FOUND VALUE "00".
       01 CONT-OPEN-SW PIC X VALUE "N".
           88 CONT-FILE-OPEN VALUE "Y".
       01 ARR-FS PIC XX.
           88 ARR-FOUND VALUE "00".
       01 SO-LEFT-QTY PIC S9(7).
       01 SO-NEED-QTY PIC S9(7).
       01 ARR-COUNT PIC 9(5) VALUE 0.
       01 PO-LEN     PIC S9(2).
       01 SKU-LEN    PIC S9(2).
       01 QTY-LEN    PIC S9(2).
       01 ON-HAND-ED   PIC -(6)9.
       01 LINE-COUNT   PIC 9(6) VALUE 0.

       01 FX-FS PIC XX.
           88 FX-FOUND VALUE "00".
       01 FX-OPEN-SW PIC X VALUE "N".
           88 FX-FILE-OPEN VALUE "Y".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".
       01 FX-STALE-DAYS PIC 9(3) VALUE 0.
       01 FX-AGE-DAYS PIC S9(5).
       01 FX-AGE-DISP PIC Z(4)9.
      *> the shipment's measuring pass converts every line once
      *> already - the rate warnings only go out when it posts.
       01 FX-WARN-SW PIC X VALUE "Y".
           88 FX-WARN VALUE "Y".
       01 FX-COST-ED PIC Z(6)9.99.

      *> the unit cost build-up for the line being posted.
       01 GOODS-COST PIC S9(6).
       01 RATE-USED PIC 9(6)V9999.
       01 LINE-ADDON PIC S9(6) VALUE 0.
       01 LANDED-COST PIC S9(6).
       01 COST-ED PIC -(6)9.
       01 CJ-FS PIC XX.
           88 CJ-FOUND VALUE "00".
       01 QTY-BEFORE PIC S9(7).
       01 OLD-AVG-COST PIC S9(6).

      *> the shipment being received under a LANDED header.
       01 SHIP-REF PIC X(10) VALUE SPACES.
       01 SHIP-OPEN-SW PIC X VALUE "N".
           88 SHIP-OPEN VALUE "Y".
       01 SHIP-BASIS PIC X(1).
           88 SHIP-BY-WEIGHT VALUE "W".
       01 SPREAD-SW PIC X(1).
           88 SPREAD-ON-WEIGHT VALUE "W".
       01 LND-KEY-RAW PIC X(6).
       01 LND-REF-RAW PIC X(10).
       01 LND-BASIS-RAW PIC X(1).
       01 LND-FRT-RAW PIC X(9).
       01 LND-DUTY-RAW PIC X(9).
       01 LND-BROK-RAW PIC X(9).
       01 LND-KEY-LEN PIC S9(2).
       01 LND-REF-LEN PIC S9(2).
       01 LND-BASIS-LEN PIC S9(2).
       01 LND-FRT-LEN PIC S9(2).
       01 LND-DUTY-LEN PIC S9(2).
       01 LND-BROK-LEN PIC S9(2).
       01 SHIP-FREIGHT PIC S9(9).
       01 SHIP-DUTY PIC S9(9).
       01 SHIP-BROKER PIC S9(9).
       01 SHIP-TOTAL PIC S9(9).
       01 SHIP-TAB.
           05 SH-ENTRY OCCURS 200 TIMES.
               10 SH-INP PIC X(60).
               10 SH-OK PIC X(1).
               10 SH-WEIGHED PIC X(1).
               10 SH-QTY PIC S9(7).
               10 SH-VALUE PIC S9(13).
               10 SH-WEIGHT PIC S9(13).
               10 SH-SHARE PIC S9(9).
       01 SHIP-COUNT PIC 9(3) VALUE 0.
       01 SX PIC S9(4).
       01 SHIP-VALUE-TOT PIC S9(13).
       01 SHIP-WEIGHT-TOT PIC S9(13).
       01 SHIP-BASIS-TOT PIC S9(13).
       01 SHIP-LINE-BASIS PIC S9(13).
       01 SHIP-CARRIED PIC S9(11).
       01 SHIP-CARRIED-LINE PIC S9(11).
       01 SHIP-ED PIC -(10)9.

PROCEDURE DIVISION.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD
    OPEN I-O INVENTORY-MASTER
    ELSE
        OPEN OUTPUT RECEIVING-FILE
    END-IF
    OPEN INPUT RECV-EXCEPTION-FILE
    IF RCVEX-FOUND
        CLOSE RECV-EXCEPTION-FILE
        OPEN EXTEND RECV-EXCEPTION-FILE
    ELSE
        OPEN OUTPUT RECV-EXCEPTION-FILE
    END-IF

    OPEN I-O PO-MASTER
    IF PO-NEW-FILE
        OPEN I-O PO-MASTER
    END-IF

      *> no rate table on site just means a foreign-currency line
      *> posts at the estimate it was ordered at.
    OPEN INPUT FX-RATE-FILE
    IF FX-FOUND
        MOVE "Y" TO FX-OPEN-SW
    END-IF
    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND
            MOVE BUD-FX-STALE-DAYS TO FX-STALE-DAYS
        END-IF
    END-IF
    CLOSE CONTROL-FILE

    OPEN INPUT COST-JOURNAL-FILE
    IF CJ-FOUND
        CLOSE COST-JOURNAL-FILE
        OPEN EXTEND COST-JOURNAL-FILE
    ELSE
        OPEN OUTPUT COST-JOURNAL-FILE
    END-IF

      *> no barcode cross-reference on site just means every line
      *> has to be keyed as the raw SKU, same as the till.
    OPEN INPUT EAN-XREF-FILE
        OPEN OUTPUT SERIAL-FILE
    END-IF

      *> no special-order master just means nobody has ever placed
      *> one - receiving runs exactly as before.
    OPEN I-O SPECIAL-ORDER-MASTER
    IF SO-FOUND
        MOVE "Y" TO SO-OPEN-SW
        OPEN INPUT CUSTOMER-MASTER
        IF CUST-FOUND
            MOVE "Y" TO CUST-OPEN-SW
        END-IF
        OPEN INPUT CONTACT-MASTER
        IF CONT-FOUND
            MOVE "Y" TO CONT-OPEN-SW
        END-IF
        OPEN INPUT ARRIVAL-FILE
        IF ARR-FOUND
            CLOSE ARRIVAL-FILE
            OPEN EXTEND ARRIVAL-FILE
        ELSE
            OPEN OUTPUT ARRIVAL-FILE
        END-IF
    END-IF

    PERFORM UNTIL EOF-INP
        ACCEPT INP
        IF NOT EOF-INP
            PERFORM PARSE-LINE-RTN
            IF PO-RAW = "LANDED"
                PERFORM SHIP-OPEN-RTN
            ELSE
            IF PO-RAW = "END" AND SKU-LEN = 0
                IF SHIP-OPEN
                    PERFORM SHIP-CLOSE-RTN
                ELSE
                    DISPLAY "VORUMOTTAKA: END WITH NO SHIPMENT OPEN"
                END-IF
            ELSE
                ADD 1 TO LINE-COUNT
                IF SHIP-OPEN
                    PERFORM SHIP-HOLD-RTN
                ELSE
                    PERFORM RECEIVE-LINE-RTN
                END-IF
            END-IF
            END-IF
        END-IF
    END-PERFORM
    IF SHIP-OPEN
        PERFORM SHIP-CLOSE-RTN
    END-IF

    CLOSE INVENTORY-MASTER
    CLOSE RECEIVING-FILE
    CLOSE PO-MASTER
    CLOSE LOT-FILE
    CLOSE SERIAL-FILE
    CLOSE COST-JOURNAL-FILE
    IF FX-FILE-OPEN
        CLOSE FX-RATE-FILE
    END-IF
    IF XREF-FILE-OPEN
        CLOSE EAN-XREF-FILE
    END-IF
    IF SO-FILE-OPEN
        CLOSE SPECIAL-ORDER-MASTER
        CLOSE ARRIVAL-FILE
        IF CUST-FILE-OPEN
            CLOSE CUSTOMER-MASTER
        END-IF
        IF CONT-FILE-OPEN
            CLOSE CONTACT-MASTER
        END-IF
    END-IF

    DISPLAY "VORUMOTTAKA: " LINE-COUNT " RECEIVING LINES PROCESSED"
    MOVE EXC-COUNT TO EXC-COUNT-ED
    DISPLAY "VORUMOTTAKA: " function TRIM(EXC-COUNT-ED)
            " LINES TO THE MATCH EXCEPTION FILE"
    IF SO-FILE-OPEN
        MOVE ARR-COUNT TO EXC-COUNT-ED
        DISPLAY "VORUMOTTAKA: " function TRIM(EXC-COUNT-ED)
                " SPECIAL ORDERS ARRIVED - CALL LIST IN BUDSOARR"
    END-IF

    GOBACK.

PARSE-LINE-RTN.
    MOVE SPACES TO PO-RAW
    MOVE SPACES TO SKU-RAW
    MOVE "0" TO QTY-RAW
    MOVE "0" TO BB-RAW
    MOVE SPACES TO SERIAL-RAW
    MOVE 0 TO PO-LEN SKU-LEN QTY-LEN BB-LEN SERIAL-LEN
    UNSTRING INP DELIMITED BY ALL SPACE
        INTO PO-RAW  COUNT IN PO-LEN,
             SKU-RAW COUNT IN SKU-LEN,
             QTY-RAW COUNT IN QTY-LEN,
             BB-RAW  COUNT IN BB-LEN,
             SERIAL-RAW COUNT IN SERIAL-LEN.

RECEIVE-LINE-RTN.
    MOVE PO-RAW TO RECV-PO-NO
    MOVE SKU-RAW TO RECV-SKU
    MOVE 0 TO RECV-QTY
    MOVE TODAY-DATE TO RECV-DATE
    MOVE SHIP-REF TO RECV-SHIP-REF
    MOVE SPACES TO RECV-CCY
    MOVE 0 TO RECV-FX-COST RECV-FX-RATE RECV-GOODS-COST
              RECV-ADDON RECV-LANDED-COST

    IF PO-LEN = 0 OR SKU-LEN = 0 OR QTY-LEN = 0
          OR QTY-RAW(1:QTY-LEN) IS NOT NUMERIC
            MOVE RECV-QTY-NUM TO RCVEX-QTY
            MOVE OPEN-QTY TO RCVEX-OPEN-QTY
            MOVE MATCH-REASON TO RCVEX-REASON
            MOVE TODAY-DATE TO RCVEX-DATE
      *> an invented PO number has no vendor to charge it to.
            IF MATCH-REASON = "UNKNPO"
                MOVE SPACES TO RCVEX-SUPPLIER
            ELSE
                MOVE PO-SUPPLIER TO RCVEX-SUPPLIER
            END-IF
            WRITE RECV-EXCEPTION-RECORD
            ADD 1 TO EXC-COUNT
            DISPLAY "VORUMOTTAKA: " function TRIM(MATCH-REASON)
                        function TRIM(SKU-RAW)
                        " - RECEIPT NOT POSTED"
            NOT INVALID KEY
                MOVE INV-QTY-ON-HAND TO QTY-BEFORE
                ADD RECV-QTY-NUM TO INV-QTY-ON-HAND
      *> delivered goods go to the backroom until the shelf-fill
      *> confirmation brings them out.
                ADD RECV-QTY-NUM TO INV-QTY-BACKROOM
      *> the matched PO line's unit cost - converted at today's
      *> rate on a foreign-currency line - plus the line's share
      *> of the shipment bill is what these units landed at.  It
      *> is averaged into the SKU's carried cost with what was
      *> already on the shelf, so one cheap buy doesn't re-price
      *> the whole shelf in the margin report.  A zero-cost line
      *> (ordered before costs were carried) leaves the carried
      *> cost alone.
                PERFORM GOODS-COST-RTN
                COMPUTE LANDED-COST = GOODS-COST + LINE-ADDON
                IF GOODS-COST NOT = 0
                    PERFORM COST-AVERAGE-RTN
                END-IF
                MOVE PO-CCY TO RECV-CCY
                IF RATE-USED > 0
                    MOVE PO-FX-COST TO RECV-FX-COST
                END-IF
                MOVE RATE-USED TO RECV-FX-RATE
                MOVE GOODS-COST TO RECV-GOODS-COST
                MOVE LINE-ADDON TO RECV-ADDON
                MOVE LANDED-COST TO RECV-LANDED-COST
                IF INV-BY-WEIGHT
                    COMPUTE SHIP-CARRIED-LINE ROUNDED =
                        LINE-ADDON * RECV-QTY-NUM / 1000
                ELSE
                    COMPUTE SHIP-CARRIED-LINE =
                        LINE-ADDON * RECV-QTY-NUM
                END-IF
                ADD SHIP-CARRIED-LINE TO SHIP-CARRIED
                REWRITE INV-MASTER-RECORD
      *> a dated lot for the expiry report - a perishable SKU
      *> arriving without its best-before date still posts, but
                        function TRIM(SKU-RAW) "  RECEIVED "
                        function TRIM(QTY-RAW) "  ON HAND NOW "
                        function TRIM(ON-HAND-ED)
                IF RATE-USED > 0 OR LINE-ADDON NOT = 0
                    PERFORM COST-BUILDUP-SHOW-RTN
                END-IF
                IF SO-FILE-OPEN
                    PERFORM SPECORD-RESERVE-RTN
                END-IF
        END-READ
        END-IF
    END-IF.

      *> hand the units just received to the special orders riding
      *> on this PO line, oldest order number first, until the
      *> receipt runs out.  An order reserved in full turns "A"
      *> and goes onto the arrival call list.
SPECORD-RESERVE-RTN.
    MOVE RECV-QTY-NUM TO SO-LEFT-QTY
    MOVE "00" TO SO-FS
    MOVE LOW-VALUES TO SO-ID
    START SPECIAL-ORDER-MASTER KEY NOT < SO-ID
        INVALID KEY
            MOVE "10" TO SO-FS
    END-START
    PERFORM UNTIL SO-EOF OR SO-LEFT-QTY NOT > 0
        READ SPECIAL-ORDER-MASTER NEXT
            AT END
                MOVE "10" TO SO-FS
        END-READ
        IF NOT SO-EOF
            IF SO-ORDERED AND SO-PO-NUMBER = PO-RAW
                  AND SO-SKU = SKU-RAW
                COMPUTE SO-NEED-QTY = SO-QTY - SO-QTY-RESERVED
                IF SO-NEED-QTY > SO-LEFT-QTY
                    MOVE SO-LEFT-QTY TO SO-NEED-QTY
                END-IF
                ADD SO-NEED-QTY TO SO-QTY-RESERVED
                SUBTRACT SO-NEED-QTY FROM SO-LEFT-QTY
                IF SO-QTY-RESERVED >= SO-QTY
                    MOVE "A" TO SO-STATUS
                    MOVE TODAY-DATE TO SO-ARRIVE-DATE
                    PERFORM SPECORD-ARRIVAL-RTN
                END-IF
                REWRITE SO-MASTER-RECORD
                DISPLAY "  SPECIAL ORDER " function TRIM(SO-ID)
                        " RESERVED " SO-QTY-RESERVED " OF " SO-QTY
            END-IF
        END-IF
    END-PERFORM.

SPECORD-ARRIVAL-RTN.
    MOVE TODAY-DATE TO ARR-DATE
    MOVE SO-ID TO ARR-ORDER
    MOVE SO-CUST-ID TO ARR-CUST-ID
    MOVE SO-SKU TO ARR-SKU
    MOVE SO-QTY TO ARR-QTY
    MOVE SO-DEPOSIT TO ARR-DEPOSIT
    MOVE SPACES TO ARR-NAME ARR-PHONE ARR-EMAIL
    IF CUST-FILE-OPEN
        MOVE SO-CUST-ID TO CUST-ID
        READ CUSTOMER-MASTER
            NOT INVALID KEY
                MOVE CUST-NAME TO ARR-NAME
        END-READ
    END-IF
    IF CONT-FILE-OPEN
        MOVE SO-CUST-ID TO CONT-CUST-ID
        READ CONTACT-MASTER
            NOT INVALID KEY
                MOVE CONT-PHONE TO ARR-PHONE
                MOVE CONT-EMAIL TO ARR-EMAIL
        END-READ
    END-IF
    WRITE ARRIVAL-RECORD
    ADD 1 TO ARR-COUNT
    DISPLAY "  SPECIAL ORDER " function TRIM(SO-ID)
            " ARRIVED - CALL " function TRIM(ARR-NAME) " "
            function TRIM(ARR-PHONE).

      *> three-way match: the receipt has to land on an open PO line
      *> with enough quantity still undelivered.  MATCH-REASON comes
      *> back spaces on a clean match, otherwise the exception code:
            MOVE "10" TO PO-FS
        END-IF
    END-IF.

      *> moving weighted average - the book on hand at its carried
      *> cost plus the units just received at their landed cost,
      *> over the new total.  An empty or negative book, or a SKU
      *> never costed, takes the landed cost outright.  A
      *> consignment SKU keeps its agreed settlement cost - the
      *> goods are the consignor's - and an agency item is the
      *> provider's the same way.  Every re-figuring goes to the
      *> cost-change journal.
COST-AVERAGE-RTN.
    MOVE INV-COST TO OLD-AVG-COST
    IF INV-CONSIGNMENT OR INV-AGENCY
        CONTINUE
    ELSE
    IF QTY-BEFORE <= 0 OR INV-COST = 0
        MOVE LANDED-COST TO INV-COST
    ELSE
        COMPUTE INV-COST ROUNDED =
            (QTY-BEFORE * INV-COST + RECV-QTY-NUM * LANDED-COST)
            / (QTY-BEFORE + RECV-QTY-NUM)
    END-IF
    END-IF
    MOVE LANDED-COST TO INV-LAST-COST
    MOVE TODAY-DATE TO CJ-DATE
    MOVE SKU-RAW TO CJ-SKU
    MOVE "RECEIPT" TO CJ-SOURCE
    MOVE PO-RAW TO CJ-REF
    MOVE RECV-QTY-NUM TO CJ-QTY
    MOVE LANDED-COST TO CJ-MOVE-COST
    MOVE QTY-BEFORE TO CJ-QTY-BEFORE
    MOVE OLD-AVG-COST TO CJ-OLD-COST
    MOVE INV-COST TO CJ-NEW-COST
    WRITE COST-JOURNAL-RECORD.

      *> the goods unit cost for the PO line in the record area -
      *> the agreed cost, or on a foreign-currency line the
      *> supplier's price at the rate on file today, which then
      *> also replaces the order-date estimate on the PO line.  No
      *> rate for the currency leaves the estimate standing.
GOODS-COST-RTN.
    MOVE PO-UNIT-COST TO GOODS-COST
    MOVE 0 TO RATE-USED
    IF PO-CCY NOT = SPACES AND PO-FX-COST IS NUMERIC
          AND PO-FX-COST > 0
        IF FX-FILE-OPEN
            MOVE PO-CCY TO FX-CCY
            READ FX-RATE-FILE
                INVALID KEY
                    IF FX-WARN
                        DISPLAY "VORUMOTTAKA: NO RATE FOR "
                                PO-CCY " - " function TRIM(PO-SKU)
                                " POSTS AT THE ORDER ESTIMATE"
                    END-IF
                NOT INVALID KEY
                    MOVE FX-RATE TO RATE-USED
                    COMPUTE GOODS-COST ROUNDED =
                        PO-FX-COST * FX-RATE
                    MOVE GOODS-COST TO PO-UNIT-COST
                    IF FX-WARN
                        PERFORM FX-STALE-CHECK-RTN
                    END-IF
            END-READ
        ELSE
            IF FX-WARN
                DISPLAY "VORUMOTTAKA: NO RATE TABLE - "
                        function TRIM(PO-SKU)
                        " POSTS AT THE ORDER ESTIMATE"
            END-IF
        END-IF
    END-IF.

FX-STALE-CHECK-RTN.
    IF FX-STALE-DAYS > 0
        IF FX-LOADED-DATE = 0
            DISPLAY "WARNING: RATE FOR " function TRIM(FX-CCY)
                    " HAS NO LOADED-ON DATE - MAY BE STALE"
        ELSE
            COMPUTE FX-AGE-DAYS =
                function INTEGER-OF-DATE(TODAY-DATE)
                - function INTEGER-OF-DATE(FX-LOADED-DATE)
            IF FX-AGE-DAYS > FX-STALE-DAYS
                MOVE FX-AGE-DAYS TO FX-AGE-DISP
                DISPLAY "WARNING: RATE FOR " function TRIM(FX-CCY)
                        " IS " function TRIM(FX-AGE-DISP)
                        " DAYS OLD - PAST THE "
                        FX-STALE-DAYS "-DAY LIMIT"
            END-IF
        END-IF
    END-IF.

COST-BUILDUP-SHOW-RTN.
    IF RATE-USED > 0
        MOVE PO-FX-COST TO FX-COST-ED
        DISPLAY "  GOODS " PO-CCY " " function TRIM(FX-COST-ED)
                " AT " RATE-USED
    END-IF
    MOVE GOODS-COST TO COST-ED
    DISPLAY "  UNIT COST: GOODS " function TRIM(COST-ED)
            WITH NO ADVANCING
    MOVE LINE-ADDON TO COST-ED
    DISPLAY "  + LANDED " function TRIM(COST-ED)
            WITH NO ADVANCING
    MOVE LANDED-COST TO COST-ED
    DISPLAY "  = " function TRIM(COST-ED)
            WITH NO ADVANCING
    MOVE INV-COST TO COST-ED
    DISPLAY "  AVERAGE NOW " function TRIM(COST-ED).

      *> LANDED ref V|W freight duty brokerage - opens a shipment;
      *> one still open is closed out first.  Duty and brokerage
      *> may be left off.  A header that doesn't parse opens
      *> nothing, and the lines after it receive at goods cost.
SHIP-OPEN-RTN.
    IF SHIP-OPEN
        PERFORM SHIP-CLOSE-RTN
    END-IF
    MOVE SPACES TO LND-KEY-RAW LND-REF-RAW LND-BASIS-RAW
    MOVE "0" TO LND-FRT-RAW LND-DUTY-RAW LND-BROK-RAW
    MOVE 0 TO LND-KEY-LEN LND-REF-LEN LND-BASIS-LEN
              LND-FRT-LEN LND-DUTY-LEN LND-BROK-LEN
    UNSTRING INP DELIMITED BY ALL SPACE
        INTO LND-KEY-RAW   COUNT IN LND-KEY-LEN,
             LND-REF-RAW   COUNT IN LND-REF-LEN,
             LND-BASIS-RAW COUNT IN LND-BASIS-LEN,
             LND-FRT-RAW   COUNT IN LND-FRT-LEN,
             LND-DUTY-RAW  COUNT IN LND-DUTY-LEN,
             LND-BROK-RAW  COUNT IN LND-BROK-LEN
    IF LND-REF-LEN = 0 OR LND-FRT-LEN = 0
          OR (LND-BASIS-RAW NOT = "V" AND LND-BASIS-RAW NOT = "W")
          OR LND-FRT-RAW(1:LND-FRT-LEN) IS NOT NUMERIC
          OR (LND-DUTY-LEN > 0
              AND LND-DUTY-RAW(1:LND-DUTY-LEN) IS NOT NUMERIC)
          OR (LND-BROK-LEN > 0
              AND LND-BROK-RAW(1:LND-BROK-LEN) IS NOT NUMERIC)
        DISPLAY "VORUMOTTAKA: BAD LANDED LINE " function TRIM(INP)
                " - FOLLOWING LINES CARRY NO LANDED COST"
    ELSE
        MOVE LND-REF-RAW TO SHIP-REF
        MOVE LND-BASIS-RAW TO SHIP-BASIS
        MOVE LND-FRT-RAW(1:LND-FRT-LEN) TO SHIP-FREIGHT
        MOVE 0 TO SHIP-DUTY SHIP-BROKER
        IF LND-DUTY-LEN > 0
            MOVE LND-DUTY-RAW(1:LND-DUTY-LEN) TO SHIP-DUTY
        END-IF
        IF LND-BROK-LEN > 0
            MOVE LND-BROK-RAW(1:LND-BROK-LEN) TO SHIP-BROKER
        END-IF
        COMPUTE SHIP-TOTAL = SHIP-FREIGHT + SHIP-DUTY + SHIP-BROKER
        MOVE 0 TO SHIP-COUNT
        MOVE "Y" TO SHIP-OPEN-SW
    END-IF.

      *> a line inside a shipment waits for the shipment to close.
      *> A shipment too big for the table receives the overflow
      *> straight away, without a share of the bill.
SHIP-HOLD-RTN.
    IF SHIP-COUNT >= 200
        DISPLAY "VORUMOTTAKA: SHIPMENT " function TRIM(SHIP-REF)
                " FULL - LINE RECEIVED WITHOUT LANDED COST"
        MOVE 0 TO LINE-ADDON
        PERFORM RECEIVE-LINE-RTN
    ELSE
        ADD 1 TO SHIP-COUNT
        MOVE INP TO SH-INP(SHIP-COUNT)
    END-IF.

      *> measure every held line - goods value and weight of the
      *> lines that match an open PO line - spread the bill over
      *> them pro rata, then post each at its goods cost plus its
      *> share per unit.  A weight spread with no unit weights on
      *> file falls back to value.
SHIP-CLOSE-RTN.
    MOVE "N" TO FX-WARN-SW
    MOVE 0 TO SHIP-VALUE-TOT SHIP-WEIGHT-TOT SHIP-CARRIED
    PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SHIP-COUNT
        MOVE SH-INP(SX) TO INP
        PERFORM PARSE-LINE-RTN
        PERFORM SHIP-MEASURE-RTN
    END-PERFORM
    MOVE "Y" TO FX-WARN-SW

    MOVE SHIP-BASIS TO SPREAD-SW
    IF SHIP-BY-WEIGHT AND SHIP-WEIGHT-TOT = 0
        DISPLAY "VORUMOTTAKA: SHIPMENT " function TRIM(SHIP-REF)
                " HAS NO UNIT WEIGHTS ON FILE - SPREAD BY VALUE"
        MOVE "V" TO SPREAD-SW
    END-IF
    IF SPREAD-ON-WEIGHT
        MOVE SHIP-WEIGHT-TOT TO SHIP-BASIS-TOT
    ELSE
        MOVE SHIP-VALUE-TOT TO SHIP-BASIS-TOT
    END-IF

    DISPLAY "SHIPMENT " function TRIM(SHIP-REF)
            " - " SHIP-COUNT " LINES"
    MOVE SHIP-FREIGHT TO SHIP-ED
    DISPLAY "  FREIGHT   " SHIP-ED
    MOVE SHIP-DUTY TO SHIP-ED
    DISPLAY "  DUTY      " SHIP-ED
    MOVE SHIP-BROKER TO SHIP-ED
    DISPLAY "  BROKERAGE " SHIP-ED
    MOVE SHIP-TOTAL TO SHIP-ED
    IF SPREAD-ON-WEIGHT
        DISPLAY "  TOTAL     " SHIP-ED "  SPREAD BY WEIGHT"
    ELSE
        DISPLAY "  TOTAL     " SHIP-ED "  SPREAD BY VALUE"
    END-IF
    IF SHIP-BASIS-TOT = 0 AND SHIP-TOTAL NOT = 0
        DISPLAY "VORUMOTTAKA: NOTHING IN SHIPMENT "
                function TRIM(SHIP-REF)
                " MATCHES AN OPEN PO LINE - BILL NOT SPREAD"
    END-IF

    PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SHIP-COUNT
        MOVE 0 TO LINE-ADDON
        MOVE 0 TO SH-SHARE(SX)
        IF SH-OK(SX) = "Y" AND SHIP-BASIS-TOT > 0
            IF SPREAD-ON-WEIGHT
                MOVE SH-WEIGHT(SX) TO SHIP-LINE-BASIS
            ELSE
                MOVE SH-VALUE(SX) TO SHIP-LINE-BASIS
            END-IF
            COMPUTE SH-SHARE(SX) ROUNDED =
                SHIP-TOTAL * SHIP-LINE-BASIS / SHIP-BASIS-TOT
      *> a weighed SKU counts in grams and is costed per kilo.
            IF SH-WEIGHED(SX) = "Y"
                COMPUTE LINE-ADDON ROUNDED =
                    SH-SHARE(SX) * 1000 / SH-QTY(SX)
            ELSE
                COMPUTE LINE-ADDON ROUNDED =
                    SH-SHARE(SX) / SH-QTY(SX)
            END-IF
        END-IF
        MOVE SH-INP(SX) TO INP
        PERFORM PARSE-LINE-RTN
        PERFORM RECEIVE-LINE-RTN
    END-PERFORM

    MOVE SHIP-CARRIED TO SHIP-ED
    DISPLAY "  CARRIED INTO STOCK COST " SHIP-ED
    COMPUTE SHIP-CARRIED = SHIP-TOTAL - SHIP-CARRIED
    IF SHIP-CARRIED NOT = 0
        MOVE SHIP-CARRIED TO SHIP-ED
        DISPLAY "  NOT CARRIED (ROUNDING OR LINES NOT POSTED) "
                SHIP-ED
    END-IF

    MOVE 0 TO LINE-ADDON
    MOVE 0 TO SHIP-COUNT
    MOVE SPACES TO SHIP-REF
    MOVE "N" TO SHIP-OPEN-SW.

      *> the measuring pass for one held line - the same scan
      *> resolution and PO match the posting pass will run, without
      *> touching any file.
SHIP-MEASURE-RTN.
    MOVE "N" TO SH-OK(SX)
    MOVE "N" TO SH-WEIGHED(SX)
    MOVE 0 TO SH-QTY(SX) SH-VALUE(SX) SH-WEIGHT(SX)
    IF PO-LEN > 0 AND SKU-LEN > 0 AND QTY-LEN > 0
          AND QTY-RAW(1:QTY-LEN) IS NUMERIC
        MOVE QTY-RAW TO RECV-QTY-NUM
        IF XREF-FILE-OPEN
            MOVE SKU-RAW TO EAN-CODE
            READ EAN-XREF-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE EAN-SKU TO SKU-RAW
                    IF EAN-PACK-QTY > 1
                        MULTIPLY EAN-PACK-QTY BY RECV-QTY-NUM
                    END-IF
            END-READ
        END-IF
        PERFORM PO-MATCH-RTN
        IF MATCH-REASON = SPACES AND RECV-QTY-NUM > 0
            MOVE SKU-RAW TO INV-SKU
            READ INVENTORY-MASTER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM GOODS-COST-RTN
                    MOVE "Y" TO SH-OK(SX)
                    MOVE RECV-QTY-NUM TO SH-QTY(SX)
                    IF INV-BY-WEIGHT
                        MOVE "Y" TO SH-WEIGHED(SX)
                        COMPUTE SH-VALUE(SX) ROUNDED =
                            RECV-QTY-NUM * GOODS-COST / 1000
                        MOVE RECV-QTY-NUM TO SH-WEIGHT(SX)
                    ELSE
                        COMPUTE SH-VALUE(SX) =
                            RECV-QTY-NUM * GOODS-COST
                        IF INV-UNIT-GRAMS IS NUMERIC
                            COMPUTE SH-WEIGHT(SX) =
                                RECV-QTY-NUM * INV-UNIT-GRAMS
                        END-IF
                    END-IF
                    IF SHIP-BY-WEIGHT AND SH-WEIGHT(SX) = 0
                        DISPLAY "VORUMOTTAKA: NO UNIT WEIGHT ON "
                                function TRIM(SKU-RAW)
                                " - IT CARRIES NO SHARE BY WEIGHT"
                    END-IF
                    ADD SH-VALUE(SX) TO SHIP-VALUE-TOT
                    ADD SH-WEIGHT(SX) TO SHIP-WEIGHT-TOT
            END-READ
        END-IF
    END-IF.
