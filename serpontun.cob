IDENTIFICATION DIVISION.
PROGRAM-ID. SERPONTUN.

      *> customer special-order maintenance - an order for something
      *> we don't stock used to be a name on a sticky note and a PO
      *> with no link back to whoever wanted the goods.  This opens
      *> the order against a customer on CUSTMAST (with a warning
      *> when CONTMAST has no way to reach them), the SKU and the
      *> quantity, links it to the PANTANIR order line it rides on,
      *> and cancels one the customer no longer wants.  The deposit
      *> is taken at the till ("Q amount order"), VORUMOTTAKA
      *> reserves the stock when the PO line arrives, and the till
      *> closes the order at pickup.
      *>
      *> entry feed, one action per line, same ACCEPT-and-UNSTRING
      *> convention as FRATEKT:
      *>   O order cust sku qty [po]   open an order
      *>   P order po                  link (or re-link) the PO
      *>   X order                     cancel - any deposit must be
      *>                               refunded at the till first

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SPECIAL-ORDER-MASTER ASSIGN TO "SPECMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
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

    SELECT INVENTORY-MASTER ASSIGN TO "INVMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS INV-SKU
        FILE STATUS IS INV-FS.

    SELECT PO-MASTER ASSIGN TO "POMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PO-KEY
        FILE STATUS IS PO-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  SPECIAL-ORDER-MASTER.
    COPY "specord.cpy".

    FD  CUSTOMER-MASTER.
    COPY "custmast.cpy".

    FD  CONTACT-MASTER.
    COPY "contmast.cpy".

    FD  INVENTORY-MASTER.
    COPY "invmast.cpy".

    FD  PO-MASTER.
    COPY "pomast.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    WORKING-STORAGE SECTION.
       01 SO-FS PIC XX.
           88 SO-FOUND VALUE "00".
           88 SO-NEW-FILE VALUE "35".
       01 CUST-FS PIC XX.
           88 CUST-FOUND VALUE "00".
       01 CONT-FS PIC XX.
           88 CONT-FOUND VALUE "00".
       01 CONT-OPEN-SW PIC X VALUE "N".
           88 CONT-FILE-OPEN VALUE "Y".
       01 INV-FS PIC XX.
           88 INV-FOUND VALUE "00".
       01 PO-FS PIC XX.
           88 PO-FOUND VALUE "00".
       01 PO-OPEN-SW PIC X VALUE "N".
           88 PO-FILE-OPEN VALUE "Y".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".

       01 BUSINESS-DATE PIC 9(8).
       01 LINE-OK-SW PIC X VALUE "Y".
           88 LINE-OK VALUE "Y".

      *> entry line - action code, order number, and up to four
      *> operands whose meaning follows the action code.
       01 INP PIC X(60).
           88 EOF-INP VALUE SPACES.
       01 ACT-RAW    PIC X(1).
       01 ORDER-RAW  PIC X(10).
       01 OP1-RAW    PIC X(10).
       01 OP2-RAW    PIC X(10).
       01 OP3-RAW    PIC X(10).
       01 OP4-RAW    PIC X(10).
       01 ACT-LEN    PIC S9(2).
       01 ORDER-LEN  PIC S9(2).
       01 OP1-LEN    PIC S9(2).
       01 OP2-LEN    PIC S9(2).
       01 OP3-LEN    PIC S9(2).
       01 OP4-LEN    PIC S9(2).

       01 ORDER-QTY PIC S9(7).
       01 AMT-ED PIC -(8)9.

       01 OPEN-COUNT PIC 9(5) VALUE 0.
       01 LINK-COUNT PIC 9(5) VALUE 0.
       01 CANCEL-COUNT PIC 9(5) VALUE 0.
       01 COUNT-DISP PIC Z(4)9.

PROCEDURE DIVISION.
    ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND
            IF BUD-BUSINESS-DATE > 0
                MOVE BUD-BUSINESS-DATE TO BUSINESS-DATE
            END-IF
        END-IF
    END-IF
    CLOSE CONTROL-FILE

    OPEN I-O SPECIAL-ORDER-MASTER
    IF SO-NEW-FILE
        OPEN OUTPUT SPECIAL-ORDER-MASTER
        CLOSE SPECIAL-ORDER-MASTER
        OPEN I-O SPECIAL-ORDER-MASTER
    END-IF

    OPEN INPUT CUSTOMER-MASTER
    IF NOT CUST-FOUND
        DISPLAY "SERPONTUN: NO CUSTOMER MASTER ON SITE"
        CLOSE SPECIAL-ORDER-MASTER
        GOBACK
    END-IF
    OPEN INPUT INVENTORY-MASTER
    IF NOT INV-FOUND
        DISPLAY "SERPONTUN: NO INVENTORY MASTER ON SITE"
        CLOSE SPECIAL-ORDER-MASTER
        CLOSE CUSTOMER-MASTER
        GOBACK
    END-IF
      *> no contact master just means no order can be checked for
      *> a way to call the customer - the order still opens.
    OPEN INPUT CONTACT-MASTER
    IF CONT-FOUND
        MOVE "Y" TO CONT-OPEN-SW
    END-IF
    OPEN INPUT PO-MASTER
    IF PO-FOUND
        MOVE "Y" TO PO-OPEN-SW
    END-IF

    PERFORM UNTIL EOF-INP
        ACCEPT INP
        IF NOT EOF-INP
            MOVE SPACES TO ACT-RAW ORDER-RAW
            MOVE SPACES TO OP1-RAW OP2-RAW OP3-RAW OP4-RAW
            MOVE 0 TO ACT-LEN ORDER-LEN OP1-LEN OP2-LEN
                      OP3-LEN OP4-LEN
            UNSTRING INP DELIMITED BY ALL SPACE
                INTO ACT-RAW    COUNT IN ACT-LEN,
                     ORDER-RAW  COUNT IN ORDER-LEN,
                     OP1-RAW    COUNT IN OP1-LEN,
                     OP2-RAW    COUNT IN OP2-LEN,
                     OP3-RAW    COUNT IN OP3-LEN,
                     OP4-RAW    COUNT IN OP4-LEN

            IF ACT-RAW = "O"
                PERFORM ORDER-OPEN-RTN
            ELSE
            IF ACT-RAW = "P"
                PERFORM ORDER-LINK-RTN
            ELSE
            IF ACT-RAW = "X"
                PERFORM ORDER-CANCEL-RTN
            ELSE
                DISPLAY "SERPONTUN: BAD ACTION CODE "
                        function TRIM(INP)
            END-IF
            END-IF
            END-IF
        END-IF
    END-PERFORM

    CLOSE SPECIAL-ORDER-MASTER
    CLOSE CUSTOMER-MASTER
    CLOSE INVENTORY-MASTER
    IF CONT-FILE-OPEN
        CLOSE CONTACT-MASTER
    END-IF
    IF PO-FILE-OPEN
        CLOSE PO-MASTER
    END-IF

    MOVE OPEN-COUNT TO COUNT-DISP
    DISPLAY "ORDERS OPENED:    " function TRIM(COUNT-DISP)
    MOVE LINK-COUNT TO COUNT-DISP
    DISPLAY "ORDERS LINKED:    " function TRIM(COUNT-DISP)
    MOVE CANCEL-COUNT TO COUNT-DISP
    DISPLAY "ORDERS CANCELLED: " function TRIM(COUNT-DISP)

    GOBACK.

      *> O order cust sku qty [po] - the customer has to be on the
      *> master and active, the SKU known, the quantity positive,
      *> and a PO named here has to carry an open line for the SKU.
ORDER-OPEN-RTN.
    MOVE "Y" TO LINE-OK-SW
    IF ORDER-LEN = 0 OR OP1-LEN = 0 OR OP2-LEN = 0 OR OP3-LEN = 0
          OR OP3-RAW(1:OP3-LEN) IS NOT NUMERIC
          OR OP3-RAW(1:OP3-LEN) = ZERO
        MOVE "N" TO LINE-OK-SW
        DISPLAY "SERPONTUN: BAD OPEN LINE " function TRIM(INP)
    END-IF
    IF LINE-OK
        MOVE OP1-RAW TO CUST-ID
        READ CUSTOMER-MASTER
            INVALID KEY
                MOVE "N" TO LINE-OK-SW
                DISPLAY "SERPONTUN: CUSTOMER "
                        function TRIM(OP1-RAW) " NOT ON FILE"
            NOT INVALID KEY
                IF CUST-DEACTIVATED
                    MOVE "N" TO LINE-OK-SW
                    DISPLAY "SERPONTUN: CUSTOMER "
                            function TRIM(OP1-RAW)
                            " IS DEACTIVATED"
                END-IF
        END-READ
    END-IF
    IF LINE-OK
        MOVE OP2-RAW TO INV-SKU
        READ INVENTORY-MASTER
            INVALID KEY
                MOVE "N" TO LINE-OK-SW
                DISPLAY "SERPONTUN: UNKNOWN SKU "
                        function TRIM(OP2-RAW)
        END-READ
    END-IF
    IF LINE-OK AND OP4-LEN > 0
        PERFORM PO-CHECK-RTN
    END-IF
    IF LINE-OK
        MOVE ORDER-RAW TO SO-ID
        READ SPECIAL-ORDER-MASTER
            INVALID KEY
                MOVE OP3-RAW(1:OP3-LEN) TO ORDER-QTY
                MOVE ORDER-RAW TO SO-ID
                MOVE OP1-RAW TO SO-CUST-ID
                MOVE OP2-RAW TO SO-SKU
                MOVE ORDER-QTY TO SO-QTY
                MOVE OP4-RAW TO SO-PO-NUMBER
                MOVE 0 TO SO-DEPOSIT
                MOVE 0 TO SO-QTY-RESERVED
                MOVE "O" TO SO-STATUS
                MOVE BUSINESS-DATE TO SO-OPEN-DATE
                MOVE 0 TO SO-ARRIVE-DATE
                MOVE 0 TO SO-CLOSE-DATE
                WRITE SO-MASTER-RECORD
                ADD 1 TO OPEN-COUNT
                DISPLAY "ORDER " function TRIM(ORDER-RAW)
                        " OPENED FOR " function TRIM(CUST-NAME)
                        " - " function TRIM(OP3-RAW) " X "
                        function TRIM(OP2-RAW)
                PERFORM CONTACT-CHECK-RTN
            NOT INVALID KEY
                DISPLAY "SERPONTUN: ORDER "
                        function TRIM(ORDER-RAW) " ALREADY ON FILE"
        END-READ
    END-IF.

      *> P order po - the buyer placed the PANTANIR order; the
      *> special order follows that line from now on.
ORDER-LINK-RTN.
    MOVE "Y" TO LINE-OK-SW
    IF ORDER-LEN = 0 OR OP1-LEN = 0
        MOVE "N" TO LINE-OK-SW
        DISPLAY "SERPONTUN: BAD LINK LINE " function TRIM(INP)
    ELSE
        MOVE ORDER-RAW TO SO-ID
        READ SPECIAL-ORDER-MASTER
            INVALID KEY
                MOVE "N" TO LINE-OK-SW
                DISPLAY "SERPONTUN: ORDER "
                        function TRIM(ORDER-RAW) " NOT ON FILE"
            NOT INVALID KEY
                IF NOT SO-ORDERED
                    MOVE "N" TO LINE-OK-SW
                    DISPLAY "SERPONTUN: ORDER "
                            function TRIM(ORDER-RAW)
                            " IS PAST ORDERING - NOT RE-LINKED"
                END-IF
        END-READ
    END-IF
    IF LINE-OK
        MOVE OP1-RAW TO OP4-RAW
        MOVE SO-SKU TO OP2-RAW
        PERFORM PO-CHECK-RTN
    END-IF
    IF LINE-OK
        MOVE OP1-RAW TO SO-PO-NUMBER
        REWRITE SO-MASTER-RECORD
        ADD 1 TO LINK-COUNT
        DISPLAY "ORDER " function TRIM(ORDER-RAW)
                " RIDES ON PO " function TRIM(OP1-RAW)
    END-IF.

      *> X order - reserved stock goes back on sale.  Money held
      *> against the order goes back across the counter first (a
      *> negative "Q" at the till), so the deposit liability never
      *> strands on a cancelled order.
ORDER-CANCEL-RTN.
    IF ORDER-LEN = 0
        DISPLAY "SERPONTUN: BAD CANCEL LINE " function TRIM(INP)
    ELSE
        MOVE ORDER-RAW TO SO-ID
        READ SPECIAL-ORDER-MASTER
            INVALID KEY
                DISPLAY "SERPONTUN: ORDER "
                        function TRIM(ORDER-RAW) " NOT ON FILE"
            NOT INVALID KEY
                IF NOT SO-LIVE
                    DISPLAY "SERPONTUN: ORDER "
                            function TRIM(ORDER-RAW)
                            " IS ALREADY CLOSED"
                ELSE
                IF SO-DEPOSIT NOT = 0
                    MOVE SO-DEPOSIT TO AMT-ED
                    DISPLAY "SERPONTUN: ORDER "
                            function TRIM(ORDER-RAW) " HOLDS A "
                            function TRIM(AMT-ED)
                            " DEPOSIT - REFUND IT AT THE TILL FIRST"
                ELSE
                    MOVE "X" TO SO-STATUS
                    MOVE 0 TO SO-QTY-RESERVED
                    MOVE BUSINESS-DATE TO SO-CLOSE-DATE
                    REWRITE SO-MASTER-RECORD
                    ADD 1 TO CANCEL-COUNT
                    DISPLAY "ORDER " function TRIM(ORDER-RAW)
                            " CANCELLED"
                END-IF
                END-IF
        END-READ
    END-IF.

      *> the PO in OP4-RAW has to carry an open line for the SKU in
      *> OP2-RAW.
PO-CHECK-RTN.
    IF NOT PO-FILE-OPEN
        MOVE "N" TO LINE-OK-SW
        DISPLAY "SERPONTUN: NO PO MASTER ON SITE - PO NOT LINKED"
    ELSE
        MOVE OP4-RAW TO PO-NUMBER
        MOVE OP2-RAW TO PO-SKU
        READ PO-MASTER
            INVALID KEY
                MOVE "N" TO LINE-OK-SW
                DISPLAY "SERPONTUN: PO " function TRIM(OP4-RAW)
                        " HAS NO LINE FOR " function TRIM(OP2-RAW)
            NOT INVALID KEY
                IF PO-LINE-CLOSED
                    MOVE "N" TO LINE-OK-SW
                    DISPLAY "SERPONTUN: PO " function TRIM(OP4-RAW)
                            " LINE FOR " function TRIM(OP2-RAW)
                            " IS CLOSED"
                END-IF
        END-READ
    END-IF.

      *> the arrival call needs a phone or a mail address - say so
      *> now, while the customer is still at the counter.
CONTACT-CHECK-RTN.
    IF CONT-FILE-OPEN
        MOVE SO-CUST-ID TO CONT-CUST-ID
        READ CONTACT-MASTER
            INVALID KEY
                DISPLAY "  NO CONTACT RECORD - TAKE A PHONE NUMBER "
                        "THROUGH SAMBAND"
            NOT INVALID KEY
                IF CONT-PHONE = SPACES AND CONT-EMAIL = SPACES
                    DISPLAY "  NO PHONE OR MAIL ON FILE - TAKE ONE "
                            "THROUGH SAMBAND"
                END-IF
        END-READ
    END-IF.
