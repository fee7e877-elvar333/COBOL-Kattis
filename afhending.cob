IDENTIFICATION DIVISION.
PROGRAM-ID. AFHENDING.

      *> home-delivery proof of delivery - the driver's handheld
      *> feed, one drop per line, closes the bookings the till made.
      *> Goods on a booking stay on hand until this feed says they
      *> left: the nightly depletion passes a delivery receipt's sale
      *> lines over, and a drop confirmed here takes them off the
      *> shelf (bundles through their bill-of-materials, the same as
      *> a sale).
      *> Entry feed:
      *>   D saledate reg rcpt   delivered - the goods come off stock
      *>   C saledate reg rcpt   collected in store instead - likewise
      *>   F saledate reg rcpt [reason]
      *>                         nobody home, wrong address - the drop
      *>                         gives its slot back and goes onto the
      *>                         first slot with room in the next
      *>                         fortnight; after the third failed
      *>                         attempt, or with no slot free, it
      *>                         waits for HEIMSENDING to reschedule
      *>                         it once the customer has been rung.
      *> Only a live booking (booked or failed) is closed; a line for
      *> one already closed is named and refused, so a feed sent
      *> twice changes nothing.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DELIVERY-MASTER ASSIGN TO "DELVMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS DLV-KEY
        FILE STATUS IS DLV-FS.

    SELECT DELIVERY-ITEM-FILE ASSIGN TO "DELVITEM"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DLVI-KEY
        FILE STATUS IS DLVI-FS.

    SELECT DELIVERY-SLOT-FILE ASSIGN TO "DELVSLOT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SLOT-KEY
        FILE STATUS IS SLOT-FS.

    SELECT INVENTORY-MASTER ASSIGN TO "INVMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS INV-SKU
        FILE STATUS IS INV-FS.

      *> bill-of-materials - a bundle delivered takes its components
      *> off the shelf, not the bundle SKU itself.
    SELECT BOM-FILE ASSIGN TO "BOMMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BOM-KEY
        FILE STATUS IS BOM-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  DELIVERY-MASTER.
    COPY "delvmast.cpy".

    FD  DELIVERY-ITEM-FILE.
    COPY "delvitem.cpy".

    FD  DELIVERY-SLOT-FILE.
    COPY "delvslot.cpy".

    FD  INVENTORY-MASTER.
    COPY "invmast.cpy".

    FD  BOM-FILE.
    COPY "bommast.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    WORKING-STORAGE SECTION.
       01 DLV-FS PIC XX.
           88 DLV-FOUND VALUE "00".
       01 DLVI-FS PIC XX.
           88 DLVI-FOUND VALUE "00".
           88 DLVI-EOF VALUE "10".
       01 SLOT-FS PIC XX.
           88 SLOT-FOUND VALUE "00".
           88 SLOT-EOF VALUE "10".
       01 INV-FS PIC XX.
           88 INV-FOUND VALUE "00".
       01 BOM-FS PIC XX.
           88 BOM-FOUND VALUE "00".
           88 BOM-EOF VALUE "10".
       01 BOM-OPEN-SW PIC X VALUE "N".
           88 BOM-FILE-OPEN VALUE "Y".
       01 BUNDLE-SW PIC X VALUE "N".
           88 BUNDLE-HIT VALUE "Y".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".

       01 TODAY-DATE PIC 9(8).

      *> how far ahead a failed drop is rebooked, and how many
      *> attempts the van makes before the store rings the customer.
       01 REBOOK-DAYS PIC 9(2) VALUE 14.
       01 MAX-ATTEMPTS PIC 9(2) VALUE 3.

       01 CHECK-OK-SW PIC X VALUE "Y".
           88 CHECK-OK VALUE "Y".
       01 REBOOK-SW PIC X VALUE "N".
           88 REBOOKED VALUE "Y".

       01 INP PIC X(80).
           88 EOF-INP VALUE SPACES.
       01 ACT-RAW PIC X(1).
       01 TOK2-RAW PIC X(10).
       01 TOK3-RAW PIC X(10).
       01 TOK4-RAW PIC X(10).
       01 ACT-LEN PIC S9(2).
       01 TOK2-LEN PIC S9(2).
       01 TOK3-LEN PIC S9(2).
       01 TOK4-LEN PIC S9(2).
       01 REASON-PTR PIC 9(3).

       01 DEP-SKU PIC X(10).
       01 DEP-QTY PIC S9(7).
       01 FROM-DATE PIC 9(8).
       01 LAST-DATE PIC 9(8).

       01 DELIVERED-COUNT PIC 9(5) VALUE 0.
       01 COLLECTED-COUNT PIC 9(5) VALUE 0.
       01 FAILED-COUNT PIC 9(5) VALUE 0.
       01 REBOOK-COUNT PIC 9(5) VALUE 0.
       01 REFUSED-COUNT PIC 9(5) VALUE 0.
       01 LINE-COUNT PIC 9(5) VALUE 0.
       01 COUNT-DISP PIC Z(4)9.
       01 QTY-DISP PIC -(6)9.

PROCEDURE DIVISION.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD
    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND AND BUD-BUSINESS-DATE > 0
            MOVE BUD-BUSINESS-DATE TO TODAY-DATE
        END-IF
    END-IF
    CLOSE CONTROL-FILE

    OPEN I-O DELIVERY-MASTER
    IF NOT DLV-FOUND
        DISPLAY "AFHENDING: NO DELIVERY BOOKINGS ON SITE"
        GOBACK
    END-IF
    OPEN INPUT DELIVERY-ITEM-FILE
    OPEN I-O DELIVERY-SLOT-FILE
    OPEN I-O INVENTORY-MASTER
    IF NOT DLVI-FOUND OR NOT SLOT-FOUND OR NOT INV-FOUND
        DISPLAY "AFHENDING: DELIVERY ITEMS, SLOTS OR INVENTORY "
                "MASTER MISSING - RUN REFUSED"
        CLOSE DELIVERY-MASTER
        CLOSE DELIVERY-ITEM-FILE
        CLOSE DELIVERY-SLOT-FILE
        CLOSE INVENTORY-MASTER
        GOBACK
    END-IF
    OPEN INPUT BOM-FILE
    IF BOM-FOUND
        MOVE "Y" TO BOM-OPEN-SW
    END-IF

    PERFORM UNTIL EOF-INP
        ACCEPT INP
        IF NOT EOF-INP
            MOVE SPACES TO ACT-RAW TOK2-RAW TOK3-RAW TOK4-RAW
            MOVE 0 TO ACT-LEN TOK2-LEN TOK3-LEN TOK4-LEN
            MOVE 1 TO REASON-PTR
            UNSTRING INP DELIMITED BY ALL SPACE
                INTO ACT-RAW  COUNT IN ACT-LEN,
                     TOK2-RAW COUNT IN TOK2-LEN,
                     TOK3-RAW COUNT IN TOK3-LEN,
                     TOK4-RAW COUNT IN TOK4-LEN
                WITH POINTER REASON-PTR
            PERFORM BOOKING-FETCH-RTN
            IF NOT CHECK-OK
                ADD 1 TO REFUSED-COUNT
            ELSE
            IF ACT-RAW = "D" OR ACT-RAW = "C"
                PERFORM DROP-DONE-RTN
            ELSE
                PERFORM DROP-FAILED-RTN
            END-IF
            END-IF
        END-IF
    END-PERFORM

    CLOSE DELIVERY-MASTER
    CLOSE DELIVERY-ITEM-FILE
    CLOSE DELIVERY-SLOT-FILE
    CLOSE INVENTORY-MASTER
    IF BOM-FILE-OPEN
        CLOSE BOM-FILE
    END-IF

    MOVE DELIVERED-COUNT TO COUNT-DISP
    DISPLAY "DROPS DELIVERED: " function TRIM(COUNT-DISP)
    MOVE COLLECTED-COUNT TO COUNT-DISP
    DISPLAY "COLLECTED IN STORE: " function TRIM(COUNT-DISP)
    MOVE FAILED-COUNT TO COUNT-DISP
    DISPLAY "DROPS FAILED: " function TRIM(COUNT-DISP)
    MOVE REBOOK-COUNT TO COUNT-DISP
    DISPLAY "  REBOOKED: " function TRIM(COUNT-DISP)
    MOVE REFUSED-COUNT TO COUNT-DISP
    DISPLAY "LINES REFUSED: " function TRIM(COUNT-DISP)

    GOBACK.

      *> the booking named on the line, read and checked live - the
      *> shared front of every action.
BOOKING-FETCH-RTN.
    MOVE "Y" TO CHECK-OK-SW
    IF (ACT-RAW NOT = "D" AND ACT-RAW NOT = "C"
          AND ACT-RAW NOT = "F")
          OR TOK2-LEN NOT = 8 OR TOK3-LEN = 0
          OR TOK4-LEN = 0 OR TOK4-LEN > 10
          OR TOK2-RAW(1:8) IS NOT NUMERIC
          OR TOK4-RAW(1:TOK4-LEN) IS NOT NUMERIC
        DISPLAY "AFHENDING: BAD DELIVERY LINE " function TRIM(INP)
        MOVE "N" TO CHECK-OK-SW
    END-IF
    IF CHECK-OK
        MOVE TOK2-RAW(1:8) TO DLV-SALE-DATE
        MOVE TOK3-RAW TO DLV-REGISTER
        MOVE TOK4-RAW(1:TOK4-LEN) TO DLV-RCPT-NO
        READ DELIVERY-MASTER
            INVALID KEY
                DISPLAY "AFHENDING: NO BOOKING FOR "
                        function TRIM(INP(3:))
                MOVE "N" TO CHECK-OK-SW
        END-READ
    END-IF
    IF CHECK-OK AND NOT DLV-LIVE
        DISPLAY "AFHENDING: BOOKING " DLV-REGISTER " " DLV-RCPT-NO
                " ALREADY CLOSED (" DLV-STATUS ") - LINE IGNORED"
        MOVE "N" TO CHECK-OK-SW
    END-IF.

      *> D or C - the slot has done its work either way; the goods
      *> come off stock line by line.
DROP-DONE-RTN.
    MOVE 0 TO LINE-COUNT
    MOVE DLV-SALE-DATE TO DLVI-SALE-DATE
    MOVE DLV-REGISTER TO DLVI-REGISTER
    MOVE DLV-RCPT-NO TO DLVI-RCPT-NO
    MOVE LOW-VALUES TO DLVI-SKU
    START DELIVERY-ITEM-FILE KEY IS NOT LESS THAN DLVI-KEY
        INVALID KEY
            MOVE "10" TO DLVI-FS
    END-START
    IF NOT DLVI-EOF
        PERFORM DLVI-NEXT-RTN
    END-IF
    PERFORM UNTIL DLVI-EOF OR DLVI-SALE-DATE NOT = DLV-SALE-DATE
            OR DLVI-REGISTER NOT = DLV-REGISTER
            OR DLVI-RCPT-NO NOT = DLV-RCPT-NO
        ADD 1 TO LINE-COUNT
        MOVE "N" TO BUNDLE-SW
        IF BOM-FILE-OPEN
            PERFORM BOM-EXPLODE-RTN
        END-IF
        IF NOT BUNDLE-HIT
            MOVE DLVI-SKU TO DEP-SKU
            MOVE DLVI-QTY TO DEP-QTY
            PERFORM DEPLETE-ONE-RTN
        END-IF
        PERFORM DLVI-NEXT-RTN
    END-PERFORM
    MOVE "00" TO DLVI-FS

    IF ACT-RAW = "C"
        PERFORM SLOT-RELEASE-RTN
    END-IF
    MOVE ACT-RAW TO DLV-STATUS
    MOVE TODAY-DATE TO DLV-DONE-DATE
    REWRITE DELIVERY-RECORD
    MOVE LINE-COUNT TO COUNT-DISP
    IF DLV-DELIVERED
        ADD 1 TO DELIVERED-COUNT
        DISPLAY "DELIVERED " DLV-REGISTER " " DLV-RCPT-NO " - "
                function TRIM(COUNT-DISP) " LINES OFF STOCK"
    ELSE
        ADD 1 TO COLLECTED-COUNT
        DISPLAY "COLLECTED " DLV-REGISTER " " DLV-RCPT-NO " - "
                function TRIM(COUNT-DISP) " LINES OFF STOCK"
    END-IF.

      *> F - the attempt is counted and the slot given back; the
      *> drop goes onto the next slot with room unless it has run
      *> out of attempts.
DROP-FAILED-RTN.
    ADD 1 TO FAILED-COUNT
    ADD 1 TO DLV-ATTEMPTS
    MOVE SPACES TO DLV-FAIL-REASON
    IF REASON-PTR <= 80
        MOVE INP(REASON-PTR:) TO DLV-FAIL-REASON
    END-IF
    PERFORM SLOT-RELEASE-RTN
    MOVE "F" TO DLV-STATUS
    MOVE "N" TO REBOOK-SW
    IF DLV-ATTEMPTS < MAX-ATTEMPTS
        PERFORM REBOOK-RTN
    END-IF
    REWRITE DELIVERY-RECORD
    IF REBOOKED
        ADD 1 TO REBOOK-COUNT
        DISPLAY "FAILED " DLV-REGISTER " " DLV-RCPT-NO
                " - REBOOKED SLOT " DLV-SLOT-NO " ON " DLV-SLOT-DATE
    ELSE
        DISPLAY "FAILED " DLV-REGISTER " " DLV-RCPT-NO
                " - ATTEMPT " DLV-ATTEMPTS
                ", RING " function TRIM(DLV-PHONE)
                " FOR A NEW SLOT"
    END-IF.

      *> a booked drop's slot is free for someone else; a failed one
      *> gave its slot back when it failed.
SLOT-RELEASE-RTN.
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
    END-IF.

      *> the first slot with room from the day after today, or after
      *> the failed slot's own date when that is later.
REBOOK-RTN.
    IF DLV-SLOT-DATE > TODAY-DATE
        MOVE DLV-SLOT-DATE TO FROM-DATE
    ELSE
        MOVE TODAY-DATE TO FROM-DATE
    END-IF
    COMPUTE LAST-DATE = function DATE-OF-INTEGER(
        function INTEGER-OF-DATE(FROM-DATE) + REBOOK-DAYS)
    COMPUTE FROM-DATE = function DATE-OF-INTEGER(
        function INTEGER-OF-DATE(FROM-DATE) + 1)
    MOVE FROM-DATE TO SLOT-DATE
    MOVE 0 TO SLOT-NO
    START DELIVERY-SLOT-FILE KEY IS NOT LESS THAN SLOT-KEY
        INVALID KEY
            MOVE "10" TO SLOT-FS
    END-START
    IF NOT SLOT-EOF
        PERFORM SLOT-NEXT-RTN
    END-IF
    PERFORM UNTIL SLOT-EOF OR SLOT-DATE > LAST-DATE OR REBOOKED
        IF SLOT-BOOKED < SLOT-CAPACITY
            ADD 1 TO SLOT-BOOKED
            REWRITE DELIVERY-SLOT-RECORD
            MOVE SLOT-DATE TO DLV-SLOT-DATE
            MOVE SLOT-NO TO DLV-SLOT-NO
            MOVE "B" TO DLV-STATUS
            MOVE "Y" TO REBOOK-SW
        ELSE
            PERFORM SLOT-NEXT-RTN
        END-IF
    END-PERFORM
    MOVE "00" TO SLOT-FS.

SLOT-NEXT-RTN.
    READ DELIVERY-SLOT-FILE NEXT
        AT END
            MOVE "10" TO SLOT-FS
    END-READ.

DLVI-NEXT-RTN.
    READ DELIVERY-ITEM-FILE NEXT
        AT END
            MOVE "10" TO DLVI-FS
    END-READ.

BOM-EXPLODE-RTN.
    MOVE "00" TO BOM-FS
    MOVE DLVI-SKU TO BOM-BUNDLE
    MOVE LOW-VALUES TO BOM-COMPONENT
    START BOM-FILE KEY NOT < BOM-KEY
        INVALID KEY
            MOVE "10" TO BOM-FS
    END-START
    IF NOT BOM-EOF
        PERFORM BOM-WALK-READ-RTN
    END-IF
    PERFORM UNTIL BOM-EOF OR BOM-BUNDLE NOT = DLVI-SKU
        MOVE "Y" TO BUNDLE-SW
        MOVE BOM-COMPONENT TO DEP-SKU
        COMPUTE DEP-QTY = DLVI-QTY * BOM-QTY
        PERFORM DEPLETE-ONE-RTN
        PERFORM BOM-WALK-READ-RTN
    END-PERFORM
    MOVE "00" TO BOM-FS.

BOM-WALK-READ-RTN.
    READ BOM-FILE NEXT
        AT END
            MOVE "10" TO BOM-FS
    END-READ
    IF NOT BOM-FOUND
        MOVE "10" TO BOM-FS
    END-IF.

      *> the goods leave the floor the way a sale's do - on-hand
      *> less the backroom, the backroom giving up what the floor
      *> could not hold.
DEPLETE-ONE-RTN.
    MOVE DEP-SKU TO INV-SKU
    READ INVENTORY-MASTER
        INVALID KEY
            DISPLAY "AFHENDING: UNKNOWN SKU " function TRIM(DEP-SKU)
        NOT INVALID KEY
            SUBTRACT DEP-QTY FROM INV-QTY-ON-HAND
            IF INV-QTY-BACKROOM > INV-QTY-ON-HAND
                IF INV-QTY-ON-HAND > 0
                    MOVE INV-QTY-ON-HAND TO INV-QTY-BACKROOM
                ELSE
                    MOVE 0 TO INV-QTY-BACKROOM
                END-IF
            END-IF
            REWRITE INV-MASTER-RECORD
            IF INV-QTY-ON-HAND < 0
                MOVE INV-QTY-ON-HAND TO QTY-DISP
                DISPLAY "  " function TRIM(DEP-SKU)
                        " NOW BELOW ZERO ON HAND: "
                        function TRIM(QTY-DISP)
            END-IF
    END-READ.
