        RECORD KEY IS LAY-ID
        FILE STATUS IS LAY-FS.

      *> special-order goods received and set aside for the
      *> customer - promised the same way layaway goods are.
    SELECT SPECIAL-ORDER-MASTER ASSIGN TO "SPECMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS SO-ID
        FILE STATUS IS SO-FS.

      *> web-shop click-and-collect stock allocated and waiting to
      *> be collected.
    SELECT WEB-ORDER-MASTER ASSIGN TO "WEBORD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS WEB-KEY
        FILE STATUS IS WEB-FS.

      *> home-delivery bookings - goods sold for the van stay on
      *> hand until the driver's proof of delivery depletes them, so
      *> a booked receipt's sale lines are passed over here, and the
      *> live bookings' goods are held out of what is free to sell.
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

      *> bill-of-materials - a bundle SKU's sale depletes its
      *> components, the goods that actually left the shelf, not
      *> the bundle SKU itself.
    FD  LAYAWAY-MASTER.
    COPY "layamst.cpy".

    FD  SPECIAL-ORDER-MASTER.
    COPY "specord.cpy".

    FD  WEB-ORDER-MASTER.
    COPY "webord.cpy".

    FD  DELIVERY-MASTER.
    COPY "delvmast.cpy".

    FD  DELIVERY-ITEM-FILE.
    COPY "delvitem.cpy".

    WORKING-STORAGE SECTION.
       01 TXLOG-FS PIC XX.
           88 TXLOG-FOUND VALUE "00".
           88 LITEM-EOF VALUE "10".
       01 LAY-FS PIC XX.
           88 LAY-FOUND VALUE "00".
       01 SO-FS PIC XX.
           88 SO-FOUND VALUE "00".
           88 SO-EOF VALUE "10".
       01 WEB-FS PIC XX.
           88 WEB-FOUND VALUE "00".
           88 WEB-EOF VALUE "10".
       01 DLV-FS PIC XX.
           88 DLV-FOUND VALUE "00".
       01 DLVI-FS PIC XX.
           88 DLVI-FOUND VALUE "00".
           88 DLVI-EOF VALUE "10".
       01 DELIVERY-OPEN-SW PIC X VALUE "N".
           88 DELIVERY-FILE-OPEN VALUE "Y".
       01 DELIVERY-HELD-SW PIC X VALUE "N".
           88 DELIVERY-HELD VALUE "Y".
       01 HELD-COUNT PIC 9(6) VALUE 0.
      *> layaway, special-order, web-order and home-delivery
      *> reservations summed per SKU, live tickets and orders only.
       01 RESV-TAB.
           05 RESV-ENTRY OCCURS 500 TIMES INDEXED BY RVX.
               10 RV-SKU PIC X(10).
               10 RV-QTY PIC S9(9).
       01 RESV-COUNT PIC 9(4) VALUE 0.
       01 RESV-SKU PIC X(10).
       01 RESV-QTY PIC S9(9).
       01 RV-FOUND-SW PIC X VALUE "N".
           88 RV-FOUND VALUE "Y".
       01 AVAIL-QTY PIC S9(9).
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE LITEM-SKU TO RESV-SKU
                    MOVE LITEM-QTY TO RESV-QTY
                    PERFORM RESV-ADD-RTN
            END-READ
            PERFORM LITEM-READ-RTN
    CLOSE LAYAWAY-ITEM-FILE
    CLOSE LAYAWAY-MASTER

      *> and the special-order units already received.
    OPEN INPUT SPECIAL-ORDER-MASTER
    IF SO-FOUND
        PERFORM SO-READ-RTN
        PERFORM UNTIL SO-EOF
            IF SO-LIVE AND SO-QTY-RESERVED > 0
                MOVE SO-SKU TO RESV-SKU
                MOVE SO-QTY-RESERVED TO RESV-QTY
                PERFORM RESV-ADD-RTN
            END-IF
            PERFORM SO-READ-RTN
        END-PERFORM
        CLOSE SPECIAL-ORDER-MASTER
    END-IF

      *> and what the web shop's orders hold.
    OPEN INPUT WEB-ORDER-MASTER
    IF WEB-FOUND
        PERFORM WEB-READ-RTN
        PERFORM UNTIL WEB-EOF
            IF WEB-LIVE AND WEB-QTY-ALLOC > 0
                MOVE WEB-SKU TO RESV-SKU
                MOVE WEB-QTY-ALLOC TO RESV-QTY
                PERFORM RESV-ADD-RTN
            END-IF
            PERFORM WEB-READ-RTN
        END-PERFORM
        CLOSE WEB-ORDER-MASTER
    END-IF

      *> and the goods waiting on the van.
    OPEN INPUT DELIVERY-MASTER
    IF DLV-FOUND
        OPEN INPUT DELIVERY-ITEM-FILE
        IF DLVI-FOUND
            MOVE "Y" TO DELIVERY-OPEN-SW
            PERFORM DLVI-READ-RTN
            PERFORM UNTIL DLVI-EOF
                MOVE DLVI-SALE-DATE TO DLV-SALE-DATE
                MOVE DLVI-REGISTER TO DLV-REGISTER
                MOVE DLVI-RCPT-NO TO DLV-RCPT-NO
                READ DELIVERY-MASTER
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        IF DLV-LIVE
                            MOVE DLVI-SKU TO RESV-SKU
                            MOVE DLVI-QTY TO RESV-QTY
                            PERFORM RESV-ADD-RTN
                        END-IF
                END-READ
                PERFORM DLVI-READ-RTN
            END-PERFORM
        ELSE
            CLOSE DELIVERY-MASTER
        END-IF
    END-IF

      *> no bill-of-materials on site just means nothing is a
      *> bundle - every sale depletes its own SKU, same as before.
    OPEN INPUT BOM-FILE
    IF BOM-FILE-OPEN
        CLOSE BOM-FILE
    END-IF
    IF DELIVERY-FILE-OPEN
        CLOSE DELIVERY-MASTER
        CLOSE DELIVERY-ITEM-FILE
    END-IF

    MOVE DEPLETE-COUNT TO COUNT-DISP
    DISPLAY "SALES LINES DEPLETED: " function TRIM(COUNT-DISP)
    IF HELD-COUNT > 0
        MOVE HELD-COUNT TO COUNT-DISP
        DISPLAY "SALES LINES HELD FOR DELIVERY: "
                function TRIM(COUNT-DISP)
    END-IF
    MOVE OVERSELL-COUNT TO COUNT-DISP
    DISPLAY "SKUS FLAGGED OVERSELL: " function TRIM(COUNT-DISP)

        INTO LINE-TXTYPE, LINE-N, LINE-SKU
      *> "R" is a verified receipted return - negative quantity,
      *> so the goods go back on the shelf the same way a
      *> no-receipt return's negative "S" always has.  "D" is a
      *> web order handed over at the till - the goods leave the
      *> same way a sale's do.
    MOVE "N" TO DELIVERY-HELD-SW
    IF LINE-TXTYPE = "S" AND DELIVERY-FILE-OPEN
        PERFORM DELIVERY-HELD-RTN
    END-IF
    IF (LINE-TXTYPE = "S" OR LINE-TXTYPE = "R" OR LINE-TXTYPE = "D")
          AND NOT DELIVERY-HELD
        MOVE LINE-N TO LINE-QTY
      *> a SKU with a recipe on the bill-of-materials is a bundle -
      *> the sale explodes into component decrements and the bundle
        END-IF
    END-IF.

      *> a sale line on a receipt booked for home delivery leaves
      *> the shelf when the driver's proof of delivery comes back -
      *> unless the sale was voided, which depletes as it always has.
DELIVERY-HELD-RTN.
    IF TXLOG-DATE = 0
        MOVE REPORT-DATE TO DLVI-SALE-DATE
    ELSE
        MOVE TXLOG-DATE TO DLVI-SALE-DATE
    END-IF
    MOVE TXLOG-REGISTER TO DLVI-REGISTER
    MOVE TXLOG-RCPT-NO TO DLVI-RCPT-NO
    MOVE LINE-SKU TO DLVI-SKU
    READ DELIVERY-ITEM-FILE
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE DLVI-SALE-DATE TO DLV-SALE-DATE
            MOVE DLVI-REGISTER TO DLV-REGISTER
            MOVE DLVI-RCPT-NO TO DLV-RCPT-NO
            READ DELIVERY-MASTER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF NOT DLV-CANCELLED
                        MOVE "Y" TO DELIVERY-HELD-SW
                        ADD 1 TO HELD-COUNT
                    END-IF
            END-READ
    END-READ.

      *> walk the bundle's component lines - each one depletes at
      *> line quantity times the recipe quantity, through the same
      *> oversell check a plain sale gets.
                    function TRIM(DEP-SKU)
        NOT INVALID KEY
            SUBTRACT DEP-QTY FROM INV-QTY-ON-HAND
      *> a sale comes off the floor - on-hand less the backroom.
      *> Once the book floor is empty, units that still sold were
      *> brought out without a fill confirmation, so the backroom
      *> gives them up.
            IF INV-QTY-BACKROOM > INV-QTY-ON-HAND
                IF INV-QTY-ON-HAND > 0
                    MOVE INV-QTY-ON-HAND TO INV-QTY-BACKROOM
                ELSE
                    MOVE 0 TO INV-QTY-BACKROOM
                END-IF
            END-IF
            REWRITE INV-MASTER-RECORD
            ADD 1 TO DEPLETE-COUNT

            MOVE "10" TO LITEM-FS
    END-READ.

DLVI-READ-RTN.
    READ DELIVERY-ITEM-FILE NEXT
        AT END
            MOVE "10" TO DLVI-FS
    END-READ.

SO-READ-RTN.
    READ SPECIAL-ORDER-MASTER NEXT
        AT END
            MOVE "10" TO SO-FS
    END-READ.

WEB-READ-RTN.
    READ WEB-ORDER-MASTER NEXT
        AT END
            MOVE "10" TO WEB-FS
    END-READ.

RESV-ADD-RTN.
    MOVE "N" TO RV-FOUND-SW
    PERFORM RESV-MATCH-RTN
        UNTIL RVX > RESV-COUNT OR RV-FOUND
    IF NOT RV-FOUND AND RESV-COUNT < 500
        ADD 1 TO RESV-COUNT
        MOVE RESV-SKU TO RV-SKU(RESV-COUNT)
        MOVE RESV-QTY TO RV-QTY(RESV-COUNT)
    END-IF.

RESV-MATCH-RTN.
    IF RV-SKU(RVX) = RESV-SKU
        MOVE "Y" TO RV-FOUND-SW
        ADD RESV-QTY TO RV-QTY(RVX)
    END-IF.

RESV-NET-RTN.
