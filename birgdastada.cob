      *>   - on hand, off the inventory master
      *>   - reserved to open layaway tickets (LAYITEM lines whose
      *>     LAYAMAST ticket is still alive)
      *>   - reserved to customer special orders whose goods have
      *>     come in (SPECMAST)
      *>   - in transit to this store on BUDTRANS
      *>   - on order on open PO lines, with the arrival expected
      *>     from the order date plus the supplier's lead time - or,
      *>     once the supplier has confirmed the line, at the
      *>     confirmed quantity on the date promised, cut and
      *>     delayed lines marked
      *> and the computed available-to-sell: on hand less the
      *> layaway, special-order, web-order and home-delivery
      *> reservations - the same reservation-aware
      *> arithmetic the replenishment pass and the oversell check
      *> now run, so promised goods stop being sold twice.

        RECORD KEY IS SUP-CODE
        FILE STATUS IS SUP-FS.

    SELECT SPECIAL-ORDER-MASTER ASSIGN TO "SPECMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS SO-ID
        FILE STATUS IS SO-FS.

    SELECT WEB-ORDER-MASTER ASSIGN TO "WEBORD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS WEB-KEY
        FILE STATUS IS WEB-FS.

      *> goods sold for home delivery and waiting on the van -
      *> DELVITEM lines whose DELVMAST booking is still live.
    SELECT DELIVERY-MASTER ASSIGN TO "DELVMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS DLV-KEY
        FILE STATUS IS DLV-FS.

    SELECT DELIVERY-ITEM-FILE ASSIGN TO "DELVITEM"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS DLVI-KEY
        FILE STATUS IS DLVI-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.
    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    FD  SPECIAL-ORDER-MASTER.
    COPY "specord.cpy".

    FD  WEB-ORDER-MASTER.
    COPY "webord.cpy".

    FD  DELIVERY-MASTER.
    COPY "delvmast.cpy".

    FD  DELIVERY-ITEM-FILE.
    COPY "delvitem.cpy".

    WORKING-STORAGE SECTION.
       01 INV-FS PIC XX.
           88 INV-FOUND VALUE "00".
           88 SUP-FILE-OPEN VALUE "Y".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".
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

       01 REGISTER-ID PIC X(4) VALUE SPACES.

       01 SKU-LEN PIC S9(2).

       01 RESERVED-QTY PIC S9(9).
       01 SO-RESERVED-QTY PIC S9(9).
       01 WEB-RESERVED-QTY PIC S9(9).
       01 DLV-RESERVED-QTY PIC S9(9).
       01 TRANSIT-QTY PIC S9(9).
       01 ON-ORDER-QTY PIC S9(9).
       01 OPEN-QTY PIC S9(7).
       01 ATS-QTY PIC S9(9).
       01 EXPECT-INT PIC S9(9).
       01 EXPECT-DATE PIC 9(8).
       01 CONF-SW PIC X.
           88 LINE-CONFIRMED VALUE "Y".
       01 CONF-NOTE PIC X(16).
       01 QTY-DISP PIC -(8)9.
       01 QTY2-DISP PIC -(8)9.

            DISPLAY "  RESERVED (LAYAWAY): "
                    function TRIM(QTY-DISP)

      *> reserved: special-order goods received and waiting for
      *> the customer who ordered them.
            MOVE 0 TO SO-RESERVED-QTY
            MOVE "00" TO SO-FS
            OPEN INPUT SPECIAL-ORDER-MASTER
            IF SO-FOUND
                PERFORM SO-READ-RTN
                PERFORM UNTIL SO-EOF
                    IF SO-LIVE AND SO-SKU = SKU-RAW
                        ADD SO-QTY-RESERVED TO SO-RESERVED-QTY
                    END-IF
                    PERFORM SO-READ-RTN
                END-PERFORM
                CLOSE SPECIAL-ORDER-MASTER
            END-IF
            MOVE SO-RESERVED-QTY TO QTY-DISP
            DISPLAY "  RESERVED (SPECIAL ORDER): "
                    function TRIM(QTY-DISP)

      *> reserved: allocated to web-shop orders waiting to be
      *> picked up.
            MOVE 0 TO WEB-RESERVED-QTY
            MOVE "00" TO WEB-FS
            OPEN INPUT WEB-ORDER-MASTER
            IF WEB-FOUND
                PERFORM WEB-READ-RTN
                PERFORM UNTIL WEB-EOF
                    IF WEB-LIVE AND WEB-SKU = SKU-RAW
                        ADD WEB-QTY-ALLOC TO WEB-RESERVED-QTY
                    END-IF
                    PERFORM WEB-READ-RTN
                END-PERFORM
                CLOSE WEB-ORDER-MASTER
            END-IF
            MOVE WEB-RESERVED-QTY TO QTY-DISP
            DISPLAY "  RESERVED (WEB ORDERS): "
                    function TRIM(QTY-DISP)

      *> reserved: sold for home delivery and not yet delivered.
            MOVE 0 TO DLV-RESERVED-QTY
            MOVE "00" TO DLVI-FS
            OPEN INPUT DELIVERY-MASTER
            OPEN INPUT DELIVERY-ITEM-FILE
            IF DLV-FOUND AND DLVI-FOUND
                PERFORM DLVI-READ-RTN
                PERFORM UNTIL DLVI-EOF
                    IF DLVI-SKU = SKU-RAW
                        MOVE DLVI-SALE-DATE TO DLV-SALE-DATE
                        MOVE DLVI-REGISTER TO DLV-REGISTER
                        MOVE DLVI-RCPT-NO TO DLV-RCPT-NO
                        READ DELIVERY-MASTER
                            INVALID KEY
                                CONTINUE
                            NOT INVALID KEY
                                IF DLV-LIVE
                                    ADD DLVI-QTY TO DLV-RESERVED-QTY
                                END-IF
                        END-READ
                    END-IF
                    PERFORM DLVI-READ-RTN
                END-PERFORM
            END-IF
            CLOSE DELIVERY-ITEM-FILE
            CLOSE DELIVERY-MASTER
            MOVE DLV-RESERVED-QTY TO QTY-DISP
            DISPLAY "  RESERVED (HOME DELIVERY): "
                    function TRIM(QTY-DISP)

      *> in transit to this store.
            MOVE 0 TO TRANSIT-QTY
            MOVE "00" TO TRANS-FS

      *> what can actually be promised off the shelf right now.
            COMPUTE ATS-QTY = INV-QTY-ON-HAND - RESERVED-QTY
                            - SO-RESERVED-QTY - WEB-RESERVED-QTY
                            - DLV-RESERVED-QTY
            MOVE ATS-QTY TO QTY-DISP
            DISPLAY "  AVAILABLE TO SELL: " function TRIM(QTY-DISP)
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

DLVI-READ-RTN.
    READ DELIVERY-ITEM-FILE NEXT
        AT END
            MOVE "10" TO DLVI-FS
    END-READ.

LITEM-READ-RTN.
    READ LAYAWAY-ITEM-FILE
        AT END
        MOVE "10" TO PO-FS
    END-IF.

      *> a line the supplier has confirmed (STADFESTING) counts at
      *> the confirmed quantity - never more than was ordered - and
      *> arrives on the date promised; one not yet confirmed counts
      *> as ordered and is expected at the order date plus the
      *> supplier's lead time.
PO-LINE-RTN.
    MOVE "N" TO CONF-SW
    IF PO-CONF-DATE IS NUMERIC AND PO-CONF-QTY IS NUMERIC
          AND PO-PROMISE-DATE IS NUMERIC
          AND PO-CONF-DATE > 0
        MOVE "Y" TO CONF-SW
    END-IF
    IF LINE-CONFIRMED AND PO-CONF-QTY < PO-QTY-ORDERED
        COMPUTE OPEN-QTY = PO-CONF-QTY - PO-QTY-RECEIVED
    ELSE
        COMPUTE OPEN-QTY = PO-QTY-ORDERED - PO-QTY-RECEIVED
    END-IF
    IF LINE-CONFIRMED
        PERFORM PO-CONF-SHOW-RTN
    ELSE
    IF OPEN-QTY > 0
        ADD OPEN-QTY TO ON-ORDER-QTY
        MOVE OPEN-QTY TO QTY2-DISP
                    "  OPEN " function TRIM(QTY2-DISP)
                    "  NO EXPECTED DATE"
        END-IF
    END-IF
    END-IF.

PO-CONF-SHOW-RTN.
    MOVE SPACES TO CONF-NOTE
    IF PO-LINE-CUT AND PO-LINE-LATE
        MOVE "  CUT, DELAYED" TO CONF-NOTE
    ELSE
    IF PO-LINE-CUT
        MOVE "  CUT" TO CONF-NOTE
    ELSE
    IF PO-LINE-LATE
        MOVE "  DELAYED" TO CONF-NOTE
    END-IF
    END-IF
    END-IF
    IF OPEN-QTY > 0
        ADD OPEN-QTY TO ON-ORDER-QTY
        MOVE OPEN-QTY TO QTY2-DISP
        DISPLAY "    PO " function TRIM(PO-NUMBER)
                "  CONFIRMED " function TRIM(QTY2-DISP)
                "  PROMISED " PO-PROMISE-DATE
                CONF-NOTE
    ELSE
        DISPLAY "    PO " function TRIM(PO-NUMBER)
                "  NOTHING MORE COMING" CONF-NOTE
    END-IF.
