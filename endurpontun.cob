      *> has fallen to its reorder point, netting out stock already
      *> on the road to us (INTRANS records on BUDTRANS addressed to
      *> this store) and already on open purchase orders, so the
      *> buyer doesn't re-order what's coming anyway.  A PO line the
      *> supplier has confirmed (STADFESTING) counts at the
      *> confirmed quantity - a line cut or cancelled is not stock
      *> on order.  Each
      *> suggestion also goes to the BUDSUGG file in the same
      *> "PO SKU QTY" line shape VORUMOTTAKA receives against, under
      *> a dated suggestion number, so turning the list into a real
        RECORD KEY IS LAY-ID
        FILE STATUS IS LAY-FS.

      *> customer special orders - every unit a live order wants is
      *> spoken for, whether it is already out back or still on
      *> the PO line counted as inbound below.
    SELECT SPECIAL-ORDER-MASTER ASSIGN TO "SPECMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS SO-ID
        FILE STATUS IS SO-FS.

      *> web-shop orders - a live line wants its full quantity, so
      *> one left short is what the next order has to cover.
    SELECT WEB-ORDER-MASTER ASSIGN TO "WEBORD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS WEB-KEY
        FILE STATUS IS WEB-FS.

      *> home-delivery bookings - goods sold for the van stay on
      *> hand until delivered, but they are already the customer's.
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

    SELECT SUGGEST-FILE ASSIGN TO "BUDSUGG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SUGG-FS.
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

    FD  SUGGEST-FILE.
    01  SUGGEST-RECORD.
        05  SUGG-PO-NO      PIC X(10).
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
      *> layaway and special-order reservations summed per SKU,
      *> live tickets and orders only.
       01 RESV-TAB.
           05 RESV-ENTRY OCCURS 500 TIMES INDEXED BY RVX.
               10 RV-SKU PIC X(10).
                   88 SG-DONE VALUE "Y".
       01 SUGG-COUNT PIC 9(4) VALUE 0.
       01 GROUP-SUPPLIER PIC X(6).
       01 PCT-ED PIC Z9.99.
       01 TERMS-TEXT PIC X(30).

PROCEDURE DIVISION.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD
    CLOSE LAYAWAY-ITEM-FILE
    CLOSE LAYAWAY-MASTER

      *> and the full quantity of every live special order.
    OPEN INPUT SPECIAL-ORDER-MASTER
    IF SO-FOUND
        PERFORM SO-READ-RTN
        PERFORM UNTIL SO-EOF
            IF SO-LIVE
                MOVE SO-SKU TO WORK-SKU
                MOVE SO-QTY TO WORK-QTY
                PERFORM RESV-ADD-RTN
            END-IF
            PERFORM SO-READ-RTN
        END-PERFORM
        CLOSE SPECIAL-ORDER-MASTER
    END-IF

      *> and every live web-order line.
    OPEN INPUT WEB-ORDER-MASTER
    IF WEB-FOUND
        PERFORM WEB-READ-RTN
        PERFORM UNTIL WEB-EOF
            IF WEB-LIVE
                MOVE WEB-SKU TO WORK-SKU
                MOVE WEB-QTY-ORDERED TO WORK-QTY
                PERFORM RESV-ADD-RTN
            END-IF
            PERFORM WEB-READ-RTN
        END-PERFORM
        CLOSE WEB-ORDER-MASTER
    END-IF

      *> and the goods on live home-delivery bookings.
    OPEN INPUT DELIVERY-MASTER
    OPEN INPUT DELIVERY-ITEM-FILE
    IF DLV-FOUND AND DLVI-FOUND
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
                        MOVE DLVI-SKU TO WORK-SKU
                        MOVE DLVI-QTY TO WORK-QTY
                        PERFORM RESV-ADD-RTN
                    END-IF
            END-READ
            PERFORM DLVI-READ-RTN
        END-PERFORM
    END-IF
    CLOSE DELIVERY-ITEM-FILE
    CLOSE DELIVERY-MASTER

      *> stock already on the road to this store.
    OPEN INPUT TRANSIT-FILE
    IF TRANS-FOUND
    END-IF
    CLOSE TRANSIT-FILE

      *> stock already on open purchase orders - at what the
      *> supplier confirmed it will ship, once it has.
    OPEN INPUT PO-MASTER
    IF PO-FOUND
        PERFORM PO-READ-RTN
        PERFORM UNTIL PO-EOF
            IF PO-LINE-OPEN
                MOVE PO-SKU TO WORK-SKU
                PERFORM PO-COMING-RTN
                IF WORK-QTY > 0
                    PERFORM INBOUND-ADD-RTN
                END-IF
            END-IF
            PERFORM PO-READ-RTN
        END-PERFORM
        MOVE "10" TO PO-FS
    END-IF.

      *> what is still coming on a PO line: the ordered quantity
      *> until the supplier confirms, then what was confirmed (never
      *> more than was ordered), less what has already arrived.  A
      *> line written before confirmations were kept reads as
      *> unconfirmed.
PO-COMING-RTN.
    IF PO-CONF-DATE IS NUMERIC AND PO-CONF-QTY IS NUMERIC
          AND PO-CONF-DATE > 0
          AND PO-CONF-QTY < PO-QTY-ORDERED
        COMPUTE WORK-QTY = PO-CONF-QTY - PO-QTY-RECEIVED
    ELSE
        COMPUTE WORK-QTY = PO-QTY-ORDERED - PO-QTY-RECEIVED
    END-IF.

INV-READ-RTN.
    READ INVENTORY-MASTER NEXT
        AT END
        ADD IB-QTY(BX) TO NET-POSITION
    END-IF.

      *> a zero reorder point opts the SKU out entirely, as does a
      *> discontinued SKU or one under product recall; everything
      *> else compares net position (on hand plus inbound) to the
      *> point and suggests the configured reorder quantity.
INV-CHECK-RTN.
    IF INV-REORDER-POINT > 0 AND NOT INV-DISCONTINUED
          AND NOT INV-RECALLED
        MOVE INV-QTY-ON-HAND TO NET-POSITION
        MOVE INV-SKU TO WORK-SKU
      *> what layaway and special orders have already promised
      *> away comes off first.
        MOVE "N" TO RV-FOUND-SW
        PERFORM RESV-LOOKUP-RTN
            VARYING RVX FROM 1 BY 1
                            function TRIM(GROUP-SUPPLIER)
                            " (NOT ON SUPPLIER MASTER):"
                NOT INVALID KEY
                    PERFORM TERMS-TEXT-RTN
                    DISPLAY "SUPPLIER "
                            function TRIM(GROUP-SUPPLIER)
                            " - " function TRIM(SUP-NAME)
                            "  TERMS " function TRIM(TERMS-TEXT)
                            "  LEAD " SUP-LEAD-DAYS " DAYS:"
            END-READ
        ELSE
        MOVE "Y" TO SG-DONE-SW(HX)
    END-IF.

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
        MOVE "Y" TO RV-FOUND-SW
        SUBTRACT RV-QTY(RVX) FROM NET-POSITION
    END-IF.

      *> the supplier's terms as the buyer reads them, same wording
      *> BIRGJAR lists them in.
TERMS-TEXT-RTN.
    MOVE SPACES TO TERMS-TEXT
    IF SUP-NET-DAYS IS NOT NUMERIC
        MOVE "NOT SET" TO TERMS-TEXT
    ELSE
        IF SUP-DISC-DAYS IS NUMERIC AND SUP-DISC-DAYS > 0
            MOVE SUP-DISC-PCT TO PCT-ED
            STRING "NET " SUP-NET-DAYS ", "
                   function TRIM(PCT-ED) "% "
                   SUP-DISC-DAYS " DAYS"
                   DELIMITED BY SIZE INTO TERMS-TEXT
        ELSE
            STRING "NET " SUP-NET-DAYS
                   DELIMITED BY SIZE INTO TERMS-TEXT
        END-IF
    END-IF.
