IDENTIFICATION DIVISION.
PROGRAM-ID. ASNMOTTAKA.

      *> dock check-in against the advance shipping notice - the
      *> delivery ASNINNLESTUR loaded onto ASNMAST off the
      *> supplier's file is counted in by scanning while the driver
      *> is still here, instead of counted blind and matched after
      *> the truck has gone.  Each scan resolves through EANMAST, a case
      *> barcode counting at its pack quantity, and is set against
      *> the delivery's advised lines for that SKU, filling them in
      *> PO order; what is left over after every advised line is
      *> full lands on the last of them as over.  A SKU nobody
      *> advised is added to the delivery as a line of its own,
      *> under whichever PO on the delivery has it open, or under
      *> no PO at all.  The counts go back onto ASNMAST as the dock
      *> goes, so a check-in broken off carries on where it stopped.
      *>
      *> before anything is signed off the lines that are short,
      *> over or not advised are listed, and SIGN lists them again
      *> and signs the delivery off: every line counted goes to the
      *> ASNFEED receiving feed in the "PO SKU QTY" line shape
      *> VORUMOTTAKA receives against, added to whatever the day's
      *> earlier sign-offs left there, and the nightly close posts
      *> the feed through VORUMOTTAKA's normal path and empties it.
      *> An over-count past what is open on the PO line posts only
      *> the open quantity; the rest goes straight to the BUDRCVEX
      *> exception file as an over-shipment against the line, and
      *> goods on no PO at all go to that file under the supplier.
      *> The delivery's accuracy against its notice goes to the
      *> BUDASNL log.
      *>
      *> entry feed, one per line, blank line ends:
      *>   ASN ref          open the delivery to check in
      *>   item [count]     a scan - SKU or EAN, count of scans of
      *>                    it (default 1)
      *>   LESS item [count] take a mis-scan back off
      *>   CHECK            list the short, over and not-advised
      *>                    lines so far
      *>   SIGN             list them and sign the delivery off
      *> a delivery left open at the end keeps its counts unsigned.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ASN-MASTER ASSIGN TO "ASNMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ASN-KEY
        FILE STATUS IS ASN-FS.

    SELECT PO-MASTER ASSIGN TO "POMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PO-KEY
        FILE STATUS IS PO-FS.

    SELECT INVENTORY-MASTER ASSIGN TO "INVMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS INV-SKU
        FILE STATUS IS INV-FS.

    SELECT EAN-XREF-FILE ASSIGN TO "EANMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS EAN-CODE
        FILE STATUS IS EAN-FS.

      *> the signed-off receipts, for VORUMOTTAKA - added to by
      *> every sign-off until the nightly close posts and empties
      *> it.
    SELECT RECEIPT-FEED-FILE ASSIGN TO "ASNFEED"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FEED-FS.

    SELECT ASN-LOG-FILE ASSIGN TO "BUDASNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ASNL-FS.

    SELECT RECV-EXCEPTION-FILE ASSIGN TO "BUDRCVEX"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RCVEX-FS.

DATA DIVISION.
    FILE SECTION.
    FD  ASN-MASTER.
    COPY "asnmast.cpy".

    FD  PO-MASTER.
    COPY "pomast.cpy".

    FD  INVENTORY-MASTER.
    COPY "invmast.cpy".

    FD  EAN-XREF-FILE.
    COPY "eanmast.cpy".

    FD  RECEIPT-FEED-FILE.
    01  FEED-LINE           PIC X(60).

    FD  ASN-LOG-FILE.
    COPY "asnlog.cpy".

    FD  RECV-EXCEPTION-FILE.
    01  RECV-EXCEPTION-RECORD.
        05  RCVEX-PO-NO     PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  RCVEX-SKU       PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  RCVEX-QTY       PIC S9(7).
        05  FILLER          PIC X VALUE SPACE.
        05  RCVEX-OPEN-QTY  PIC S9(7).
        05  FILLER          PIC X VALUE SPACE.
        05  RCVEX-REASON    PIC X(8).
        05  FILLER          PIC X VALUE SPACE.
        05  RCVEX-DATE      PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  RCVEX-SUPPLIER  PIC X(6).

    WORKING-STORAGE SECTION.
       01 ASN-FS PIC XX.
           88 ASN-FOUND    VALUE "00".
           88 ASN-NEW-FILE VALUE "35".
           88 ASN-EOF      VALUE "10".
       01 PO-FS PIC XX.
           88 PO-FOUND VALUE "00".
       01 INV-FS PIC XX.
           88 INV-FOUND VALUE "00".
       01 EAN-FS PIC XX.
           88 EAN-FOUND VALUE "00".
       01 FEED-FS PIC XX.
           88 FEED-FOUND VALUE "00".
       01 ASNL-FS PIC XX.
           88 ASNL-FOUND VALUE "00".
       01 RCVEX-FS PIC XX.
           88 RCVEX-FOUND VALUE "00".
       01 XREF-OPEN-SW PIC X VALUE "N".
           88 XREF-FILE-OPEN VALUE "Y".

       01 TODAY-DATE PIC 9(8).

       01 INP PIC X(60).
           88 EOF-INP VALUE SPACES.
       01 TOK1-RAW PIC X(13).
       01 TOK2-RAW PIC X(13).
       01 TOK3-RAW PIC X(13).
       01 TOK1-LEN PIC S9(2).
       01 TOK2-LEN PIC S9(2).
       01 TOK3-LEN PIC S9(2).
       01 ITEM-RAW PIC X(13).
       01 CNT-RAW PIC X(13).
       01 CNT-LEN PIC S9(2).
       01 SCAN-COUNT PIC 9(5).
       01 LESS-SW PIC X VALUE "N".
           88 TAKING-BACK VALUE "Y".

       01 SCAN-SKU PIC X(10).
       01 SCAN-UNITS PIC S9(9).
       01 UNITS-LEFT PIC S9(9).
       01 ROOM-QTY PIC S9(9).
       01 TAKE-QTY PIC S9(9).
       01 OPEN-QTY PIC S9(7).
       01 POST-QTY PIC S9(7).
       01 EXCESS-QTY PIC S9(7).
       01 FOUND-PO PIC X(10).
       01 LAST-HIT PIC 9(4).
       01 ITEM-OK-SW PIC X.
           88 ITEM-OK VALUE "Y".

      *> the delivery being checked in, one entry per line on it.
       01 DLV-REF PIC X(10) VALUE SPACES.
       01 DLV-SUPPLIER PIC X(6).
       01 DLV-SHIP-DATE PIC 9(8).
       01 DLV-SW PIC X VALUE "N".
           88 DELIVERY-OPEN VALUE "Y".
       01 SIGNED-SEEN-SW PIC X.
           88 SIGNED-SEEN VALUE "Y".
       01 DLV-TAB.
           05 DLV-ENTRY OCCURS 500 TIMES INDEXED BY DX.
               10 DT-PO       PIC X(10).
               10 DT-SKU      PIC X(10).
               10 DT-ORIGIN   PIC X(1).
                   88 DT-ADVISED   VALUE "A".
                   88 DT-UNADVISED VALUE "D".
               10 DT-EXPECT   PIC S9(7).
               10 DT-COUNT    PIC S9(7).
       01 DLV-COUNT PIC 9(4) VALUE 0.
       01 PX PIC 9(4).
       01 RX PIC S9(4).
       01 DLV-FULL-SW PIC X.
           88 DELIVERY-TRUNCATED VALUE "Y".

      *> the variance as it stands.
       01 VAR-LINES PIC 9(5).
       01 VAR-EXACT PIC 9(5).
       01 VAR-SHORT PIC 9(5).
       01 VAR-OVER PIC 9(5).
       01 VAR-UNADVISED PIC 9(5).
       01 VAR-ADVISED-UNITS PIC 9(9).
       01 VAR-COUNTED-UNITS PIC 9(9).
       01 VAR-ACCURACY PIC 9(3)V9.

       01 SIGN-COUNT PIC 9(5) VALUE 0.
       01 FEED-COUNT PIC 9(5) VALUE 0.
       01 COUNT-DISP PIC Z(4)9.
       01 QTY-DISP PIC -(8)9.
       01 QTY2-DISP PIC -(8)9.
       01 PCT-DISP PIC ZZ9.9.
       01 FEED-QTY-DISP PIC Z(6)9.

PROCEDURE DIVISION.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD
    OPEN I-O ASN-MASTER
    IF ASN-NEW-FILE
        OPEN OUTPUT ASN-MASTER
        CLOSE ASN-MASTER
        OPEN I-O ASN-MASTER
    END-IF
    OPEN INPUT PO-MASTER
    OPEN INPUT INVENTORY-MASTER
      *> no barcode cross-reference on site just means every scan
      *> has to be keyed as the raw SKU.
    OPEN INPUT EAN-XREF-FILE
    IF EAN-FOUND
        MOVE "Y" TO XREF-OPEN-SW
    END-IF
    OPEN INPUT ASN-LOG-FILE
    IF ASNL-FOUND
        CLOSE ASN-LOG-FILE
        OPEN EXTEND ASN-LOG-FILE
    ELSE
        OPEN OUTPUT ASN-LOG-FILE
    END-IF
    OPEN INPUT RECV-EXCEPTION-FILE
    IF RCVEX-FOUND
        CLOSE RECV-EXCEPTION-FILE
        OPEN EXTEND RECV-EXCEPTION-FILE
    ELSE
        OPEN OUTPUT RECV-EXCEPTION-FILE
    END-IF
    OPEN INPUT RECEIPT-FEED-FILE
    IF FEED-FOUND
        CLOSE RECEIPT-FEED-FILE
        OPEN EXTEND RECEIPT-FEED-FILE
    ELSE
        OPEN OUTPUT RECEIPT-FEED-FILE
    END-IF

    PERFORM UNTIL EOF-INP
        ACCEPT INP
        IF NOT EOF-INP
            PERFORM PARSE-LINE-RTN
            IF TOK1-RAW = "ASN"
                PERFORM DLV-OPEN-RTN
            ELSE
            IF TOK1-RAW = "CHECK" AND TOK2-LEN = 0
                IF DELIVERY-OPEN
                    PERFORM DLV-SAVE-RTN
                    PERFORM VARIANCE-RTN
                ELSE
                    DISPLAY "ASNMOTTAKA: NO DELIVERY OPEN"
                END-IF
            ELSE
            IF TOK1-RAW = "SIGN" AND TOK2-LEN = 0
                IF DELIVERY-OPEN
                    PERFORM DLV-SIGN-RTN
                ELSE
                    DISPLAY "ASNMOTTAKA: NO DELIVERY OPEN"
                END-IF
            ELSE
            IF NOT DELIVERY-OPEN
                DISPLAY "ASNMOTTAKA: NO DELIVERY OPEN - KEY "
                        "ASN AND THE NOTICE REFERENCE FIRST"
            ELSE
                IF TOK1-RAW = "LESS"
                    MOVE "Y" TO LESS-SW
                    MOVE TOK2-RAW TO ITEM-RAW
                    MOVE TOK3-RAW TO CNT-RAW
                    MOVE TOK3-LEN TO CNT-LEN
                ELSE
                    MOVE "N" TO LESS-SW
                    MOVE TOK1-RAW TO ITEM-RAW
                    MOVE TOK2-RAW TO CNT-RAW
                    MOVE TOK2-LEN TO CNT-LEN
                END-IF
                PERFORM SCAN-RTN
            END-IF
            END-IF
            END-IF
            END-IF
        END-IF
    END-PERFORM

      *> a delivery still open keeps its counts for the next run.
    IF DELIVERY-OPEN
        PERFORM DLV-SAVE-RTN
        PERFORM VARIANCE-RTN
        DISPLAY "ASNMOTTAKA: DELIVERY " function TRIM(DLV-REF)
                " LEFT OPEN - NOT SIGNED OFF"
    END-IF

    CLOSE ASN-MASTER
    CLOSE PO-MASTER
    CLOSE INVENTORY-MASTER
    CLOSE ASN-LOG-FILE
    CLOSE RECV-EXCEPTION-FILE
    IF XREF-FILE-OPEN
        CLOSE EAN-XREF-FILE
    END-IF
    CLOSE RECEIPT-FEED-FILE

    MOVE SIGN-COUNT TO COUNT-DISP
    DISPLAY "ASNMOTTAKA: " function TRIM(COUNT-DISP)
            " DELIVERIES SIGNED OFF"
    IF SIGN-COUNT > 0
        MOVE FEED-COUNT TO COUNT-DISP
        DISPLAY "ASNMOTTAKA: " function TRIM(COUNT-DISP)
                " RECEIVING LINES TO ASNFEED - POSTED BY THE "
                "NIGHTLY CLOSE"
    END-IF

    GOBACK.

PARSE-LINE-RTN.
    MOVE SPACES TO TOK1-RAW TOK2-RAW TOK3-RAW
    MOVE 0 TO TOK1-LEN TOK2-LEN TOK3-LEN
    UNSTRING INP DELIMITED BY ALL SPACE
        INTO TOK1-RAW COUNT IN TOK1-LEN,
             TOK2-RAW COUNT IN TOK2-LEN,
             TOK3-RAW COUNT IN TOK3-LEN.

      *> a new delivery puts the one before it back on the master
      *> unsigned, then loads the new one's open lines.
DLV-OPEN-RTN.
    IF DELIVERY-OPEN
        PERFORM DLV-SAVE-RTN
        DISPLAY "ASNMOTTAKA: DELIVERY " function TRIM(DLV-REF)
                " LEFT OPEN - NOT SIGNED OFF"
        MOVE "N" TO DLV-SW
    END-IF
    IF TOK2-LEN = 0 OR TOK2-LEN > 10
        DISPLAY "ASNMOTTAKA: ASN NEEDS THE NOTICE REFERENCE"
    ELSE
        MOVE TOK2-RAW TO DLV-REF
        MOVE 0 TO DLV-COUNT
        MOVE "N" TO SIGNED-SEEN-SW
        MOVE "N" TO DLV-FULL-SW
        MOVE "00" TO ASN-FS
        MOVE DLV-REF TO ASN-REF
        MOVE LOW-VALUES TO ASN-PO-NO ASN-SKU
        START ASN-MASTER KEY NOT < ASN-KEY
            INVALID KEY
                MOVE "10" TO ASN-FS
        END-START
        PERFORM ASN-NEXT-RTN
        PERFORM UNTIL ASN-EOF OR ASN-REF NOT = DLV-REF
            IF ASN-SIGNED-OFF
                MOVE "Y" TO SIGNED-SEEN-SW
            ELSE
            IF DLV-COUNT < 500
                ADD 1 TO DLV-COUNT
                MOVE ASN-PO-NO TO DT-PO(DLV-COUNT)
                MOVE ASN-SKU TO DT-SKU(DLV-COUNT)
                MOVE ASN-ORIGIN TO DT-ORIGIN(DLV-COUNT)
                MOVE ASN-EXPECT-QTY TO DT-EXPECT(DLV-COUNT)
                MOVE ASN-COUNT-QTY TO DT-COUNT(DLV-COUNT)
                MOVE ASN-SUPPLIER TO DLV-SUPPLIER
                MOVE ASN-SHIP-DATE TO DLV-SHIP-DATE
            ELSE
                MOVE "Y" TO DLV-FULL-SW
            END-IF
            END-IF
            PERFORM ASN-NEXT-RTN
        END-PERFORM
        IF DLV-COUNT = 0
            IF SIGNED-SEEN
                DISPLAY "ASNMOTTAKA: DELIVERY " function TRIM(DLV-REF)
                        " IS ALREADY SIGNED OFF"
            ELSE
                DISPLAY "ASNMOTTAKA: NO SHIPPING NOTICE "
                        function TRIM(DLV-REF)
                        " - COUNT IT IN THROUGH VORUMOTTAKA"
            END-IF
        ELSE
            MOVE "Y" TO DLV-SW
            MOVE DLV-COUNT TO COUNT-DISP
            DISPLAY "DELIVERY " function TRIM(DLV-REF)
                    " FROM " function TRIM(DLV-SUPPLIER)
                    " SHIPPED " DLV-SHIP-DATE " - "
                    function TRIM(COUNT-DISP) " LINES ADVISED"
            IF DELIVERY-TRUNCATED
                DISPLAY "ASNMOTTAKA: NOTICE HAS MORE THAN 500 "
                        "LINES - THE REST COUNT IN THROUGH "
                        "VORUMOTTAKA"
            END-IF
        END-IF
    END-IF.

ASN-NEXT-RTN.
    IF NOT ASN-EOF
        READ ASN-MASTER NEXT
            AT END
                MOVE "10" TO ASN-FS
        END-READ
    END-IF.

      *> one scan - resolve the item, then add its units to the
      *> delivery or take them back off.
SCAN-RTN.
    MOVE "Y" TO ITEM-OK-SW
    MOVE 1 TO SCAN-COUNT
    IF ITEM-RAW = SPACES
        MOVE "N" TO ITEM-OK-SW
    END-IF
    IF CNT-LEN > 0
        IF CNT-LEN > 5 OR CNT-RAW(1:CNT-LEN) IS NOT NUMERIC
            MOVE "N" TO ITEM-OK-SW
        ELSE
            MOVE CNT-RAW(1:CNT-LEN) TO SCAN-COUNT
        END-IF
    END-IF
    IF NOT ITEM-OK OR SCAN-COUNT = 0
        DISPLAY "ASNMOTTAKA: BAD SCAN LINE " function TRIM(INP)
    ELSE
        MOVE ITEM-RAW TO SCAN-SKU
        MOVE SCAN-COUNT TO SCAN-UNITS
      *> the case barcode counts at its pack quantity.
        IF XREF-FILE-OPEN
            MOVE ITEM-RAW TO EAN-CODE
            READ EAN-XREF-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE EAN-SKU TO SCAN-SKU
                    IF EAN-PACK-QTY > 1
                        MULTIPLY EAN-PACK-QTY BY SCAN-UNITS
                    END-IF
            END-READ
        END-IF
        MOVE SCAN-SKU TO INV-SKU
        READ INVENTORY-MASTER
            INVALID KEY
                MOVE "N" TO ITEM-OK-SW
        END-READ
        IF NOT ITEM-OK
            DISPLAY "ASNMOTTAKA: UNKNOWN ITEM "
                    function TRIM(ITEM-RAW) " - NOT COUNTED"
        ELSE
            IF TAKING-BACK
                PERFORM SCAN-LESS-RTN
            ELSE
                PERFORM SCAN-ADD-RTN
            END-IF
        END-IF
    END-IF.

      *> fill the advised lines for the SKU up to what each
      *> expects, in PO order; any left over goes on the last of
      *> them as over, or - with no line for the SKU yet - onto a
      *> line of its own.
SCAN-ADD-RTN.
    MOVE SCAN-UNITS TO UNITS-LEFT
    MOVE 0 TO LAST-HIT
    PERFORM SCAN-FILL-RTN
        VARYING DX FROM 1 BY 1 UNTIL DX > DLV-COUNT
    IF UNITS-LEFT > 0
        IF LAST-HIT > 0
            ADD UNITS-LEFT TO DT-COUNT(LAST-HIT)
        ELSE
            PERFORM UNADVISED-ADD-RTN
        END-IF
    END-IF
    IF LAST-HIT > 0
        MOVE SCAN-UNITS TO QTY-DISP
        IF DT-PO(LAST-HIT) = SPACES
            DISPLAY "SCAN: " function TRIM(ITEM-RAW)
                    " +" function TRIM(QTY-DISP)
                    " X " function TRIM(SCAN-SKU)
                    "  NOT ADVISED - NO PO"
        ELSE
            DISPLAY "SCAN: " function TRIM(ITEM-RAW)
                    " +" function TRIM(QTY-DISP)
                    " X " function TRIM(SCAN-SKU)
                    "  PO " function TRIM(DT-PO(LAST-HIT))
        END-IF
        MOVE DT-COUNT(LAST-HIT) TO QTY-DISP
        MOVE DT-EXPECT(LAST-HIT) TO QTY2-DISP
        DISPLAY "      COUNTED " function TRIM(QTY-DISP)
                " OF " function TRIM(QTY2-DISP) " ADVISED"
    END-IF.

SCAN-FILL-RTN.
    IF DT-SKU(DX) = SCAN-SKU
        SET LAST-HIT TO DX
        COMPUTE ROOM-QTY = DT-EXPECT(DX) - DT-COUNT(DX)
        IF ROOM-QTY > 0 AND UNITS-LEFT > 0
            IF UNITS-LEFT < ROOM-QTY
                MOVE UNITS-LEFT TO TAKE-QTY
            ELSE
                MOVE ROOM-QTY TO TAKE-QTY
            END-IF
            ADD TAKE-QTY TO DT-COUNT(DX)
            SUBTRACT TAKE-QTY FROM UNITS-LEFT
        END-IF
    END-IF.

      *> nothing advised for this SKU - carry it under a PO on this
      *> delivery that still has the SKU open, so it can post, or
      *> under no PO at all, to go back to the supplier.
UNADVISED-ADD-RTN.
    IF DLV-COUNT >= 500
        MOVE 0 TO UNITS-LEFT
        DISPLAY "ASNMOTTAKA: DELIVERY HAS 500 LINES - "
                function TRIM(SCAN-SKU) " NOT COUNTED"
    ELSE
        MOVE SPACES TO FOUND-PO
        PERFORM PO-SEEK-RTN
            VARYING PX FROM 1 BY 1
            UNTIL PX > DLV-COUNT OR FOUND-PO NOT = SPACES
        ADD 1 TO DLV-COUNT
        MOVE FOUND-PO TO DT-PO(DLV-COUNT)
        MOVE SCAN-SKU TO DT-SKU(DLV-COUNT)
        MOVE "D" TO DT-ORIGIN(DLV-COUNT)
        MOVE 0 TO DT-EXPECT(DLV-COUNT)
        MOVE UNITS-LEFT TO DT-COUNT(DLV-COUNT)
        MOVE UNITS-LEFT TO QTY-DISP
        IF FOUND-PO = SPACES
            DISPLAY "SCAN: " function TRIM(ITEM-RAW)
                    " +" function TRIM(QTY-DISP)
                    " X " function TRIM(SCAN-SKU)
                    "  NOT ADVISED - ON NO PO ON THIS DELIVERY"
        ELSE
            DISPLAY "SCAN: " function TRIM(ITEM-RAW)
                    " +" function TRIM(QTY-DISP)
                    " X " function TRIM(SCAN-SKU)
                    "  NOT ADVISED - OPEN ON PO "
                    function TRIM(FOUND-PO)
        END-IF
    END-IF.

PO-SEEK-RTN.
    IF DT-PO(PX) NOT = SPACES
        MOVE DT-PO(PX) TO PO-NUMBER
        MOVE SCAN-SKU TO PO-SKU
        READ PO-MASTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF PO-LINE-OPEN
                    MOVE DT-PO(PX) TO FOUND-PO
                END-IF
        END-READ
    END-IF.

      *> a mis-scan comes back off the last line filled first.
SCAN-LESS-RTN.
    MOVE SCAN-UNITS TO UNITS-LEFT
    PERFORM SCAN-TAKE-RTN
        VARYING RX FROM DLV-COUNT BY -1 UNTIL RX < 1
    COMPUTE TAKE-QTY = SCAN-UNITS - UNITS-LEFT
    MOVE TAKE-QTY TO QTY-DISP
    DISPLAY "SCAN: " function TRIM(ITEM-RAW)
            " -" function TRIM(QTY-DISP)
            " X " function TRIM(SCAN-SKU) " TAKEN BACK"
    IF UNITS-LEFT > 0
        MOVE UNITS-LEFT TO QTY-DISP
        DISPLAY "ASNMOTTAKA: " function TRIM(QTY-DISP)
                " MORE THAN WAS COUNTED - NOTHING LEFT TO TAKE"
    END-IF.

SCAN-TAKE-RTN.
    IF DT-SKU(RX) = SCAN-SKU AND DT-COUNT(RX) > 0
          AND UNITS-LEFT > 0
        IF UNITS-LEFT < DT-COUNT(RX)
            MOVE UNITS-LEFT TO TAKE-QTY
        ELSE
            MOVE DT-COUNT(RX) TO TAKE-QTY
        END-IF
        SUBTRACT TAKE-QTY FROM DT-COUNT(RX)
        SUBTRACT TAKE-QTY FROM UNITS-LEFT
    END-IF.

      *> the counts back onto the master; a line found at the dock
      *> is written new the first time.
DLV-SAVE-RTN.
    PERFORM DLV-SAVE-LINE-RTN
        VARYING DX FROM 1 BY 1 UNTIL DX > DLV-COUNT.

DLV-SAVE-LINE-RTN.
    MOVE DLV-REF TO ASN-REF
    MOVE DT-PO(DX) TO ASN-PO-NO
    MOVE DT-SKU(DX) TO ASN-SKU
    READ ASN-MASTER
        INVALID KEY
            MOVE DLV-SUPPLIER TO ASN-SUPPLIER
            MOVE DLV-SHIP-DATE TO ASN-SHIP-DATE
            MOVE 0 TO ASN-LOADED
            MOVE DT-ORIGIN(DX) TO ASN-ORIGIN
            MOVE DT-EXPECT(DX) TO ASN-EXPECT-QTY
            MOVE DT-COUNT(DX) TO ASN-COUNT-QTY
            MOVE "O" TO ASN-STATUS
            MOVE 0 TO ASN-SIGN-DATE
            WRITE ASN-MASTER-RECORD
        NOT INVALID KEY
            MOVE DT-COUNT(DX) TO ASN-COUNT-QTY
            REWRITE ASN-MASTER-RECORD
    END-READ.

      *> the short, over and not-advised lines, and the delivery's
      *> accuracy against its notice so far.  A line found at the
      *> dock and taken back to nothing doesn't count at all.
VARIANCE-RTN.
    MOVE 0 TO VAR-LINES VAR-EXACT VAR-SHORT VAR-OVER
              VAR-UNADVISED VAR-ADVISED-UNITS VAR-COUNTED-UNITS
    DISPLAY "DELIVERY " function TRIM(DLV-REF)
            " FROM " function TRIM(DLV-SUPPLIER)
            " - CHECKED IN AGAINST THE NOTICE"
    PERFORM VARIANCE-LINE-RTN
        VARYING DX FROM 1 BY 1 UNTIL DX > DLV-COUNT
    MOVE 0 TO VAR-ACCURACY
    IF VAR-LINES > 0
        COMPUTE VAR-ACCURACY ROUNDED =
            VAR-EXACT * 100 / VAR-LINES
    END-IF
    MOVE VAR-LINES TO COUNT-DISP
    DISPLAY "  LINES:       " function TRIM(COUNT-DISP)
    MOVE VAR-EXACT TO COUNT-DISP
    DISPLAY "  AS ADVISED:  " function TRIM(COUNT-DISP)
    MOVE VAR-SHORT TO COUNT-DISP
    DISPLAY "  SHORT:       " function TRIM(COUNT-DISP)
    MOVE VAR-OVER TO COUNT-DISP
    DISPLAY "  OVER:        " function TRIM(COUNT-DISP)
    MOVE VAR-UNADVISED TO COUNT-DISP
    DISPLAY "  NOT ADVISED: " function TRIM(COUNT-DISP)
    MOVE VAR-ADVISED-UNITS TO QTY-DISP
    MOVE VAR-COUNTED-UNITS TO QTY2-DISP
    DISPLAY "  UNITS ADVISED " function TRIM(QTY-DISP)
            " COUNTED " function TRIM(QTY2-DISP)
    MOVE VAR-ACCURACY TO PCT-DISP
    DISPLAY "  NOTICE ACCURACY " function TRIM(PCT-DISP) "%".

VARIANCE-LINE-RTN.
    IF DT-ADVISED(DX) OR DT-COUNT(DX) > 0
        ADD 1 TO VAR-LINES
        ADD DT-EXPECT(DX) TO VAR-ADVISED-UNITS
        ADD DT-COUNT(DX) TO VAR-COUNTED-UNITS
        MOVE DT-EXPECT(DX) TO QTY-DISP
        MOVE DT-COUNT(DX) TO QTY2-DISP
        IF DT-UNADVISED(DX)
            ADD 1 TO VAR-UNADVISED
            IF DT-PO(DX) = SPACES
                DISPLAY "  NOT ADVISED  NO PO      "
                        DT-SKU(DX) " COUNTED "
                        function TRIM(QTY2-DISP)
            ELSE
                DISPLAY "  NOT ADVISED  PO " DT-PO(DX)
                        " " DT-SKU(DX) " COUNTED "
                        function TRIM(QTY2-DISP)
            END-IF
        ELSE
        IF DT-COUNT(DX) < DT-EXPECT(DX)
            ADD 1 TO VAR-SHORT
            DISPLAY "  SHORT        PO " DT-PO(DX)
                    " " DT-SKU(DX) " ADVISED "
                    function TRIM(QTY-DISP) " COUNTED "
                    function TRIM(QTY2-DISP)
        ELSE
        IF DT-COUNT(DX) > DT-EXPECT(DX)
            ADD 1 TO VAR-OVER
            DISPLAY "  OVER         PO " DT-PO(DX)
                    " " DT-SKU(DX) " ADVISED "
                    function TRIM(QTY-DISP) " COUNTED "
                    function TRIM(QTY2-DISP)
        ELSE
            ADD 1 TO VAR-EXACT
        END-IF
        END-IF
        END-IF
    END-IF.

      *> sign-off: the variance once more, then every counted line
      *> to the receiving feed, the delivery marked signed off on
      *> the master, and its accuracy to the log.
DLV-SIGN-RTN.
    PERFORM VARIANCE-RTN
    PERFORM SIGN-LINE-RTN
        VARYING DX FROM 1 BY 1 UNTIL DX > DLV-COUNT

    MOVE TODAY-DATE TO ASNL-DATE
    MOVE DLV-REF TO ASNL-REF
    MOVE DLV-SUPPLIER TO ASNL-SUPPLIER
    MOVE VAR-LINES TO ASNL-LINES
    MOVE VAR-EXACT TO ASNL-EXACT
    MOVE VAR-SHORT TO ASNL-SHORT
    MOVE VAR-OVER TO ASNL-OVER
    MOVE VAR-UNADVISED TO ASNL-UNADVISED
    MOVE VAR-ADVISED-UNITS TO ASNL-UNITS-ADVISED
    MOVE VAR-COUNTED-UNITS TO ASNL-UNITS-COUNTED
    MOVE VAR-ACCURACY TO ASNL-ACCURACY
    WRITE ASN-LOG-RECORD

    ADD 1 TO SIGN-COUNT
    DISPLAY "ASNMOTTAKA: DELIVERY " function TRIM(DLV-REF)
            " SIGNED OFF"
    MOVE "N" TO DLV-SW
    MOVE 0 TO DLV-COUNT.

SIGN-LINE-RTN.
    IF DT-COUNT(DX) > 0
        IF DT-PO(DX) = SPACES
            MOVE SPACES TO RCVEX-PO-NO
            MOVE DT-SKU(DX) TO RCVEX-SKU
            MOVE DT-COUNT(DX) TO RCVEX-QTY
            MOVE 0 TO RCVEX-OPEN-QTY
            MOVE "NOORDER" TO RCVEX-REASON
            MOVE TODAY-DATE TO RCVEX-DATE
            MOVE DLV-SUPPLIER TO RCVEX-SUPPLIER
            WRITE RECV-EXCEPTION-RECORD
        ELSE
            MOVE DT-COUNT(DX) TO POST-QTY
            MOVE 0 TO EXCESS-QTY
            MOVE DT-PO(DX) TO PO-NUMBER
            MOVE DT-SKU(DX) TO PO-SKU
            READ PO-MASTER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    COMPUTE OPEN-QTY =
                        PO-QTY-ORDERED - PO-QTY-RECEIVED
                    IF PO-LINE-OPEN AND OPEN-QTY > 0
                          AND POST-QTY > OPEN-QTY
                        COMPUTE EXCESS-QTY = POST-QTY - OPEN-QTY
                        MOVE OPEN-QTY TO POST-QTY
                    END-IF
            END-READ
            MOVE POST-QTY TO FEED-QTY-DISP
            PERFORM FEED-WRITE-RTN
            IF EXCESS-QTY > 0
                MOVE DT-PO(DX) TO RCVEX-PO-NO
                MOVE DT-SKU(DX) TO RCVEX-SKU
                MOVE EXCESS-QTY TO RCVEX-QTY
                MOVE OPEN-QTY TO RCVEX-OPEN-QTY
                MOVE "OVERSHIP" TO RCVEX-REASON
                MOVE TODAY-DATE TO RCVEX-DATE
                MOVE DLV-SUPPLIER TO RCVEX-SUPPLIER
                WRITE RECV-EXCEPTION-RECORD
            END-IF
        END-IF
    END-IF
    MOVE DLV-REF TO ASN-REF
    MOVE DT-PO(DX) TO ASN-PO-NO
    MOVE DT-SKU(DX) TO ASN-SKU
    READ ASN-MASTER
        INVALID KEY
            MOVE DLV-SUPPLIER TO ASN-SUPPLIER
            MOVE DLV-SHIP-DATE TO ASN-SHIP-DATE
            MOVE 0 TO ASN-LOADED
            MOVE DT-ORIGIN(DX) TO ASN-ORIGIN
            MOVE DT-EXPECT(DX) TO ASN-EXPECT-QTY
            MOVE DT-COUNT(DX) TO ASN-COUNT-QTY
            MOVE "S" TO ASN-STATUS
            MOVE TODAY-DATE TO ASN-SIGN-DATE
            WRITE ASN-MASTER-RECORD
        NOT INVALID KEY
            MOVE DT-COUNT(DX) TO ASN-COUNT-QTY
            MOVE "S" TO ASN-STATUS
            MOVE TODAY-DATE TO ASN-SIGN-DATE
            REWRITE ASN-MASTER-RECORD
    END-READ.

FEED-WRITE-RTN.
    MOVE SPACES TO FEED-LINE
    STRING DT-PO(DX) DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           DT-SKU(DX) DELIMITED BY SPACE
           " " DELIMITED BY SIZE
           function TRIM(FEED-QTY-DISP) DELIMITED BY SIZE
        INTO FEED-LINE
    END-STRING
    WRITE FEED-LINE
    ADD 1 TO FEED-COUNT.
