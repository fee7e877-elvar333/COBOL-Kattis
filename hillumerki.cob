IDENTIFICATION DIVISION.
PROGRAM-ID. HILLUMERKI.

      *> shelf-edge label price-integrity audit - a shelf label that
      *> does not match what the till charges is the complaint the
      *> consumer authority fines for, and nobody checked it except
      *> by accident.  Staff walk an aisle with the handheld and key
      *> what is on each label; this prices every line the way the
      *> till would ring it at this moment - the EANMAST mapping
      *> first (a four-pack label must show four units' price), then
      *> the raw SKU, at INV-PRICE, which carries any SOLUVERD sale
      *> price while its window is live - and lists every mismatch
      *> in ZONEMAST aisle/bay order for re-ticketing.  Feed, one
      *> label per line, until a blank line:
      *>   code price      code is the EAN or the SKU on the label
      *> Writes the replacement labels to BUDRELBL and the day's
      *> compliance per zone to the BUDLBLA trend file, then prints
      *> the trend for every zone walked, for the inspector.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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

    SELECT ZONE-MASTER ASSIGN TO "ZONEMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS ZONE-SKU
        FILE STATUS IS ZONE-FS.

    SELECT SALE-PRICE-FILE ASSIGN TO "BUDSALE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SALE-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

      *> one replacement ticket per mismatch, in walk order.
    SELECT RELABEL-FILE ASSIGN TO "BUDRELBL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RLBL-FS.

      *> compliance per zone per audit date, appended run on run.
    SELECT LABEL-AUDIT-FILE ASSIGN TO "BUDLBLA"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LBLA-FS.

DATA DIVISION.
    FILE SECTION.
    FD  INVENTORY-MASTER.
    COPY "invmast.cpy".

    FD  EAN-XREF-FILE.
    COPY "eanmast.cpy".

    FD  ZONE-MASTER.
    COPY "zonemast.cpy".

    FD  SALE-PRICE-FILE.
    01  SALE-PRICE-RECORD.
        05  SALE-SKU        PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  SALE-PRICE      PIC S9(6).
        05  FILLER          PIC X VALUE SPACE.
        05  SALE-START      PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  SALE-END        PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  SALE-STATUS     PIC X(1).
            88  SALE-IS-ACTIVE  VALUE "A".
        05  FILLER          PIC X VALUE SPACE.
        05  SALE-REG-PRICE  PIC S9(6).

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    FD  RELABEL-FILE.
    01  RELABEL-RECORD.
        05  RLBL-SKU        PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  RLBL-CODE       PIC X(13).
        05  FILLER          PIC X VALUE SPACE.
        05  RLBL-AISLE      PIC S9(5).
        05  FILLER          PIC X VALUE SPACE.
        05  RLBL-BAY        PIC S9(5).
        05  FILLER          PIC X VALUE SPACE.
        05  RLBL-PACK-QTY   PIC 9(5).
      *> what the shelf showed, and what the new ticket must show.
        05  FILLER          PIC X VALUE SPACE.
        05  RLBL-OLD-PRICE  PIC S9(9).
        05  FILLER          PIC X VALUE SPACE.
        05  RLBL-NEW-PRICE  PIC S9(9).

    FD  LABEL-AUDIT-FILE.
    01  LABEL-AUDIT-RECORD.
        05  LBLA-DATE       PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  LBLA-ZONE       PIC X(12).
        05  FILLER          PIC X VALUE SPACE.
        05  LBLA-CHECKED    PIC 9(5).
        05  FILLER          PIC X VALUE SPACE.
        05  LBLA-MATCHED    PIC 9(5).
        05  FILLER          PIC X VALUE SPACE.
        05  LBLA-PCT        PIC 9(3)V9.

    WORKING-STORAGE SECTION.
       01 INV-FS PIC XX.
           88 INV-FOUND VALUE "00".
       01 EAN-FS PIC XX.
           88 EAN-FOUND VALUE "00".
       01 EAN-OPEN-SW PIC X VALUE "N".
           88 EAN-FILE-OPEN VALUE "Y".
       01 ZONE-FS PIC XX.
           88 ZONE-FOUND VALUE "00".
       01 ZONE-OPEN-SW PIC X VALUE "N".
           88 ZONE-FILE-OPEN VALUE "Y".
       01 SALE-FS PIC XX.
           88 SALE-FOUND VALUE "00".
           88 SALE-EOF VALUE "10".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".
       01 RLBL-FS PIC XX.
           88 RLBL-FOUND VALUE "00".
       01 LBLA-FS PIC XX.
           88 LBLA-FOUND VALUE "00".
           88 LBLA-EOF VALUE "10".

       01 TODAY-DATE PIC 9(8).

      *> the sale windows SOLUVERD holds - a live one explains why
      *> the till price differs from the regular, and a closed one
      *> explains a label nobody took down.
       01 SALE-TAB.
           05 SALE-ENTRY OCCURS 300 TIMES INDEXED BY SX.
               10 SL-SKU    PIC X(10).
               10 SL-PRICE  PIC S9(6).
               10 SL-STATUS PIC X(1).
                   88 SL-ACTIVE VALUE "A".
               10 SL-REG    PIC S9(6).
       01 SALE-COUNT PIC 9(4) VALUE 0.
       01 LIVE-SALE-SW PIC X VALUE "N".
           88 LIVE-SALE VALUE "Y".
       01 OLD-SALE-SW PIC X VALUE "N".
           88 OLD-SALE VALUE "Y".
       01 LIVE-REG PIC S9(6).

       01 INP PIC X(40).
           88 EOF-INP VALUE SPACES.
       01 CODE-RAW PIC X(13).
       01 PRICE-RAW PIC X(9).
       01 CODE-LEN PIC S9(2).
       01 PRICE-LEN PIC S9(2).
       01 LABEL-PRICE PIC S9(9).
       01 TILL-PRICE PIC S9(9).
       01 AUDIT-SKU PIC X(10).
       01 AUDIT-PACK PIC 9(5).
       01 SKU-HIT-SW PIC X VALUE "N".
           88 SKU-HIT VALUE "Y".
       01 MISMATCH-REASON PIC X(12).

      *> the mismatches, sorted into walking order for the list.
       01 MISS-TAB.
           05 MISS-ENTRY OCCURS 500 TIMES INDEXED BY MX.
               10 MT-AISLE   PIC S9(5).
               10 MT-BAY     PIC S9(5).
               10 MT-ZONE    PIC X(12).
               10 MT-SKU     PIC X(10).
               10 MT-CODE    PIC X(13).
               10 MT-PACK    PIC 9(5).
               10 MT-LABEL   PIC S9(9).
               10 MT-TILL    PIC S9(9).
               10 MT-REASON  PIC X(12).
       01 MISS-COUNT PIC 9(4) VALUE 0.
       01 MISS-OVER-COUNT PIC 9(5) VALUE 0.
       01 SWAP-ENTRY PIC X(80).
       01 SORT-I PIC S9(5).
       01 SORT-J PIC S9(5).

      *> today's tally per zone walked.
       01 ZN-TAB.
           05 ZN-ENTRY OCCURS 50 TIMES INDEXED BY ZX.
               10 ZN-ZONE     PIC X(12).
               10 ZN-CHECKED  PIC 9(5).
               10 ZN-MATCHED  PIC 9(5).
       01 ZN-COUNT PIC 9(2) VALUE 0.
       01 ZN-FOUND-SW PIC X VALUE "N".
           88 ZN-FOUND VALUE "Y".
       01 CUR-ZONE PIC X(12).
       01 CUR-AISLE PIC S9(5).
       01 CUR-BAY PIC S9(5).

      *> the trend off BUDLBLA - a zone walked twice in a day keeps
      *> the later walk.
       01 TR-TAB.
           05 TR-ENTRY OCCURS 500 TIMES INDEXED BY TX.
               10 TR-ZONE     PIC X(12).
               10 TR-DATE     PIC 9(8).
               10 TR-CHECKED  PIC 9(5).
               10 TR-MATCHED  PIC 9(5).
               10 TR-PCT      PIC 9(3)V9.
       01 TR-COUNT PIC 9(4) VALUE 0.
       01 TR-FOUND-SW PIC X VALUE "N".
           88 TR-FOUND VALUE "Y".

       01 CHECKED-COUNT PIC 9(5) VALUE 0.
       01 MATCHED-COUNT PIC 9(5) VALUE 0.
       01 UNKNOWN-COUNT PIC 9(5) VALUE 0.
       01 BAD-COUNT PIC 9(5) VALUE 0.
       01 COMPLY-PCT PIC 9(3)V9.
       01 PCT-DISP PIC ZZ9.9.
       01 PRICE-DISP PIC -(8)9.
       01 TILL-DISP PIC -(8)9.
       01 AISLE-ED PIC -(4)9.
       01 BAY-ED PIC -(4)9.
       01 COUNT-DISP PIC Z(4)9.
       01 MATCH-DISP PIC Z(4)9.

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

    OPEN INPUT INVENTORY-MASTER
    IF NOT INV-FOUND
        DISPLAY "HILLUMERKI: NO INVENTORY MASTER ON SITE"
        GOBACK
    END-IF
    OPEN INPUT EAN-XREF-FILE
    IF EAN-FOUND
        MOVE "Y" TO EAN-OPEN-SW
    END-IF
    OPEN INPUT ZONE-MASTER
    IF ZONE-FOUND
        MOVE "Y" TO ZONE-OPEN-SW
    ELSE
        DISPLAY "HILLUMERKI: NO ZONE MASTER - ALL LABELS UNPLACED"
    END-IF

    OPEN INPUT SALE-PRICE-FILE
    IF SALE-FOUND
        PERFORM SALE-READ-RTN
        PERFORM UNTIL SALE-EOF
            IF SALE-COUNT < 300
                ADD 1 TO SALE-COUNT
                MOVE SALE-SKU TO SL-SKU(SALE-COUNT)
                MOVE SALE-PRICE TO SL-PRICE(SALE-COUNT)
                MOVE SALE-STATUS TO SL-STATUS(SALE-COUNT)
                MOVE SALE-REG-PRICE TO SL-REG(SALE-COUNT)
            END-IF
            PERFORM SALE-READ-RTN
        END-PERFORM
        CLOSE SALE-PRICE-FILE
    END-IF

    OPEN OUTPUT RELABEL-FILE

    ACCEPT INP
    PERFORM UNTIL EOF-INP
        PERFORM LABEL-CHECK-RTN
        ACCEPT INP
    END-PERFORM

    CLOSE RELABEL-FILE
    CLOSE INVENTORY-MASTER
    IF EAN-FILE-OPEN
        CLOSE EAN-XREF-FILE
    END-IF
    IF ZONE-FILE-OPEN
        CLOSE ZONE-MASTER
    END-IF

    PERFORM VARYING SORT-I FROM 1 BY 1
            UNTIL SORT-I >= MISS-COUNT
        PERFORM SORT-PASS-RTN
            VARYING SORT-J FROM 1 BY 1
            UNTIL SORT-J > MISS-COUNT - SORT-I
    END-PERFORM

    DISPLAY "SHELF-LABEL AUDIT " TODAY-DATE
    DISPLAY "MISMATCHES IN AISLE/BAY ORDER"
    DISPLAY "  AISLE   BAY ZONE         SKU        CODE          "
            "    LABEL      TILL REASON"
    PERFORM MISS-REPORT-RTN
        VARYING MX FROM 1 BY 1 UNTIL MX > MISS-COUNT
    IF MISS-COUNT = 0
        DISPLAY "  NONE - EVERY LABEL CHECKED MATCHES THE TILL"
    END-IF
    IF MISS-OVER-COUNT > 0
        MOVE MISS-OVER-COUNT TO COUNT-DISP
        DISPLAY "  " function TRIM(COUNT-DISP)
                " FURTHER MISMATCHES NOT LISTED - SEE BUDRELBL"
    END-IF

    MOVE CHECKED-COUNT TO COUNT-DISP
    DISPLAY " "
    DISPLAY "LABELS CHECKED:      " COUNT-DISP
    MOVE MATCHED-COUNT TO COUNT-DISP
    DISPLAY "LABELS CORRECT:      " COUNT-DISP
    COMPUTE BAD-COUNT = CHECKED-COUNT - MATCHED-COUNT
    MOVE BAD-COUNT TO COUNT-DISP
    DISPLAY "REPLACEMENT LABELS:  " COUNT-DISP
    IF UNKNOWN-COUNT > 0
        MOVE UNKNOWN-COUNT TO COUNT-DISP
        DISPLAY "CODES NOT ON FILE:   " COUNT-DISP
                " (NOT COUNTED - CHECK THE ITEM)"
    END-IF
    IF CHECKED-COUNT > 0
        COMPUTE COMPLY-PCT ROUNDED =
            MATCHED-COUNT * 100 / CHECKED-COUNT
        MOVE COMPLY-PCT TO PCT-DISP
        DISPLAY "STORE COMPLIANCE:    " PCT-DISP "%"
    END-IF

    IF ZN-COUNT = 0
        GOBACK
    END-IF

    OPEN INPUT LABEL-AUDIT-FILE
    IF LBLA-FOUND
        CLOSE LABEL-AUDIT-FILE
        OPEN EXTEND LABEL-AUDIT-FILE
    ELSE
        OPEN OUTPUT LABEL-AUDIT-FILE
    END-IF
    PERFORM ZONE-WRITE-RTN
        VARYING ZX FROM 1 BY 1 UNTIL ZX > ZN-COUNT
    CLOSE LABEL-AUDIT-FILE

      *> the trend, read back whole - every date each zone walked
      *> today was ever audited.
    OPEN INPUT LABEL-AUDIT-FILE
    IF LBLA-FOUND
        PERFORM LBLA-READ-RTN
        PERFORM UNTIL LBLA-EOF
            PERFORM TREND-POST-RTN
            PERFORM LBLA-READ-RTN
        END-PERFORM
        CLOSE LABEL-AUDIT-FILE
    END-IF
    DISPLAY " "
    DISPLAY "LABEL COMPLIANCE TREND BY ZONE"
    DISPLAY "  ZONE         DATE     CHECKED CORRECT  COMPLIANCE"
    PERFORM TREND-ZONE-RTN
        VARYING ZX FROM 1 BY 1 UNTIL ZX > ZN-COUNT
    GOBACK.

      *> one label off the handheld.
LABEL-CHECK-RTN.
    MOVE SPACES TO CODE-RAW PRICE-RAW
    MOVE 0 TO CODE-LEN PRICE-LEN
    UNSTRING INP DELIMITED BY ALL SPACE
        INTO CODE-RAW  COUNT IN CODE-LEN,
             PRICE-RAW COUNT IN PRICE-LEN
    IF CODE-LEN = 0 OR PRICE-LEN = 0
          OR PRICE-RAW(1:PRICE-LEN) IS NOT NUMERIC
        DISPLAY "HILLUMERKI: BAD LABEL LINE " function TRIM(INP)
    ELSE
        MOVE PRICE-RAW(1:PRICE-LEN) TO LABEL-PRICE
        PERFORM CODE-RESOLVE-RTN
        IF NOT SKU-HIT
            ADD 1 TO UNKNOWN-COUNT
            DISPLAY "HILLUMERKI: " function TRIM(CODE-RAW)
                    " IS NEITHER A MAPPED EAN NOR A SKU"
        ELSE
            PERFORM LABEL-PRICE-RTN
        END-IF
    END-IF.

      *> the till's own order - an EAN mapping first, at its pack
      *> quantity, then the code taken as a raw SKU.
CODE-RESOLVE-RTN.
    MOVE "N" TO SKU-HIT-SW
    MOVE SPACES TO AUDIT-SKU
    MOVE 1 TO AUDIT-PACK
    IF EAN-FILE-OPEN
        MOVE CODE-RAW TO EAN-CODE
        READ EAN-XREF-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE EAN-SKU TO AUDIT-SKU
                IF EAN-PACK-QTY > 1
                    MOVE EAN-PACK-QTY TO AUDIT-PACK
                END-IF
        END-READ
    END-IF
    IF AUDIT-SKU = SPACES
        MOVE CODE-RAW TO AUDIT-SKU
    END-IF
    MOVE AUDIT-SKU TO INV-SKU
    READ INVENTORY-MASTER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            MOVE "Y" TO SKU-HIT-SW
    END-READ.

LABEL-PRICE-RTN.
    COMPUTE TILL-PRICE = INV-PRICE * AUDIT-PACK
    PERFORM ZONE-LOOKUP-RTN
    ADD 1 TO CHECKED-COUNT
    ADD 1 TO ZN-CHECKED(ZX)
    IF LABEL-PRICE = TILL-PRICE
        ADD 1 TO MATCHED-COUNT
        ADD 1 TO ZN-MATCHED(ZX)
    ELSE
        PERFORM SALE-CHECK-RTN
        PERFORM MISS-REASON-RTN
        MOVE INV-SKU TO RLBL-SKU
        MOVE CODE-RAW TO RLBL-CODE
        MOVE CUR-AISLE TO RLBL-AISLE
        MOVE CUR-BAY TO RLBL-BAY
        MOVE AUDIT-PACK TO RLBL-PACK-QTY
        MOVE LABEL-PRICE TO RLBL-OLD-PRICE
        MOVE TILL-PRICE TO RLBL-NEW-PRICE
        WRITE RELABEL-RECORD
        IF MISS-COUNT < 500
            ADD 1 TO MISS-COUNT
            MOVE CUR-AISLE TO MT-AISLE(MISS-COUNT)
            MOVE CUR-BAY TO MT-BAY(MISS-COUNT)
            MOVE CUR-ZONE TO MT-ZONE(MISS-COUNT)
            MOVE INV-SKU TO MT-SKU(MISS-COUNT)
            MOVE CODE-RAW TO MT-CODE(MISS-COUNT)
            MOVE AUDIT-PACK TO MT-PACK(MISS-COUNT)
            MOVE LABEL-PRICE TO MT-LABEL(MISS-COUNT)
            MOVE TILL-PRICE TO MT-TILL(MISS-COUNT)
            MOVE MISMATCH-REASON TO MT-REASON(MISS-COUNT)
        ELSE
            ADD 1 TO MISS-OVER-COUNT
        END-IF
    END-IF.

      *> the SKU's place on the floor and its zone tally; a SKU the
      *> planogram has not placed sorts after every aisle.
ZONE-LOOKUP-RTN.
    MOVE "UNPLACED" TO CUR-ZONE
    MOVE 99999 TO CUR-AISLE
    MOVE 99999 TO CUR-BAY
    IF ZONE-FILE-OPEN
        MOVE INV-SKU TO ZONE-SKU
        READ ZONE-MASTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE ZONE-NAME TO CUR-ZONE
                MOVE ZONE-AISLE TO CUR-AISLE
                MOVE ZONE-BAY TO CUR-BAY
        END-READ
    END-IF
    MOVE "N" TO ZN-FOUND-SW
    PERFORM VARYING ZX FROM 1 BY 1
            UNTIL ZX > ZN-COUNT OR ZN-FOUND
        IF ZN-ZONE(ZX) = CUR-ZONE
            MOVE "Y" TO ZN-FOUND-SW
        END-IF
    END-PERFORM
    IF ZN-FOUND
        SET ZX DOWN BY 1
    ELSE
        IF ZN-COUNT < 50
            ADD 1 TO ZN-COUNT
            SET ZX TO ZN-COUNT
            MOVE CUR-ZONE TO ZN-ZONE(ZX)
            MOVE 0 TO ZN-CHECKED(ZX) ZN-MATCHED(ZX)
        ELSE
            SET ZX TO ZN-COUNT
        END-IF
    END-IF.

      *> is a sale window behind the difference - live now, or
      *> closed and its ticket left up?
SALE-CHECK-RTN.
    MOVE "N" TO LIVE-SALE-SW OLD-SALE-SW
    MOVE 0 TO LIVE-REG
    PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SALE-COUNT
        IF SL-SKU(SX) = INV-SKU
            IF SL-ACTIVE(SX)
                MOVE "Y" TO LIVE-SALE-SW
                MOVE SL-REG(SX) TO LIVE-REG
            ELSE
                IF SL-PRICE(SX) * AUDIT-PACK = LABEL-PRICE
                    MOVE "Y" TO OLD-SALE-SW
                END-IF
            END-IF
        END-IF
    END-PERFORM.

MISS-REASON-RTN.
    IF LIVE-SALE AND LIVE-REG * AUDIT-PACK = LABEL-PRICE
        MOVE "SALE LIVE" TO MISMATCH-REASON
    ELSE IF OLD-SALE
        MOVE "SALE OVER" TO MISMATCH-REASON
    ELSE IF AUDIT-PACK > 1 AND LABEL-PRICE = INV-PRICE
        MOVE "PACK PRICE" TO MISMATCH-REASON
    ELSE IF LABEL-PRICE > TILL-PRICE
        MOVE "LABEL HIGH" TO MISMATCH-REASON
    ELSE
        MOVE "LABEL LOW" TO MISMATCH-REASON
    END-IF
    END-IF
    END-IF
    END-IF.

SORT-PASS-RTN.
    IF MT-AISLE(SORT-J) > MT-AISLE(SORT-J + 1)
          OR (MT-AISLE(SORT-J) = MT-AISLE(SORT-J + 1)
              AND MT-BAY(SORT-J) > MT-BAY(SORT-J + 1))
        MOVE MISS-ENTRY(SORT-J) TO SWAP-ENTRY
        MOVE MISS-ENTRY(SORT-J + 1) TO MISS-ENTRY(SORT-J)
        MOVE SWAP-ENTRY TO MISS-ENTRY(SORT-J + 1)
    END-IF.

MISS-REPORT-RTN.
    MOVE MT-LABEL(MX) TO PRICE-DISP
    MOVE MT-TILL(MX) TO TILL-DISP
    IF MT-AISLE(MX) = 99999
        DISPLAY "  UNPLACED    " MT-ZONE(MX) " " MT-SKU(MX) " "
                MT-CODE(MX) " " PRICE-DISP " " TILL-DISP " "
                MT-REASON(MX)
    ELSE
        MOVE MT-AISLE(MX) TO AISLE-ED
        MOVE MT-BAY(MX) TO BAY-ED
        DISPLAY "  " AISLE-ED " " BAY-ED " " MT-ZONE(MX) " "
                MT-SKU(MX) " " MT-CODE(MX) " " PRICE-DISP " "
                TILL-DISP " " MT-REASON(MX)
    END-IF.

ZONE-WRITE-RTN.
    MOVE TODAY-DATE TO LBLA-DATE
    MOVE ZN-ZONE(ZX) TO LBLA-ZONE
    MOVE ZN-CHECKED(ZX) TO LBLA-CHECKED
    MOVE ZN-MATCHED(ZX) TO LBLA-MATCHED
    MOVE 0 TO LBLA-PCT
    IF ZN-CHECKED(ZX) > 0
        COMPUTE LBLA-PCT ROUNDED =
            ZN-MATCHED(ZX) * 100 / ZN-CHECKED(ZX)
    END-IF
    WRITE LABEL-AUDIT-RECORD.

TREND-POST-RTN.
    MOVE "N" TO TR-FOUND-SW
    PERFORM VARYING TX FROM 1 BY 1
            UNTIL TX > TR-COUNT OR TR-FOUND
        IF TR-ZONE(TX) = LBLA-ZONE AND TR-DATE(TX) = LBLA-DATE
            MOVE "Y" TO TR-FOUND-SW
        END-IF
    END-PERFORM
    IF TR-FOUND
        SET TX DOWN BY 1
    ELSE
        IF TR-COUNT < 500
            ADD 1 TO TR-COUNT
            SET TX TO TR-COUNT
            MOVE "Y" TO TR-FOUND-SW
        END-IF
    END-IF
    IF TR-FOUND
        MOVE LBLA-ZONE TO TR-ZONE(TX)
        MOVE LBLA-DATE TO TR-DATE(TX)
        MOVE LBLA-CHECKED TO TR-CHECKED(TX)
        MOVE LBLA-MATCHED TO TR-MATCHED(TX)
        MOVE LBLA-PCT TO TR-PCT(TX)
    END-IF.

TREND-ZONE-RTN.
    PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > TR-COUNT
        IF TR-ZONE(TX) = ZN-ZONE(ZX)
            MOVE TR-CHECKED(TX) TO COUNT-DISP
            MOVE TR-MATCHED(TX) TO MATCH-DISP
            MOVE TR-PCT(TX) TO PCT-DISP
            DISPLAY "  " TR-ZONE(TX) " " TR-DATE(TX) "   "
                    COUNT-DISP "   " MATCH-DISP "      " PCT-DISP "%"
        END-IF
    END-PERFORM.

SALE-READ-RTN.
    READ SALE-PRICE-FILE
        AT END MOVE "10" TO SALE-FS
    END-READ.

LBLA-READ-RTN.
    READ LABEL-AUDIT-FILE
        AT END MOVE "10" TO LBLA-FS
    END-READ.
