IDENTIFICATION DIVISION.
PROGRAM-ID. DREIFING.

      *> head-office master-data load - SAMSTEYPA carries each
      *> store's figures up to head office, and this carries the
      *> chain's master data back down, so a new item, a chain
      *> price, a barcode, a supplier or a chain promotion is keyed
      *> once at head office instead of once per store.  HQ ships
      *> one HQDIST file per issue: a header naming the issue
      *> number, one line per master record with the store it is
      *> meant for (0000 for every store) and a type in front, and
      *> a trailer counting the lines between -
      *>   0000 HDR  issue-no issued-date
      *>   store ITEM sku price cat supplier uom shelf serial age
      *>              deposit warranty grams status
      *>   store PRIC sku price effective-date
      *>   store EAN  A|D ean sku packqty
      *>   store SUPP code name net disc-days disc-pct(hundredths)
      *>              lead status bank-acct payee-id
      *>   store PROM code expiry pct type trig sku cat deal free
      *>   store XFER ref sku qty to-store
      *>   0000 TRL  line-count
      *> A file whose header or trailer is missing, or whose count
      *> disagrees with the lines actually there, is refused whole -
      *> half an issue is worse than none.  Otherwise every line is
      *> checked and applied to INVMAST, EANMAST, SUPMAST or
      *> PROMOMST, and a line that fails its checks goes back to
      *> head office on the HQREJ rejection file with the reason,
      *> the rest of the issue loading regardless.  What the store
      *> owns is left alone: stock on hand and in the backroom,
      *> thresholds and reorder controls, the costs the dock
      *> captures, consignment and agency terms, a recall INNKOLLUN
      *> has open, and a supplier's DSD authority; the shelf zones
      *> live on ZONEMAST, which this never touches.  An item's
      *> price on its ITEM line is only used to create the SKU -
      *> a price change comes on a PRIC line, applied at once when
      *> its date has come (on the price-history ledger like every
      *> other change) or left on BUDPEND for VERDVIRKJUN on the
      *> night it falls due.  An XFER line is a transfer the chain
      *> balancing run (JOFNUN) wants this store to send: it goes
      *> on BUDXPICK as the FLUTNINGUR outbound line that posts it,
      *> the reference riding along - the floor picks off the
      *> list and the file is fed to FLUTNINGUR as it stands.  An
      *> issue loads once - the run-control
      *> register keys on its number - unless FORCE is fed on the
      *> entry feed's first line.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DIST-FILE ASSIGN TO "HQDIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DIST-FS.

    SELECT REJECT-FILE ASSIGN TO "HQREJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REJ-FS.

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

    SELECT SUPPLIER-MASTER ASSIGN TO "SUPMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SUP-CODE
        FILE STATUS IS SUP-FS.

    SELECT PROMOTIONS-FILE ASSIGN TO "PROMOMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PROMO-KEY
        FILE STATUS IS PROMO-FS.

    SELECT PENDING-PRICE-FILE ASSIGN TO "BUDPEND"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PEND-FS.

      *> the transfers to pick, in FLUTNINGUR's outbound shape.
    SELECT PICK-FILE ASSIGN TO "BUDXPICK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS XPK-FS.

      *> every change to INV-PRICE, appended to the common
      *> price-history ledger.
    SELECT PRICE-HISTORY-FILE ASSIGN TO "BUDPRCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PRH-FS.

    SELECT ITEM-AUDIT-FILE ASSIGN TO "BUDITEM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS IAUD-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

      *> shared run-control register - an issue loads once.
    SELECT RUN-CONTROL-FILE ASSIGN TO "BUDRUN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RC-FS.

DATA DIVISION.
    FILE SECTION.
    FD  DIST-FILE.
    01  DIST-RECORD.
        05  DIST-STORE      PIC X(4).
        05  FILLER          PIC X.
        05  DIST-TYPE       PIC X(4).
            88  DIST-HEADER   VALUE "HDR ".
            88  DIST-TRAILER  VALUE "TRL ".
        05  FILLER          PIC X.
        05  DIST-BODY       PIC X(100).
    01  DIST-HDR-RECORD.
        05  FILLER          PIC X(10).
        05  DH-ISSUE-NO     PIC X(8).
        05  FILLER          PIC X.
        05  DH-ISSUED       PIC X(8).
    01  DIST-TRL-RECORD.
        05  FILLER          PIC X(10).
        05  DT-COUNT        PIC X(7).
    01  DIST-ITEM-RECORD.
        05  FILLER          PIC X(10).
        05  DI-SKU          PIC X(10).
        05  FILLER          PIC X.
        05  DI-PRICE        PIC X(6).
        05  FILLER          PIC X.
        05  DI-CATEGORY     PIC X(2).
        05  FILLER          PIC X.
        05  DI-SUPPLIER     PIC X(6).
        05  FILLER          PIC X.
        05  DI-UOM          PIC X(1).
        05  FILLER          PIC X.
        05  DI-SHELF-DAYS   PIC X(3).
        05  FILLER          PIC X.
        05  DI-SERIAL       PIC X(1).
        05  FILLER          PIC X.
        05  DI-MIN-AGE      PIC X(2).
        05  FILLER          PIC X.
        05  DI-DEPOSIT      PIC X(4).
        05  FILLER          PIC X.
        05  DI-WARRANTY     PIC X(3).
        05  FILLER          PIC X.
        05  DI-GRAMS        PIC X(6).
        05  FILLER          PIC X.
        05  DI-STATUS       PIC X(1).
    01  DIST-PRICE-RECORD.
        05  FILLER          PIC X(10).
        05  DP-SKU          PIC X(10).
        05  FILLER          PIC X.
        05  DP-PRICE        PIC X(6).
        05  FILLER          PIC X.
        05  DP-EFF-DATE     PIC X(8).
    01  DIST-EAN-RECORD.
        05  FILLER          PIC X(10).
        05  DE-ACTION       PIC X(1).
        05  FILLER          PIC X.
        05  DE-CODE         PIC X(13).
        05  FILLER          PIC X.
        05  DE-SKU          PIC X(10).
        05  FILLER          PIC X.
        05  DE-PACK         PIC X(5).
    01  DIST-SUPP-RECORD.
        05  FILLER          PIC X(10).
        05  DS-CODE         PIC X(6).
        05  FILLER          PIC X.
        05  DS-NAME         PIC X(30).
        05  FILLER          PIC X.
        05  DS-NET-DAYS     PIC X(3).
        05  FILLER          PIC X.
        05  DS-DISC-DAYS    PIC X(3).
        05  FILLER          PIC X.
        05  DS-DISC-PCT     PIC X(4).
        05  FILLER          PIC X.
        05  DS-LEAD-DAYS    PIC X(3).
        05  FILLER          PIC X.
        05  DS-STATUS       PIC X(1).
        05  FILLER          PIC X.
        05  DS-BANK-ACCT    PIC X(12).
        05  FILLER          PIC X.
        05  DS-PAYEE-ID     PIC X(10).
    01  DIST-PROMO-RECORD.
        05  FILLER          PIC X(10).
        05  DR-CODE         PIC X(10).
        05  FILLER          PIC X.
        05  DR-EXPIRY       PIC X(8).
        05  FILLER          PIC X.
        05  DR-PCT          PIC X(2).
        05  FILLER          PIC X.
        05  DR-TYPE         PIC X(1).
        05  FILLER          PIC X.
        05  DR-TRIG         PIC X(3).
        05  FILLER          PIC X.
        05  DR-MB-SKU       PIC X(10).
        05  FILLER          PIC X.
        05  DR-MB-CAT       PIC X(2).
        05  FILLER          PIC X.
        05  DR-DEAL         PIC X(9).
        05  FILLER          PIC X.
        05  DR-FREE         PIC X(3).
    01  DIST-XFER-RECORD.
        05  FILLER          PIC X(10).
        05  DX-REF          PIC X(12).
        05  FILLER          PIC X.
        05  DX-SKU          PIC X(10).
        05  FILLER          PIC X.
        05  DX-QTY          PIC X(7).
        05  FILLER          PIC X.
        05  DX-TO-STORE     PIC X(4).

      *> one line back to head office per line not loaded - the
      *> store, the issue and line it came from, why, and the line
      *> itself so HQ can correct and resend it.
    FD  REJECT-FILE.
    01  REJECT-RECORD.
        05  REJ-STORE       PIC 9(4).
        05  FILLER          PIC X VALUE SPACE.
        05  REJ-ISSUE-NO    PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  REJ-LINE-NO     PIC 9(7).
        05  FILLER          PIC X VALUE SPACE.
        05  REJ-DATE        PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  REJ-REASON      PIC X(30).
        05  FILLER          PIC X VALUE SPACE.
        05  REJ-IMAGE       PIC X(110).

    FD  INVENTORY-MASTER.
    COPY "invmast.cpy".

    FD  EAN-XREF-FILE.
    COPY "eanmast.cpy".

    FD  SUPPLIER-MASTER.
    COPY "supmast.cpy".

    FD  PROMOTIONS-FILE.
    COPY "promomst.cpy".

    FD  PENDING-PRICE-FILE.
    01  PENDING-PRICE-RECORD.
        05  PEND-SKU        PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  PEND-PRICE      PIC S9(6).
        05  FILLER          PIC X VALUE SPACE.
        05  PEND-EFF-DATE   PIC 9(8).

      *> FLUTNINGUR's own entry line - O sku qty tostore ref.
    FD  PICK-FILE.
    01  PICK-LINE           PIC X(40).

    FD  PRICE-HISTORY-FILE.
    COPY "prchist.cpy".

    FD  ITEM-AUDIT-FILE.
    01  ITEM-AUDIT-RECORD.
        05  IAUD-DATE       PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  IAUD-SKU        PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  IAUD-FIELD      PIC X(8).
        05  FILLER          PIC X VALUE SPACE.
        05  IAUD-OLD        PIC S9(7).
        05  FILLER          PIC X VALUE SPACE.
        05  IAUD-NEW        PIC S9(7).

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    FD  RUN-CONTROL-FILE.
    01  RUN-CONTROL-RECORD.
        05  RC-JOB          PIC X(12).
        05  FILLER          PIC X VALUE SPACE.
        05  RC-INPUT-ID     PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  RC-FORCED       PIC X(1).

    WORKING-STORAGE SECTION.
       01 DIST-FS PIC XX.
           88 DIST-FOUND VALUE "00".
           88 DIST-EOF VALUE "10".
       01 REJ-FS PIC XX.
           88 REJ-FOUND VALUE "00".
       01 INV-FS PIC XX.
           88 INV-FOUND    VALUE "00".
           88 INV-NEW-FILE VALUE "35".
       01 EAN-FS PIC XX.
           88 EAN-FOUND    VALUE "00".
           88 EAN-NEW-FILE VALUE "35".
       01 SUP-FS PIC XX.
           88 SUP-FOUND    VALUE "00".
           88 SUP-NEW-FILE VALUE "35".
       01 PROMO-FS PIC XX.
           88 PROMO-FOUND    VALUE "00".
           88 PROMO-NEW-FILE VALUE "35".
       01 PEND-FS PIC XX.
           88 PEND-FOUND VALUE "00".
       01 XPK-FS PIC XX.
           88 XPK-FOUND VALUE "00".
       01 PRH-FS PIC XX.
           88 PRH-FOUND VALUE "00".
       01 PRH-TIME-NOW PIC 9(8).
       01 IAUD-FS PIC XX.
           88 IAUD-FOUND VALUE "00".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".
       01 RC-FS PIC XX.
           88 RC-FOUND VALUE "00".
           88 RC-EOF VALUE "10".
       01 RUNCTL-HIT-SW PIC X VALUE "N".
           88 RUNCTL-HIT VALUE "Y".
       01 FORCE-SW PIC X VALUE "N".
           88 RUN-FORCED VALUE "Y".
       01 FORCE-INP PIC X(8).
       01 RUN-JOB-NAME PIC X(12) VALUE "DREIFING".

       01 TODAY-DATE PIC 9(8).
       01 STORE-NO PIC 9(4) VALUE 0.

      *> the issue as the first pass found it.
       01 ISSUE-NO PIC 9(8) VALUE 0.
       01 ISSUED-DATE PIC X(8).
       01 FEED-OK-SW PIC X VALUE "N".
           88 FEED-OK VALUE "Y".
       01 FEED-FAULT PIC X(30) VALUE SPACES.
       01 TRAILER-SEEN-SW PIC X VALUE "N".
           88 TRAILER-SEEN VALUE "Y".
       01 BODY-COUNT PIC 9(7) VALUE 0.
       01 AFTER-COUNT PIC 9(7) VALUE 0.
       01 TRAILER-COUNT PIC 9(7) VALUE 0.

      *> the line in hand on the load pass.
       01 LINE-NO PIC 9(7) VALUE 0.
       01 LINE-STORE PIC 9(4).
       01 REASON PIC X(30).

      *> the line's fields, numeric once checked.
       01 NEW-PRICE PIC 9(6).
       01 NEW-CATEGORY PIC 9(2).
       01 NEW-SHELF-DAYS PIC 9(3).
       01 NEW-MIN-AGE PIC 9(2).
       01 NEW-DEPOSIT PIC 9(4).
       01 NEW-WARRANTY PIC 9(3).
       01 NEW-GRAMS PIC 9(6).
       01 NEW-EFF-DATE PIC 9(8).
       01 NEW-PACK PIC 9(5).
      *> the discount percent comes in hundredths - 0250 is 2.50.
       01 PCT-HUNDREDTHS PIC 9(4).
       01 NEW-DISC-PCT PIC 9(2)V99.
       01 NEW-PROMO-CODE PIC 9(10).
       01 DATE-INT PIC S9(9).
       01 OLD-PRICE PIC S9(6).
       01 OLD-UOM PIC X.

      *> one field compared for the item audit - the caller sets
      *> the name and the old and new values.
       01 AUD-FIELD PIC X(8).
       01 AUD-OLD PIC S9(7).
       01 AUD-NEW PIC S9(7).

       01 ITEM-NEW-COUNT PIC 9(5) VALUE 0.
       01 ITEM-UPD-COUNT PIC 9(5) VALUE 0.
       01 PRICE-NOW-COUNT PIC 9(5) VALUE 0.
       01 PRICE-PEND-COUNT PIC 9(5) VALUE 0.
       01 PRICE-SAME-COUNT PIC 9(5) VALUE 0.
       01 EAN-ADD-COUNT PIC 9(5) VALUE 0.
       01 EAN-DROP-COUNT PIC 9(5) VALUE 0.
       01 SUP-NEW-COUNT PIC 9(5) VALUE 0.
       01 SUP-UPD-COUNT PIC 9(5) VALUE 0.
       01 PROMO-NEW-COUNT PIC 9(5) VALUE 0.
       01 PROMO-UPD-COUNT PIC 9(5) VALUE 0.
       01 PICK-COUNT PIC 9(5) VALUE 0.
       01 OTHER-STORE-COUNT PIC 9(7) VALUE 0.
       01 REJECT-COUNT PIC 9(7) VALUE 0.
       01 COUNT-DISP PIC Z(6)9.
       01 OLD-PRICE-ED PIC -(5)9.
       01 NEW-PRICE-ED PIC -(5)9.

PROCEDURE DIVISION.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD
    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND
            MOVE BUD-STORE-NO TO STORE-NO
            IF BUD-BUSINESS-DATE > 0
                MOVE BUD-BUSINESS-DATE TO TODAY-DATE
            END-IF
        END-IF
    END-IF
    CLOSE CONTROL-FILE

    ACCEPT FORCE-INP
    IF FORCE-INP = "FORCE"
        MOVE "Y" TO FORCE-SW
    END-IF

    OPEN INPUT DIST-FILE
    IF NOT DIST-FOUND
        DISPLAY "DREIFING: NO HEAD-OFFICE ISSUE WAITING - "
                "NOTHING TO LOAD"
        GOBACK
    END-IF
    PERFORM FEED-CHECK-RTN
    CLOSE DIST-FILE

    PERFORM REJ-OPEN-RTN
    IF NOT FEED-OK
        DISPLAY "DREIFING: ISSUE " ISSUE-NO " REFUSED - "
                function TRIM(FEED-FAULT) " - NOTHING LOADED"
        MOVE SPACES TO DIST-RECORD
        MOVE 0 TO LINE-NO
        MOVE FEED-FAULT TO REASON
        PERFORM REJECT-RTN
        CLOSE REJECT-FILE
        GOBACK
    END-IF

    PERFORM RUNCTL-CHECK-RTN
    IF RUNCTL-HIT AND NOT RUN-FORCED
        DISPLAY "DREIFING: ISSUE " ISSUE-NO " ALREADY LOADED - "
                "RUN REFUSED (FEED FORCE TO OVERRIDE)"
        CLOSE REJECT-FILE
        GOBACK
    END-IF
    IF RUNCTL-HIT AND RUN-FORCED
        DISPLAY "DREIFING: FORCED RELOAD OF ISSUE " ISSUE-NO
                " - LOGGED"
    END-IF

    OPEN I-O INVENTORY-MASTER
    IF INV-NEW-FILE
        OPEN OUTPUT INVENTORY-MASTER
        CLOSE INVENTORY-MASTER
        OPEN I-O INVENTORY-MASTER
    END-IF
    OPEN I-O EAN-XREF-FILE
    IF EAN-NEW-FILE
        OPEN OUTPUT EAN-XREF-FILE
        CLOSE EAN-XREF-FILE
        OPEN I-O EAN-XREF-FILE
    END-IF
    OPEN I-O SUPPLIER-MASTER
    IF SUP-NEW-FILE
        OPEN OUTPUT SUPPLIER-MASTER
        CLOSE SUPPLIER-MASTER
        OPEN I-O SUPPLIER-MASTER
    END-IF
    OPEN I-O PROMOTIONS-FILE
    IF PROMO-NEW-FILE
        OPEN OUTPUT PROMOTIONS-FILE
        CLOSE PROMOTIONS-FILE
        OPEN I-O PROMOTIONS-FILE
    END-IF
    OPEN INPUT PRICE-HISTORY-FILE
    IF PRH-FOUND
        CLOSE PRICE-HISTORY-FILE
        OPEN EXTEND PRICE-HISTORY-FILE
    ELSE
        OPEN OUTPUT PRICE-HISTORY-FILE
    END-IF
    OPEN INPUT ITEM-AUDIT-FILE
    IF IAUD-FOUND
        CLOSE ITEM-AUDIT-FILE
        OPEN EXTEND ITEM-AUDIT-FILE
    ELSE
        OPEN OUTPUT ITEM-AUDIT-FILE
    END-IF
    OPEN INPUT PICK-FILE
    IF XPK-FOUND
        CLOSE PICK-FILE
        OPEN EXTEND PICK-FILE
    ELSE
        OPEN OUTPUT PICK-FILE
    END-IF
    OPEN INPUT PENDING-PRICE-FILE
    IF PEND-FOUND
        CLOSE PENDING-PRICE-FILE
        OPEN EXTEND PENDING-PRICE-FILE
    ELSE
        OPEN OUTPUT PENDING-PRICE-FILE
    END-IF

    DISPLAY "HEAD-OFFICE MASTER DATA - ISSUE " ISSUE-NO
            " OF " ISSUED-DATE " - STORE " STORE-NO
    OPEN INPUT DIST-FILE
    MOVE 0 TO LINE-NO
    PERFORM DIST-READ-RTN
    PERFORM UNTIL DIST-EOF OR DIST-TRAILER
        IF NOT DIST-HEADER
            PERFORM LINE-LOAD-RTN
        END-IF
        PERFORM DIST-READ-RTN
    END-PERFORM
    CLOSE DIST-FILE

    CLOSE INVENTORY-MASTER
    CLOSE EAN-XREF-FILE
    CLOSE SUPPLIER-MASTER
    CLOSE PROMOTIONS-FILE
    CLOSE PRICE-HISTORY-FILE
    CLOSE ITEM-AUDIT-FILE
    CLOSE PENDING-PRICE-FILE
    CLOSE PICK-FILE
    CLOSE REJECT-FILE

    DISPLAY " "
    MOVE ITEM-NEW-COUNT TO COUNT-DISP
    DISPLAY "ITEMS CREATED:          " function TRIM(COUNT-DISP)
    MOVE ITEM-UPD-COUNT TO COUNT-DISP
    DISPLAY "ITEMS UPDATED:          " function TRIM(COUNT-DISP)
    MOVE PRICE-NOW-COUNT TO COUNT-DISP
    DISPLAY "PRICES CHANGED:         " function TRIM(COUNT-DISP)
    MOVE PRICE-PEND-COUNT TO COUNT-DISP
    DISPLAY "PRICES LEFT FOR THEIR DATE: " function TRIM(COUNT-DISP)
    MOVE PRICE-SAME-COUNT TO COUNT-DISP
    DISPLAY "PRICES ALREADY IN FORCE: " function TRIM(COUNT-DISP)
    MOVE EAN-ADD-COUNT TO COUNT-DISP
    DISPLAY "BARCODES MAPPED:        " function TRIM(COUNT-DISP)
    MOVE EAN-DROP-COUNT TO COUNT-DISP
    DISPLAY "BARCODES DROPPED:       " function TRIM(COUNT-DISP)
    MOVE SUP-NEW-COUNT TO COUNT-DISP
    DISPLAY "SUPPLIERS CREATED:      " function TRIM(COUNT-DISP)
    MOVE SUP-UPD-COUNT TO COUNT-DISP
    DISPLAY "SUPPLIERS UPDATED:      " function TRIM(COUNT-DISP)
    MOVE PROMO-NEW-COUNT TO COUNT-DISP
    DISPLAY "PROMOTIONS CREATED:     " function TRIM(COUNT-DISP)
    MOVE PROMO-UPD-COUNT TO COUNT-DISP
    DISPLAY "PROMOTIONS UPDATED:     " function TRIM(COUNT-DISP)
    MOVE PICK-COUNT TO COUNT-DISP
    DISPLAY "TRANSFERS TO PICK:      " function TRIM(COUNT-DISP)
    MOVE OTHER-STORE-COUNT TO COUNT-DISP
    DISPLAY "LINES FOR OTHER STORES: " function TRIM(COUNT-DISP)
    MOVE REJECT-COUNT TO COUNT-DISP
    DISPLAY "LINES REJECTED TO HQ:   " function TRIM(COUNT-DISP)

    PERFORM RUNCTL-POST-RTN

    GOBACK.

DIST-READ-RTN.
    READ DIST-FILE
        AT END
            MOVE "10" TO DIST-FS
    END-READ.

      *> the first pass - a header first, a trailer, and the
      *> trailer's count matching the lines between them.  Nothing
      *> is touched until the whole issue is known to be here.
FEED-CHECK-RTN.
    MOVE "N" TO FEED-OK-SW
    MOVE SPACES TO FEED-FAULT
    PERFORM DIST-READ-RTN
    IF DIST-EOF
        MOVE "ISSUE FILE EMPTY" TO FEED-FAULT
    ELSE
    IF NOT DIST-HEADER OR DH-ISSUE-NO IS NOT NUMERIC
        MOVE "NO HEADER LINE" TO FEED-FAULT
    ELSE
        MOVE DH-ISSUE-NO TO ISSUE-NO
        MOVE DH-ISSUED TO ISSUED-DATE
        PERFORM DIST-READ-RTN
        PERFORM UNTIL DIST-EOF
            IF TRAILER-SEEN
                ADD 1 TO AFTER-COUNT
            ELSE
            IF DIST-TRAILER
                MOVE "Y" TO TRAILER-SEEN-SW
                IF DT-COUNT IS NUMERIC
                    MOVE DT-COUNT TO TRAILER-COUNT
                ELSE
                    MOVE 9999999 TO TRAILER-COUNT
                END-IF
            ELSE
                ADD 1 TO BODY-COUNT
            END-IF
            END-IF
            PERFORM DIST-READ-RTN
        END-PERFORM
        IF NOT TRAILER-SEEN
            MOVE "NO TRAILER - ISSUE CUT SHORT" TO FEED-FAULT
        ELSE
        IF TRAILER-COUNT NOT = BODY-COUNT
            MOVE "TRAILER COUNT DISAGREES" TO FEED-FAULT
        ELSE
        IF AFTER-COUNT > 0
            MOVE "LINES AFTER THE TRAILER" TO FEED-FAULT
        ELSE
            MOVE "Y" TO FEED-OK-SW
        END-IF
        END-IF
        END-IF
    END-IF
    END-IF.

      *> the rejection file accumulates until head office collects
      *> it.
REJ-OPEN-RTN.
    OPEN INPUT REJECT-FILE
    IF REJ-FOUND
        CLOSE REJECT-FILE
        OPEN EXTEND REJECT-FILE
    ELSE
        OPEN OUTPUT REJECT-FILE
    END-IF.

REJECT-RTN.
    MOVE STORE-NO TO REJ-STORE
    MOVE ISSUE-NO TO REJ-ISSUE-NO
    MOVE LINE-NO TO REJ-LINE-NO
    MOVE TODAY-DATE TO REJ-DATE
    MOVE REASON TO REJ-REASON
    MOVE DIST-RECORD TO REJ-IMAGE
    WRITE REJECT-RECORD
    ADD 1 TO REJECT-COUNT
    IF LINE-NO > 0
        DISPLAY "  LINE " LINE-NO " " DIST-TYPE " REJECTED - "
                function TRIM(REASON)
    END-IF.

      *> one body line - ours if it names this store or every
      *> store, otherwise counted and passed by.
LINE-LOAD-RTN.
    ADD 1 TO LINE-NO
    MOVE SPACES TO REASON
    IF DIST-STORE IS NOT NUMERIC
        MOVE "STORE NUMBER NOT NUMERIC" TO REASON
        PERFORM REJECT-RTN
    ELSE
        MOVE DIST-STORE TO LINE-STORE
        IF LINE-STORE NOT = 0 AND LINE-STORE NOT = STORE-NO
            ADD 1 TO OTHER-STORE-COUNT
        ELSE
        IF DIST-TYPE = "ITEM"
            PERFORM ITEM-LOAD-RTN
        ELSE
        IF DIST-TYPE = "PRIC"
            PERFORM PRICE-LOAD-RTN
        ELSE
        IF DIST-TYPE = "EAN "
            PERFORM EAN-LOAD-RTN
        ELSE
        IF DIST-TYPE = "SUPP"
            PERFORM SUP-LOAD-RTN
        ELSE
        IF DIST-TYPE = "PROM"
            PERFORM PROMO-LOAD-RTN
        ELSE
        IF DIST-TYPE = "XFER"
            PERFORM XFER-LOAD-RTN
        ELSE
            MOVE "UNKNOWN RECORD TYPE" TO REASON
            PERFORM REJECT-RTN
        END-IF
        END-IF
        END-IF
        END-IF
        END-IF
        END-IF
        END-IF
    END-IF.

      *> ITEM - the chain's description of the SKU.  A SKU new to
      *> the store is created at the line's price with nothing on
      *> hand; one already here takes the chain's fields and keeps
      *> its own.
ITEM-LOAD-RTN.
    IF DI-SKU = SPACES
        MOVE "SKU MISSING" TO REASON
    ELSE
    IF DI-PRICE IS NOT NUMERIC OR DI-CATEGORY IS NOT NUMERIC
          OR DI-SHELF-DAYS IS NOT NUMERIC
          OR DI-MIN-AGE IS NOT NUMERIC
          OR DI-DEPOSIT IS NOT NUMERIC
          OR DI-WARRANTY IS NOT NUMERIC
          OR DI-GRAMS IS NOT NUMERIC
        MOVE "NUMERIC FIELD NOT NUMERIC" TO REASON
    ELSE
    IF DI-UOM NOT = "U" AND DI-UOM NOT = "W"
        MOVE "UOM NOT U OR W" TO REASON
    ELSE
    IF DI-SERIAL NOT = "S" AND DI-SERIAL NOT = "N"
        MOVE "SERIAL FLAG NOT S OR N" TO REASON
    ELSE
    IF DI-STATUS NOT = "A" AND DI-STATUS NOT = "D"
        MOVE "STATUS NOT A OR D" TO REASON
    ELSE
    IF DI-CATEGORY > "04"
        MOVE "CATEGORY NOT 0-4" TO REASON
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
      *> the supplier must already be known here - HQ sends its
      *> SUPP lines ahead of the items that name them.
    IF REASON = SPACES AND DI-SUPPLIER NOT = SPACES
        MOVE DI-SUPPLIER TO SUP-CODE
        READ SUPPLIER-MASTER
            INVALID KEY
                MOVE "SUPPLIER NOT ON SUPMAST" TO REASON
        END-READ
    END-IF
    IF REASON NOT = SPACES
        PERFORM REJECT-RTN
    ELSE
        MOVE DI-PRICE TO NEW-PRICE
        MOVE DI-CATEGORY TO NEW-CATEGORY
        MOVE DI-SHELF-DAYS TO NEW-SHELF-DAYS
        MOVE DI-MIN-AGE TO NEW-MIN-AGE
        MOVE DI-DEPOSIT TO NEW-DEPOSIT
        MOVE DI-WARRANTY TO NEW-WARRANTY
        MOVE DI-GRAMS TO NEW-GRAMS
        MOVE DI-SKU TO INV-SKU
        READ INVENTORY-MASTER
            INVALID KEY
                PERFORM ITEM-CREATE-RTN
            NOT INVALID KEY
                PERFORM ITEM-UPDATE-RTN
        END-READ
    END-IF.

ITEM-CREATE-RTN.
    IF NEW-PRICE = 0
        MOVE "NEW SKU WITHOUT A PRICE" TO REASON
        PERFORM REJECT-RTN
    ELSE
        MOVE DI-SKU TO INV-SKU
        MOVE NEW-PRICE TO INV-PRICE
        MOVE 0 TO INV-QTY-ON-HAND
        MOVE 0 TO INV-QTY-THRESHOLD
        MOVE 0 TO INV-REORDER-POINT
        MOVE 0 TO INV-REORDER-QTY
        MOVE NEW-CATEGORY TO INV-CATEGORY
        MOVE DI-STATUS TO INV-STATUS
        MOVE DI-SUPPLIER TO INV-SUPPLIER
        MOVE 0 TO INV-COST
        MOVE DI-UOM TO INV-UOM
        MOVE NEW-SHELF-DAYS TO INV-SHELF-DAYS
        MOVE DI-SERIAL TO INV-SERIAL-FLAG
        MOVE NEW-MIN-AGE TO INV-MIN-AGE
        MOVE NEW-DEPOSIT TO INV-DEPOSIT
        MOVE NEW-WARRANTY TO INV-WARRANTY-MONTHS
        MOVE NEW-GRAMS TO INV-UNIT-GRAMS
        MOVE 0 TO INV-LAST-COST
        MOVE "N" TO INV-CONSIGN-FLAG
        MOVE SPACES TO INV-CONSIGNOR
        MOVE 0 TO INV-QTY-BACKROOM
        MOVE 0 TO INV-AGENCY-RATE
        MOVE "N" TO INV-PRODUCED-FLAG
        WRITE INV-MASTER-RECORD
        ADD 1 TO ITEM-NEW-COUNT
        MOVE DI-SKU TO PRH-SKU
        MOVE 0 TO PRH-OLD-PRICE
        MOVE INV-PRICE TO PRH-NEW-PRICE
        MOVE "NEW SKU" TO PRH-REASON
        PERFORM PRICE-HISTORY-RTN
        MOVE "CREATED" TO AUD-FIELD
        MOVE 0 TO AUD-OLD
        MOVE INV-PRICE TO AUD-NEW
        PERFORM ITEM-AUDIT-RTN
        MOVE INV-PRICE TO NEW-PRICE-ED
        DISPLAY "  " function TRIM(DI-SKU) " CREATED AT "
                function TRIM(NEW-PRICE-ED)
    END-IF.

      *> a SKU already trading here.  Switching it between unit
      *> and weight with stock on the shelf would reread every
      *> quantity it holds a thousandfold, so that waits until the
      *> store has counted it out.  A recall open on it stays open.
ITEM-UPDATE-RTN.
    IF DI-UOM NOT = INV-UOM AND INV-QTY-ON-HAND NOT = 0
          AND NOT (DI-UOM = "U" AND INV-UOM = " ")
        MOVE "UOM CHANGE WITH STOCK ON HAND" TO REASON
        PERFORM REJECT-RTN
    ELSE
        MOVE "CATEGORY" TO AUD-FIELD
        MOVE INV-CATEGORY TO AUD-OLD
        MOVE NEW-CATEGORY TO AUD-NEW
        PERFORM ITEM-AUDIT-RTN
        MOVE "SHELFDAY" TO AUD-FIELD
        MOVE INV-SHELF-DAYS TO AUD-OLD
        MOVE NEW-SHELF-DAYS TO AUD-NEW
        PERFORM ITEM-AUDIT-RTN
        MOVE "MINAGE" TO AUD-FIELD
        MOVE INV-MIN-AGE TO AUD-OLD
        MOVE NEW-MIN-AGE TO AUD-NEW
        PERFORM ITEM-AUDIT-RTN
        MOVE "DEPOSIT" TO AUD-FIELD
        MOVE INV-DEPOSIT TO AUD-OLD
        MOVE NEW-DEPOSIT TO AUD-NEW
        PERFORM ITEM-AUDIT-RTN
        MOVE "WARRANTY" TO AUD-FIELD
        MOVE INV-WARRANTY-MONTHS TO AUD-OLD
        MOVE NEW-WARRANTY TO AUD-NEW
        PERFORM ITEM-AUDIT-RTN
        MOVE "GRAMS" TO AUD-FIELD
        MOVE INV-UNIT-GRAMS TO AUD-OLD
        MOVE NEW-GRAMS TO AUD-NEW
        PERFORM ITEM-AUDIT-RTN
        MOVE "UOM" TO AUD-FIELD
        MOVE 0 TO AUD-OLD AUD-NEW
        IF INV-BY-WEIGHT
            MOVE 1 TO AUD-OLD
        END-IF
        IF DI-UOM = "W"
            MOVE 1 TO AUD-NEW
        END-IF
        PERFORM ITEM-AUDIT-RTN
        MOVE "SERIAL" TO AUD-FIELD
        MOVE 0 TO AUD-OLD AUD-NEW
        IF INV-SERIALIZED
            MOVE 1 TO AUD-OLD
        END-IF
        IF DI-SERIAL = "S"
            MOVE 1 TO AUD-NEW
        END-IF
        PERFORM ITEM-AUDIT-RTN

        MOVE NEW-CATEGORY TO INV-CATEGORY
        MOVE DI-SUPPLIER TO INV-SUPPLIER
        MOVE DI-UOM TO INV-UOM
        MOVE NEW-SHELF-DAYS TO INV-SHELF-DAYS
        MOVE DI-SERIAL TO INV-SERIAL-FLAG
        MOVE NEW-MIN-AGE TO INV-MIN-AGE
        MOVE NEW-DEPOSIT TO INV-DEPOSIT
        MOVE NEW-WARRANTY TO INV-WARRANTY-MONTHS
        MOVE NEW-GRAMS TO INV-UNIT-GRAMS
        IF NOT INV-RECALLED
            MOVE "STATUS" TO AUD-FIELD
            MOVE 0 TO AUD-OLD AUD-NEW
            IF INV-DISCONTINUED
                MOVE 1 TO AUD-OLD
            END-IF
            IF DI-STATUS = "D"
                MOVE 1 TO AUD-NEW
            END-IF
            PERFORM ITEM-AUDIT-RTN
            MOVE DI-STATUS TO INV-STATUS
        END-IF
        REWRITE INV-MASTER-RECORD
        ADD 1 TO ITEM-UPD-COUNT
    END-IF.

      *> PRIC - a chain price.  Due today or earlier, it goes on
      *> the master now; a later date waits on BUDPEND, where
      *> VERDVIRKJUN picks it up the night it falls due.
PRICE-LOAD-RTN.
    IF DP-SKU = SPACES
        MOVE "SKU MISSING" TO REASON
    ELSE
    IF DP-PRICE IS NOT NUMERIC
        MOVE "PRICE NOT NUMERIC" TO REASON
    ELSE
    IF DP-PRICE = ZERO
        MOVE "PRICE IS ZERO" TO REASON
    ELSE
    IF DP-EFF-DATE IS NOT NUMERIC
        MOVE "EFFECTIVE DATE NOT NUMERIC" TO REASON
    ELSE
        MOVE DP-EFF-DATE TO NEW-EFF-DATE
        IF NEW-EFF-DATE > 0
            COMPUTE DATE-INT =
                function INTEGER-OF-DATE(NEW-EFF-DATE)
            IF DATE-INT = 0
                MOVE "EFFECTIVE DATE NOT A DATE" TO REASON
            END-IF
        END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    IF REASON = SPACES
        MOVE DP-SKU TO INV-SKU
        READ INVENTORY-MASTER
            INVALID KEY
                MOVE "SKU NOT ON INVMAST" TO REASON
        END-READ
    END-IF
    IF REASON NOT = SPACES
        PERFORM REJECT-RTN
    ELSE
        MOVE DP-PRICE TO NEW-PRICE
        IF NEW-EFF-DATE > TODAY-DATE
            MOVE DP-SKU TO PEND-SKU
            MOVE NEW-PRICE TO PEND-PRICE
            MOVE NEW-EFF-DATE TO PEND-EFF-DATE
            WRITE PENDING-PRICE-RECORD
            ADD 1 TO PRICE-PEND-COUNT
        ELSE
        IF INV-PRICE = NEW-PRICE
            ADD 1 TO PRICE-SAME-COUNT
        ELSE
            MOVE INV-PRICE TO OLD-PRICE
            MOVE NEW-PRICE TO INV-PRICE
            REWRITE INV-MASTER-RECORD
            MOVE DP-SKU TO PRH-SKU
            MOVE OLD-PRICE TO PRH-OLD-PRICE
            MOVE INV-PRICE TO PRH-NEW-PRICE
            MOVE "HQ PRICE" TO PRH-REASON
            PERFORM PRICE-HISTORY-RTN
            MOVE "PRICE" TO AUD-FIELD
            MOVE OLD-PRICE TO AUD-OLD
            MOVE INV-PRICE TO AUD-NEW
            PERFORM ITEM-AUDIT-RTN
            MOVE OLD-PRICE TO OLD-PRICE-ED
            MOVE INV-PRICE TO NEW-PRICE-ED
            DISPLAY "  " function TRIM(DP-SKU) " "
                    function TRIM(OLD-PRICE-ED) " TO "
                    function TRIM(NEW-PRICE-ED)
            ADD 1 TO PRICE-NOW-COUNT
        END-IF
        END-IF
    END-IF.

      *> EAN - A maps (or remaps) a barcode to a SKU already on
      *> the master, D drops it.
EAN-LOAD-RTN.
    IF DE-ACTION NOT = "A" AND DE-ACTION NOT = "D"
        MOVE "EAN ACTION NOT A OR D" TO REASON
    ELSE
    IF DE-CODE = SPACES
        MOVE "BARCODE MISSING" TO REASON
    ELSE
    IF DE-ACTION = "A" AND DE-SKU = SPACES
        MOVE "SKU MISSING" TO REASON
    ELSE
    IF DE-ACTION = "A"
          AND (DE-PACK IS NOT NUMERIC OR DE-PACK = ZERO)
        MOVE "PACK QTY NOT NUMERIC OR ZERO" TO REASON
    END-IF
    END-IF
    END-IF
    END-IF
    IF REASON = SPACES AND DE-ACTION = "A"
        MOVE DE-SKU TO INV-SKU
        READ INVENTORY-MASTER
            INVALID KEY
                MOVE "SKU NOT ON INVMAST" TO REASON
        END-READ
    END-IF
    IF REASON NOT = SPACES
        PERFORM REJECT-RTN
    ELSE
        MOVE DE-CODE TO EAN-CODE
        IF DE-ACTION = "D"
            READ EAN-XREF-FILE
                INVALID KEY
                    MOVE "BARCODE NOT ON EANMAST" TO REASON
                    PERFORM REJECT-RTN
                NOT INVALID KEY
                    DELETE EAN-XREF-FILE
                    ADD 1 TO EAN-DROP-COUNT
            END-READ
        ELSE
            MOVE DE-PACK TO NEW-PACK
            READ EAN-XREF-FILE
                INVALID KEY
                    MOVE DE-CODE TO EAN-CODE
                    MOVE DE-SKU TO EAN-SKU
                    MOVE NEW-PACK TO EAN-PACK-QTY
                    WRITE EAN-XREF-RECORD
                NOT INVALID KEY
                    MOVE DE-SKU TO EAN-SKU
                    MOVE NEW-PACK TO EAN-PACK-QTY
                    REWRITE EAN-XREF-RECORD
            END-READ
            ADD 1 TO EAN-ADD-COUNT
        END-IF
    END-IF.

      *> SUPP - the chain's supplier record.  Bank details left
      *> blank by head office keep what the store has; the DSD
      *> authority is the store's own arrangement with the vendor.
SUP-LOAD-RTN.
    IF DS-CODE = SPACES
        MOVE "SUPPLIER CODE MISSING" TO REASON
    ELSE
    IF DS-NAME = SPACES
        MOVE "SUPPLIER NAME MISSING" TO REASON
    ELSE
    IF DS-NET-DAYS IS NOT NUMERIC OR DS-DISC-DAYS IS NOT NUMERIC
          OR DS-DISC-PCT IS NOT NUMERIC
          OR DS-LEAD-DAYS IS NOT NUMERIC
        MOVE "TERMS OR LEAD DAYS NOT NUMERIC" TO REASON
    ELSE
    IF DS-STATUS NOT = "A" AND DS-STATUS NOT = "D"
        MOVE "STATUS NOT A OR D" TO REASON
    END-IF
    END-IF
    END-IF
    END-IF
    IF REASON NOT = SPACES
        PERFORM REJECT-RTN
    ELSE
        MOVE DS-DISC-PCT TO PCT-HUNDREDTHS
        COMPUTE NEW-DISC-PCT = PCT-HUNDREDTHS / 100
        MOVE DS-CODE TO SUP-CODE
        READ SUPPLIER-MASTER
            INVALID KEY
                MOVE DS-CODE TO SUP-CODE
                MOVE SPACES TO SUP-BANK-ACCT SUP-PAYEE-ID
                MOVE "N" TO SUP-DSD-FLAG
                PERFORM SUP-FIELDS-RTN
                WRITE SUP-MASTER-RECORD
                ADD 1 TO SUP-NEW-COUNT
                DISPLAY "  SUPPLIER " DS-CODE " CREATED - "
                        function TRIM(DS-NAME)
            NOT INVALID KEY
                PERFORM SUP-FIELDS-RTN
                REWRITE SUP-MASTER-RECORD
                ADD 1 TO SUP-UPD-COUNT
        END-READ
    END-IF.

SUP-FIELDS-RTN.
    MOVE DS-NAME TO SUP-NAME
    MOVE SPACES TO SUP-TERMS
    MOVE DS-NET-DAYS TO SUP-NET-DAYS
    MOVE DS-DISC-DAYS TO SUP-DISC-DAYS
    MOVE NEW-DISC-PCT TO SUP-DISC-PCT
    MOVE DS-LEAD-DAYS TO SUP-LEAD-DAYS
    MOVE DS-STATUS TO SUP-STATUS
    IF DS-BANK-ACCT NOT = SPACES
        MOVE DS-BANK-ACCT TO SUP-BANK-ACCT
    END-IF
    IF DS-PAYEE-ID NOT = SPACES
        MOVE DS-PAYEE-ID TO SUP-PAYEE-ID
    END-IF.

      *> PROM - a chain promotion, keyed here under this store's
      *> number the way TILBOD keys its own.  A multibuy names a
      *> SKU or a department to qualify, never neither.
PROMO-LOAD-RTN.
    IF DR-CODE IS NOT NUMERIC OR DR-CODE = ZERO
        MOVE "PROMO CODE NOT NUMERIC" TO REASON
    ELSE
    IF DR-EXPIRY IS NOT NUMERIC
        MOVE "EXPIRY NOT NUMERIC" TO REASON
    ELSE
    IF DR-PCT IS NOT NUMERIC
        MOVE "PERCENT NOT NUMERIC" TO REASON
    ELSE
    IF DR-TYPE NOT = "P" AND DR-TYPE NOT = "M"
        MOVE "PROMO TYPE NOT P OR M" TO REASON
    ELSE
    IF DR-TYPE = "M"
          AND (DR-TRIG IS NOT NUMERIC OR DR-MB-CAT IS NOT NUMERIC
               OR DR-DEAL IS NOT NUMERIC
               OR DR-FREE IS NOT NUMERIC)
        MOVE "MULTIBUY FIELD NOT NUMERIC" TO REASON
    ELSE
    IF DR-TYPE = "M" AND (DR-TRIG = ZERO
          OR (DR-MB-SKU = SPACES AND DR-MB-CAT = ZERO))
        MOVE "MULTIBUY RULE INCOMPLETE" TO REASON
    ELSE
        MOVE DR-EXPIRY TO NEW-EFF-DATE
        COMPUTE DATE-INT = function INTEGER-OF-DATE(NEW-EFF-DATE)
        IF DATE-INT = 0
            MOVE "EXPIRY NOT A DATE" TO REASON
        END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    IF REASON NOT = SPACES
        PERFORM REJECT-RTN
    ELSE
        MOVE DR-CODE TO NEW-PROMO-CODE
        MOVE NEW-PROMO-CODE TO PROMO-CODE
        MOVE STORE-NO TO PROMO-STORE
        READ PROMOTIONS-FILE
            INVALID KEY
                MOVE NEW-PROMO-CODE TO PROMO-CODE
                MOVE STORE-NO TO PROMO-STORE
                PERFORM PROMO-FIELDS-RTN
                WRITE PROMO-MASTER-RECORD
                ADD 1 TO PROMO-NEW-COUNT
            NOT INVALID KEY
                PERFORM PROMO-FIELDS-RTN
                REWRITE PROMO-MASTER-RECORD
                ADD 1 TO PROMO-UPD-COUNT
        END-READ
    END-IF.

PROMO-FIELDS-RTN.
    MOVE DR-EXPIRY TO PROMO-EXPIRY
    MOVE DR-PCT TO PROMO-DISC-PCT
    MOVE DR-TYPE TO PROMO-TYPE
    IF DR-TYPE = "M"
        MOVE DR-TRIG TO PROMO-TRIG-QTY
        MOVE DR-MB-SKU TO PROMO-MB-SKU
        MOVE DR-MB-CAT TO PROMO-MB-CAT
        MOVE DR-DEAL TO PROMO-DEAL-PRICE
        MOVE DR-FREE TO PROMO-FREE-QTY
    ELSE
        MOVE 0 TO PROMO-TRIG-QTY PROMO-MB-CAT PROMO-DEAL-PRICE
                  PROMO-FREE-QTY
        MOVE SPACES TO PROMO-MB-SKU
    END-IF.

      *> XFER - a transfer to send.  The SKU must be ours and the
      *> store it goes to somebody else.
XFER-LOAD-RTN.
    IF DX-REF = SPACES
        MOVE "TRANSFER REFERENCE MISSING" TO REASON
    ELSE
    IF DX-QTY IS NOT NUMERIC OR DX-QTY = ZERO
        MOVE "QTY NOT NUMERIC OR ZERO" TO REASON
    ELSE
    IF DX-TO-STORE IS NOT NUMERIC
        MOVE "TO-STORE NOT NUMERIC" TO REASON
    ELSE
    IF DX-TO-STORE = STORE-NO
        MOVE "TRANSFER TO OURSELVES" TO REASON
    END-IF
    END-IF
    END-IF
    END-IF
    IF REASON = SPACES
        MOVE DX-SKU TO INV-SKU
        READ INVENTORY-MASTER
            INVALID KEY
                MOVE "SKU NOT ON INVMAST" TO REASON
        END-READ
    END-IF
    IF REASON NOT = SPACES
        PERFORM REJECT-RTN
    ELSE
        MOVE SPACES TO PICK-LINE
        STRING "O " DELIMITED BY SIZE
               DX-SKU DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               DX-QTY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DX-TO-STORE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DX-REF DELIMITED BY SPACE
            INTO PICK-LINE
        WRITE PICK-LINE
        ADD 1 TO PICK-COUNT
        DISPLAY "  PICK " DX-REF " " function TRIM(DX-SKU)
                " QTY " DX-QTY " TO STORE " DX-TO-STORE
    END-IF.

      *> one BUDITEM line for a field the issue actually changed.
ITEM-AUDIT-RTN.
    IF AUD-OLD NOT = AUD-NEW OR AUD-FIELD = "CREATED"
        MOVE TODAY-DATE TO IAUD-DATE
        MOVE INV-SKU TO IAUD-SKU
        MOVE AUD-FIELD TO IAUD-FIELD
        MOVE AUD-OLD TO IAUD-OLD
        MOVE AUD-NEW TO IAUD-NEW
        WRITE ITEM-AUDIT-RECORD
    END-IF.

      *> one line on the price-history ledger for the change just
      *> made - the caller has set the SKU, the old and new price
      *> and the reason.
PRICE-HISTORY-RTN.
    ACCEPT PRH-TIME-NOW FROM TIME
    MOVE TODAY-DATE TO PRH-DATE
    MOVE PRH-TIME-NOW(1:6) TO PRH-TIME
    MOVE "DREIFING" TO PRH-SOURCE
    WRITE PRICE-HISTORY-RECORD.

RUNCTL-READ-RTN.
    READ RUN-CONTROL-FILE
        AT END
            MOVE "10" TO RC-FS
    END-READ.

RUNCTL-CHECK-RTN.
    MOVE "N" TO RUNCTL-HIT-SW
    OPEN INPUT RUN-CONTROL-FILE
    IF RC-FOUND
        PERFORM RUNCTL-READ-RTN
        PERFORM UNTIL RC-EOF
            IF RC-JOB = RUN-JOB-NAME
                  AND RC-INPUT-ID = ISSUE-NO
                MOVE "Y" TO RUNCTL-HIT-SW
            END-IF
            PERFORM RUNCTL-READ-RTN
        END-PERFORM
    END-IF
    CLOSE RUN-CONTROL-FILE.

RUNCTL-POST-RTN.
    OPEN INPUT RUN-CONTROL-FILE
    IF RC-FOUND
        CLOSE RUN-CONTROL-FILE
        OPEN EXTEND RUN-CONTROL-FILE
    ELSE
        OPEN OUTPUT RUN-CONTROL-FILE
    END-IF
    MOVE RUN-JOB-NAME TO RC-JOB
    MOVE ISSUE-NO TO RC-INPUT-ID
    IF RUN-FORCED
        MOVE "F" TO RC-FORCED
    ELSE
        MOVE " " TO RC-FORCED
    END-IF
    WRITE RUN-CONTROL-RECORD
    CLOSE RUN-CONTROL-FILE.
