IDENTIFICATION DIVISION.
PROGRAM-ID. VERDKONNUN.

      *> competitor price survey feed - the weekly price check
      *> keyed from the checkers' sheets instead of filed on a
      *> clipboard.  Entry feed, one shelf price per line:
      *>   comp item price [yyyymmdd]
      *> comp is a competitor on COMPMAST and still active; item is
      *> our SKU or any barcode on EANMAST - a multipack barcode's
      *> price is divided down to one of our units, so every price
      *> on file compares with INV-PRICE as it stands.  The date is
      *> the day the price was seen, the business date when left
      *> off, and never in the future.  A later price for the same
      *> competitor and SKU replaces the one on COMPSURV (which is
      *> kept as the previous price), and a price that moved clears
      *> any match the buyer made against the old one; the same
      *> day's price again corrects it; an older one is refused.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COMPETITOR-MASTER ASSIGN TO "COMPMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS COMP-CODE
        FILE STATUS IS COMP-FS.

    SELECT SURVEY-FILE ASSIGN TO "COMPSURV"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CSV-KEY
        FILE STATUS IS CSV-FS.

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

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  COMPETITOR-MASTER.
    COPY "compmast.cpy".

    FD  SURVEY-FILE.
    COPY "compsurv.cpy".

    FD  INVENTORY-MASTER.
    COPY "invmast.cpy".

    FD  EAN-XREF-FILE.
    COPY "eanmast.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    WORKING-STORAGE SECTION.
       01 COMP-FS PIC XX.
           88 COMP-FOUND VALUE "00".
       01 CSV-FS PIC XX.
           88 CSV-FOUND VALUE "00".
           88 CSV-NEW-FILE VALUE "35".
       01 INV-FS PIC XX.
           88 INV-FOUND VALUE "00".
       01 EAN-FS PIC XX.
           88 EAN-FOUND VALUE "00".
       01 EAN-OPEN-SW PIC X VALUE "N".
           88 EAN-FILE-OPEN VALUE "Y".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".

       01 TODAY-DATE PIC 9(8).

       01 CHECK-OK-SW PIC X VALUE "Y".
           88 CHECK-OK VALUE "Y".

       01 INP PIC X(80).
           88 EOF-INP VALUE SPACES.
       01 COMP-RAW PIC X(10).
       01 ITEM-RAW PIC X(13).
       01 PRICE-RAW PIC X(10).
       01 DATE-RAW PIC X(10).
       01 COMP-LEN PIC S9(2).
       01 ITEM-LEN PIC S9(2).
       01 PRICE-LEN PIC S9(2).
       01 DATE-LEN PIC S9(2).

       01 WANT-SKU PIC X(10).
       01 WANT-PRICE PIC S9(6).
       01 WANT-DATE PIC 9(8).
       01 PACK-QTY PIC 9(5).

       01 NEW-COUNT PIC 9(5) VALUE 0.
       01 CHANGED-COUNT PIC 9(5) VALUE 0.
       01 REFUSED-COUNT PIC 9(5) VALUE 0.
       01 COUNT-DISP PIC Z(4)9.
       01 PRICE-ED PIC -(5)9.
       01 OURS-ED PIC -(5)9.

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

    OPEN INPUT COMPETITOR-MASTER
    IF NOT COMP-FOUND
        DISPLAY "VERDKONNUN: NO COMPETITOR MASTER ON SITE"
        GOBACK
    END-IF
    OPEN INPUT INVENTORY-MASTER
    IF NOT INV-FOUND
        DISPLAY "VERDKONNUN: NO INVENTORY MASTER ON SITE"
        CLOSE COMPETITOR-MASTER
        GOBACK
    END-IF
    OPEN I-O SURVEY-FILE
    IF CSV-NEW-FILE
        OPEN OUTPUT SURVEY-FILE
        CLOSE SURVEY-FILE
        OPEN I-O SURVEY-FILE
    END-IF
      *> no barcode master just means items are keyed by SKU.
    OPEN INPUT EAN-XREF-FILE
    IF EAN-FOUND
        MOVE "Y" TO EAN-OPEN-SW
    END-IF

    PERFORM UNTIL EOF-INP
        ACCEPT INP
        IF NOT EOF-INP
            MOVE SPACES TO COMP-RAW ITEM-RAW PRICE-RAW DATE-RAW
            MOVE 0 TO COMP-LEN ITEM-LEN PRICE-LEN DATE-LEN
            UNSTRING INP DELIMITED BY ALL SPACE
                INTO COMP-RAW  COUNT IN COMP-LEN,
                     ITEM-RAW  COUNT IN ITEM-LEN,
                     PRICE-RAW COUNT IN PRICE-LEN,
                     DATE-RAW  COUNT IN DATE-LEN
            PERFORM SURVEY-LINE-RTN
        END-IF
    END-PERFORM

    CLOSE COMPETITOR-MASTER
    CLOSE INVENTORY-MASTER
    CLOSE SURVEY-FILE
    IF EAN-FILE-OPEN
        CLOSE EAN-XREF-FILE
    END-IF

    MOVE NEW-COUNT TO COUNT-DISP
    DISPLAY "SURVEY PRICES NEW: " function TRIM(COUNT-DISP)
    MOVE CHANGED-COUNT TO COUNT-DISP
    DISPLAY "SURVEY PRICES UPDATED: " function TRIM(COUNT-DISP)
    MOVE REFUSED-COUNT TO COUNT-DISP
    DISPLAY "SURVEY LINES REFUSED: " function TRIM(COUNT-DISP)

    GOBACK.

SURVEY-LINE-RTN.
    MOVE "Y" TO CHECK-OK-SW
    IF COMP-LEN = 0 OR COMP-LEN > 4 OR ITEM-LEN = 0
          OR PRICE-LEN = 0 OR PRICE-LEN > 6
          OR PRICE-RAW(1:PRICE-LEN) IS NOT NUMERIC
          OR (DATE-LEN NOT = 0 AND DATE-LEN NOT = 8)
        DISPLAY "VERDKONNUN: BAD SURVEY LINE " function TRIM(INP)
        MOVE "N" TO CHECK-OK-SW
    END-IF
    IF CHECK-OK AND DATE-LEN = 8
        IF DATE-RAW(1:8) IS NOT NUMERIC
            DISPLAY "VERDKONNUN: BAD SURVEY DATE " function TRIM(INP)
            MOVE "N" TO CHECK-OK-SW
        END-IF
    END-IF

    IF CHECK-OK
        MOVE PRICE-RAW(1:PRICE-LEN) TO WANT-PRICE
        IF DATE-LEN = 8
            MOVE DATE-RAW(1:8) TO WANT-DATE
        ELSE
            MOVE TODAY-DATE TO WANT-DATE
        END-IF
        IF WANT-PRICE = 0 OR WANT-DATE > TODAY-DATE
            DISPLAY "VERDKONNUN: ZERO PRICE OR FUTURE DATE - "
                    function TRIM(INP)
            MOVE "N" TO CHECK-OK-SW
        END-IF
    END-IF

    IF CHECK-OK
        MOVE COMP-RAW(1:4) TO COMP-CODE
        READ COMPETITOR-MASTER
            INVALID KEY
                DISPLAY "VERDKONNUN: NO COMPETITOR "
                        function TRIM(COMP-RAW)
                MOVE "N" TO CHECK-OK-SW
            NOT INVALID KEY
                IF COMP-CLOSED
                    DISPLAY "VERDKONNUN: COMPETITOR " COMP-CODE
                            " IS CLOSED - REFUSED"
                    MOVE "N" TO CHECK-OK-SW
                END-IF
        END-READ
    END-IF

      *> our SKU first; failing that, a barcode.
    IF CHECK-OK
        MOVE 1 TO PACK-QTY
        MOVE SPACES TO WANT-SKU
        IF ITEM-LEN <= 10
            MOVE ITEM-RAW(1:10) TO INV-SKU
            READ INVENTORY-MASTER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE INV-SKU TO WANT-SKU
            END-READ
        END-IF
        IF WANT-SKU = SPACES AND EAN-FILE-OPEN
            MOVE ITEM-RAW TO EAN-CODE
            READ EAN-XREF-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE EAN-SKU TO WANT-SKU
                    IF EAN-PACK-QTY > 1
                        MOVE EAN-PACK-QTY TO PACK-QTY
                    END-IF
            END-READ
        END-IF
        IF WANT-SKU = SPACES
            DISPLAY "VERDKONNUN: NO SKU OR BARCODE "
                    function TRIM(ITEM-RAW)
            MOVE "N" TO CHECK-OK-SW
        ELSE
            MOVE WANT-SKU TO INV-SKU
            READ INVENTORY-MASTER
                INVALID KEY
                    DISPLAY "VERDKONNUN: BARCODE "
                            function TRIM(ITEM-RAW)
                            " POINTS AT UNKNOWN SKU "
                            function TRIM(WANT-SKU)
                    MOVE "N" TO CHECK-OK-SW
            END-READ
        END-IF
    END-IF
    IF CHECK-OK AND PACK-QTY > 1
        COMPUTE WANT-PRICE ROUNDED = WANT-PRICE / PACK-QTY
    END-IF

    IF CHECK-OK
        MOVE COMP-CODE TO CSV-COMP
        MOVE WANT-SKU TO CSV-SKU
        READ SURVEY-FILE
            INVALID KEY
                MOVE WANT-PRICE TO CSV-PRICE
                MOVE WANT-DATE TO CSV-DATE
                MOVE 0 TO CSV-PREV-PRICE
                MOVE 0 TO CSV-PREV-DATE
                MOVE SPACE TO CSV-MATCH
                MOVE 0 TO CSV-MATCH-PRICE
                MOVE 0 TO CSV-MATCH-DATE
                WRITE COMP-SURVEY-RECORD
                ADD 1 TO NEW-COUNT
            NOT INVALID KEY
                IF WANT-DATE < CSV-DATE
                    DISPLAY "VERDKONNUN: " COMP-CODE " "
                            function TRIM(WANT-SKU) " ALREADY HAS "
                            "A PRICE FROM " CSV-DATE " - REFUSED"
                    MOVE "N" TO CHECK-OK-SW
                ELSE
                    IF WANT-DATE > CSV-DATE
                        MOVE CSV-PRICE TO CSV-PREV-PRICE
                        MOVE CSV-DATE TO CSV-PREV-DATE
                    END-IF
                    IF WANT-PRICE NOT = CSV-PRICE
                        MOVE SPACE TO CSV-MATCH
                    END-IF
                    MOVE WANT-PRICE TO CSV-PRICE
                    MOVE WANT-DATE TO CSV-DATE
                    REWRITE COMP-SURVEY-RECORD
                    ADD 1 TO CHANGED-COUNT
                END-IF
        END-READ
    END-IF

    IF NOT CHECK-OK
        ADD 1 TO REFUSED-COUNT
    ELSE
        MOVE CSV-PRICE TO PRICE-ED
        MOVE INV-PRICE TO OURS-ED
        DISPLAY COMP-CODE " " WANT-SKU " " function TRIM(PRICE-ED)
                " (OURS " function TRIM(OURS-ED) ") SEEN "
                CSV-DATE
    END-IF.
