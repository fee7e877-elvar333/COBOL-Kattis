IDENTIFICATION DIVISION.
PROGRAM-ID. VERDJOFNUN.

      *> competitor price matching - the buyer works down the
      *> price-position report and marks the prices to match.  Each
      *> match becomes a pending price on BUDPEND, so it goes live
      *> through VERDVIRKJUN like any other price change - and a
      *> move past the control file's tolerance waits there for
      *> VERDSAMTHYKKT like any other.
      *> Entry feed:
      *>   M comp sku [yyyymmdd]
      *>                    match competitor comp's surveyed price
      *>                    for sku from the date given, tomorrow
      *>                    when left off
      *> A match is refused when we already sell at that price, when
      *> it has already been sent, or when the price is below
      *> INV-COST - a loss-leader is the buyer's call to key by hand,
      *> not something to slip through on a survey line.  The
      *> survey record is marked so the report shows it MATCHED.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SURVEY-FILE ASSIGN TO "COMPSURV"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CSV-KEY
        FILE STATUS IS CSV-FS.

    SELECT COMPETITOR-MASTER ASSIGN TO "COMPMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS COMP-CODE
        FILE STATUS IS COMP-FS.

    SELECT INVENTORY-MASTER ASSIGN TO "INVMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS INV-SKU
        FILE STATUS IS INV-FS.

    SELECT PENDING-PRICE-FILE ASSIGN TO "BUDPEND"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PEND-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  SURVEY-FILE.
    COPY "compsurv.cpy".

    FD  COMPETITOR-MASTER.
    COPY "compmast.cpy".

    FD  INVENTORY-MASTER.
    COPY "invmast.cpy".

    FD  PENDING-PRICE-FILE.
    01  PENDING-PRICE-RECORD.
        05  PEND-SKU        PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  PEND-PRICE      PIC S9(6).
        05  FILLER          PIC X VALUE SPACE.
        05  PEND-EFF-DATE   PIC 9(8).

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    WORKING-STORAGE SECTION.
       01 CSV-FS PIC XX.
           88 CSV-FOUND VALUE "00".
       01 COMP-FS PIC XX.
           88 COMP-FOUND VALUE "00".
       01 INV-FS PIC XX.
           88 INV-FOUND VALUE "00".
       01 PEND-FS PIC XX.
           88 PEND-FOUND VALUE "00".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".

       01 TODAY-DATE PIC 9(8).
       01 TOMORROW-DATE PIC 9(8).

       01 CHECK-OK-SW PIC X VALUE "Y".
           88 CHECK-OK VALUE "Y".

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

       01 WANT-EFF-DATE PIC 9(8).

       01 DONE-COUNT PIC 9(5) VALUE 0.
       01 REFUSED-COUNT PIC 9(5) VALUE 0.
       01 COUNT-DISP PIC Z(4)9.
       01 OLD-ED PIC -(5)9.
       01 NEW-ED PIC -(5)9.
       01 COST-ED PIC -(5)9.

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
    COMPUTE TOMORROW-DATE = function DATE-OF-INTEGER(
        function INTEGER-OF-DATE(TODAY-DATE) + 1)

    OPEN I-O SURVEY-FILE
    IF NOT CSV-FOUND
        DISPLAY "VERDJOFNUN: NO SURVEY PRICES ON FILE"
        GOBACK
    END-IF
    OPEN INPUT COMPETITOR-MASTER
    OPEN INPUT INVENTORY-MASTER
    IF NOT INV-FOUND OR NOT COMP-FOUND
        DISPLAY "VERDJOFNUN: NO INVENTORY OR COMPETITOR MASTER "
                "ON SITE"
        CLOSE SURVEY-FILE
        CLOSE COMPETITOR-MASTER
        CLOSE INVENTORY-MASTER
        GOBACK
    END-IF
    OPEN INPUT PENDING-PRICE-FILE
    IF PEND-FOUND
        CLOSE PENDING-PRICE-FILE
        OPEN EXTEND PENDING-PRICE-FILE
    ELSE
        OPEN OUTPUT PENDING-PRICE-FILE
    END-IF

    PERFORM UNTIL EOF-INP
        ACCEPT INP
        IF NOT EOF-INP
            MOVE SPACES TO ACT-RAW TOK2-RAW TOK3-RAW TOK4-RAW
            MOVE 0 TO ACT-LEN TOK2-LEN TOK3-LEN TOK4-LEN
            UNSTRING INP DELIMITED BY ALL SPACE
                INTO ACT-RAW  COUNT IN ACT-LEN,
                     TOK2-RAW COUNT IN TOK2-LEN,
                     TOK3-RAW COUNT IN TOK3-LEN,
                     TOK4-RAW COUNT IN TOK4-LEN
            IF ACT-RAW = "M"
                PERFORM MATCH-RTN
            ELSE
                DISPLAY "VERDJOFNUN: BAD ACTION CODE "
                        function TRIM(INP)
            END-IF
        END-IF
    END-PERFORM

    CLOSE SURVEY-FILE
    CLOSE COMPETITOR-MASTER
    CLOSE INVENTORY-MASTER
    CLOSE PENDING-PRICE-FILE

    MOVE DONE-COUNT TO COUNT-DISP
    DISPLAY "MATCHES SENT TO BUDPEND: " function TRIM(COUNT-DISP)
    MOVE REFUSED-COUNT TO COUNT-DISP
    DISPLAY "MATCH LINES REFUSED: " function TRIM(COUNT-DISP)

    GOBACK.

      *> M comp sku [yyyymmdd]
MATCH-RTN.
    MOVE "Y" TO CHECK-OK-SW
    IF TOK2-LEN = 0 OR TOK2-LEN > 4 OR TOK3-LEN = 0
          OR (TOK4-LEN NOT = 0 AND TOK4-LEN NOT = 8)
        DISPLAY "VERDJOFNUN: BAD MATCH LINE " function TRIM(INP)
        MOVE "N" TO CHECK-OK-SW
    END-IF
    IF CHECK-OK
        IF TOK4-LEN = 8
            IF TOK4-RAW(1:8) IS NOT NUMERIC
                DISPLAY "VERDJOFNUN: BAD MATCH LINE "
                        function TRIM(INP)
                MOVE "N" TO CHECK-OK-SW
            ELSE
                MOVE TOK4-RAW(1:8) TO WANT-EFF-DATE
            END-IF
        ELSE
            MOVE TOMORROW-DATE TO WANT-EFF-DATE
        END-IF
    END-IF
    IF CHECK-OK AND WANT-EFF-DATE < TOMORROW-DATE
        DISPLAY "VERDJOFNUN: A MATCH TAKES EFFECT TOMORROW AT THE "
                "EARLIEST - " function TRIM(INP)
        MOVE "N" TO CHECK-OK-SW
    END-IF

    IF CHECK-OK
        MOVE TOK2-RAW(1:4) TO COMP-CODE
        READ COMPETITOR-MASTER
            INVALID KEY
                DISPLAY "VERDJOFNUN: NO COMPETITOR "
                        function TRIM(TOK2-RAW)
                MOVE "N" TO CHECK-OK-SW
            NOT INVALID KEY
                IF COMP-CLOSED
                    DISPLAY "VERDJOFNUN: COMPETITOR " COMP-CODE
                            " IS CLOSED - REFUSED"
                    MOVE "N" TO CHECK-OK-SW
                END-IF
        END-READ
    END-IF
    IF CHECK-OK
        MOVE COMP-CODE TO CSV-COMP
        MOVE TOK3-RAW TO CSV-SKU
        READ SURVEY-FILE
            INVALID KEY
                DISPLAY "VERDJOFNUN: NO SURVEY PRICE FOR "
                        function TRIM(TOK3-RAW) " AT " COMP-CODE
                MOVE "N" TO CHECK-OK-SW
        END-READ
    END-IF
    IF CHECK-OK
        MOVE CSV-SKU TO INV-SKU
        READ INVENTORY-MASTER
            INVALID KEY
                DISPLAY "VERDJOFNUN: SKU " function TRIM(CSV-SKU)
                        " NO LONGER ON INVMAST"
                MOVE "N" TO CHECK-OK-SW
        END-READ
    END-IF
    IF CHECK-OK
        MOVE INV-PRICE TO OLD-ED
        MOVE CSV-PRICE TO NEW-ED
        MOVE INV-COST TO COST-ED
        IF CSV-MATCHED AND CSV-MATCH-PRICE = CSV-PRICE
            DISPLAY "VERDJOFNUN: " function TRIM(CSV-SKU)
                    " ALREADY MATCHED TO " COMP-CODE " ON "
                    CSV-MATCH-DATE
            MOVE "N" TO CHECK-OK-SW
        ELSE
        IF INV-PRICE = CSV-PRICE
            DISPLAY "VERDJOFNUN: " function TRIM(CSV-SKU)
                    " ALREADY SELLS AT " function TRIM(NEW-ED)
            MOVE "N" TO CHECK-OK-SW
        ELSE
        IF CSV-PRICE < INV-COST
            DISPLAY "VERDJOFNUN: " function TRIM(CSV-SKU) " AT "
                    function TRIM(NEW-ED) " IS BELOW COST "
                    function TRIM(COST-ED) " - REFUSED"
            MOVE "N" TO CHECK-OK-SW
        END-IF
        END-IF
        END-IF
    END-IF

    IF NOT CHECK-OK
        ADD 1 TO REFUSED-COUNT
    ELSE
        MOVE CSV-SKU TO PEND-SKU
        MOVE CSV-PRICE TO PEND-PRICE
        MOVE WANT-EFF-DATE TO PEND-EFF-DATE
        WRITE PENDING-PRICE-RECORD
        MOVE "M" TO CSV-MATCH
        MOVE CSV-PRICE TO CSV-MATCH-PRICE
        MOVE TODAY-DATE TO CSV-MATCH-DATE
        REWRITE COMP-SURVEY-RECORD
        ADD 1 TO DONE-COUNT
        DISPLAY "MATCH " function TRIM(CSV-SKU) " "
                function TRIM(OLD-ED) " TO " function TRIM(NEW-ED)
                " (" COMP-CODE ") FROM " WANT-EFF-DATE
        IF CSV-DATE < TODAY-DATE
            DISPLAY "  SURVEY PRICE SEEN " CSV-DATE
        END-IF
    END-IF.
