IDENTIFICATION DIVISION.
PROGRAM-ID. GJAFALISTI.

      *> gift registry maintenance - a couple marrying or expecting
      *> used to leave a handwritten list at the service desk, and
      *> guests rang up the same toaster three times.  The registry
      *> is now kept on GIFTREG with its wanted lines on GIFTITEM, and
      *> the till takes what guests buy off what is still wanted.
      *> Entry feed:
      *>   N regno type cust1 cust2 eventdate [title]
      *>                    a new registry.  type W wedding, B baby,
      *>                    O other.  Both registrants must be on
      *>                    CUSTMAST; cust2 "-" when there is only
      *>                    one.  The completion offer starts at the
      *>                    house terms below.
      *>   A regno sku qty  a wanted line added, or its quantity
      *>                    changed - never below what guests have
      *>                    already bought
      *>   D regno sku      a wanted line dropped, only while nothing
      *>                    has been bought against it
      *>   E regno date     the event date moved
      *>   T regno pct days the completion offer changed for this
      *>                    registry - percent off and how many days
      *>                    after the event it runs
      *>   C regno          the registry closed; the till no longer
      *>                    takes purchases against it
      *>   L regno          the registry and its lines listed
      *> A closed registry takes no changes.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REGISTRY-MASTER ASSIGN TO "GIFTREG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS GR-NO
        FILE STATUS IS GR-FS.

    SELECT REGISTRY-ITEM-FILE ASSIGN TO "GIFTITEM"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GRI-KEY
        FILE STATUS IS GRI-FS.

    SELECT INVENTORY-MASTER ASSIGN TO "INVMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS INV-SKU
        FILE STATUS IS INV-FS.

    SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CUST-ID
        FILE STATUS IS CUST-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  REGISTRY-MASTER.
    COPY "giftreg.cpy".

    FD  REGISTRY-ITEM-FILE.
    COPY "gregitem.cpy".

    FD  INVENTORY-MASTER.
    COPY "invmast.cpy".

    FD  CUSTOMER-MASTER.
    COPY "custmast.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    WORKING-STORAGE SECTION.
       01 GR-FS PIC XX.
           88 GR-FOUND VALUE "00".
           88 GR-NEW-FILE VALUE "35".
       01 GRI-FS PIC XX.
           88 GRI-FOUND VALUE "00".
           88 GRI-NEW-FILE VALUE "35".
           88 GRI-EOF VALUE "10".
       01 INV-FS PIC XX.
           88 INV-FOUND VALUE "00".
       01 CUST-FS PIC XX.
           88 CUST-FOUND VALUE "00".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".

       01 TODAY-DATE PIC 9(8).

      *> the house completion offer a new registry starts on.
       01 HOUSE-COMPL-PCT PIC 9(2) VALUE 10.
       01 HOUSE-COMPL-DAYS PIC 9(3) VALUE 90.

       01 CHECK-OK-SW PIC X VALUE "Y".
           88 CHECK-OK VALUE "Y".

       01 INP PIC X(80).
           88 EOF-INP VALUE SPACES.
       01 ACT-RAW PIC X(1).
       01 TOK2-RAW PIC X(10).
       01 TOK3-RAW PIC X(10).
       01 TOK4-RAW PIC X(10).
       01 TOK5-RAW PIC X(10).
       01 TOK6-RAW PIC X(10).
       01 ACT-LEN PIC S9(2).
       01 TOK2-LEN PIC S9(2).
       01 TOK3-LEN PIC S9(2).
       01 TOK4-LEN PIC S9(2).
       01 TOK5-LEN PIC S9(2).
       01 TOK6-LEN PIC S9(2).
       01 TITLE-PTR PIC 9(3).

       01 WANT-REG PIC 9(6).
       01 WANT-QTY PIC 9(5).
       01 STILL-WANTED PIC S9(5).
       01 LINE-COUNT PIC 9(5).

       01 DONE-COUNT PIC 9(5) VALUE 0.
       01 REFUSED-COUNT PIC 9(5) VALUE 0.
       01 COUNT-DISP PIC Z(4)9.
       01 QTY-DISP PIC Z(4)9.
       01 WANT-DISP PIC -(4)9.

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

    OPEN I-O REGISTRY-MASTER
    IF GR-NEW-FILE
        OPEN OUTPUT REGISTRY-MASTER
        CLOSE REGISTRY-MASTER
        OPEN I-O REGISTRY-MASTER
    END-IF
    OPEN I-O REGISTRY-ITEM-FILE
    IF GRI-NEW-FILE
        OPEN OUTPUT REGISTRY-ITEM-FILE
        CLOSE REGISTRY-ITEM-FILE
        OPEN I-O REGISTRY-ITEM-FILE
    END-IF

    OPEN INPUT INVENTORY-MASTER
    IF NOT INV-FOUND
        DISPLAY "GJAFALISTI: NO INVENTORY MASTER ON SITE"
        CLOSE REGISTRY-MASTER
        CLOSE REGISTRY-ITEM-FILE
        GOBACK
    END-IF
    OPEN INPUT CUSTOMER-MASTER
    IF NOT CUST-FOUND
        DISPLAY "GJAFALISTI: NO CUSTOMER MASTER ON SITE"
        CLOSE REGISTRY-MASTER
        CLOSE REGISTRY-ITEM-FILE
        CLOSE INVENTORY-MASTER
        GOBACK
    END-IF

    PERFORM UNTIL EOF-INP
        ACCEPT INP
        IF NOT EOF-INP
            MOVE SPACES TO ACT-RAW TOK2-RAW TOK3-RAW TOK4-RAW
                           TOK5-RAW TOK6-RAW
            MOVE 0 TO ACT-LEN TOK2-LEN TOK3-LEN TOK4-LEN TOK5-LEN
                      TOK6-LEN
            MOVE 1 TO TITLE-PTR
            UNSTRING INP DELIMITED BY ALL SPACE
                INTO ACT-RAW  COUNT IN ACT-LEN,
                     TOK2-RAW COUNT IN TOK2-LEN,
                     TOK3-RAW COUNT IN TOK3-LEN,
                     TOK4-RAW COUNT IN TOK4-LEN,
                     TOK5-RAW COUNT IN TOK5-LEN,
                     TOK6-RAW COUNT IN TOK6-LEN
                WITH POINTER TITLE-PTR

            IF ACT-RAW = "N"
                PERFORM REG-NEW-RTN
            ELSE
            IF ACT-RAW = "A"
                PERFORM ITEM-SET-RTN
            ELSE
            IF ACT-RAW = "D"
                PERFORM ITEM-DROP-RTN
            ELSE
            IF ACT-RAW = "E"
                PERFORM REG-EVENT-RTN
            ELSE
            IF ACT-RAW = "T"
                PERFORM REG-TERMS-RTN
            ELSE
            IF ACT-RAW = "C"
                PERFORM REG-CLOSE-RTN
            ELSE
            IF ACT-RAW = "L"
                PERFORM REG-LIST-RTN
            ELSE
                DISPLAY "GJAFALISTI: BAD ACTION CODE "
                        function TRIM(INP)
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
        END-IF
    END-PERFORM

    CLOSE REGISTRY-MASTER
    CLOSE REGISTRY-ITEM-FILE
    CLOSE INVENTORY-MASTER
    CLOSE CUSTOMER-MASTER

    MOVE DONE-COUNT TO COUNT-DISP
    DISPLAY "REGISTRY LINES APPLIED: " function TRIM(COUNT-DISP)
    MOVE REFUSED-COUNT TO COUNT-DISP
    DISPLAY "REGISTRY LINES REFUSED: " function TRIM(COUNT-DISP)

    GOBACK.

GRI-NEXT-RTN.
    READ REGISTRY-ITEM-FILE NEXT
        AT END
            MOVE "10" TO GRI-FS
    END-READ.

      *> the registry named in token 2, read and checked open - the
      *> shared front of every line but N.
REG-FETCH-RTN.
    MOVE "Y" TO CHECK-OK-SW
    IF TOK2-LEN = 0 OR TOK2-RAW(1:TOK2-LEN) IS NOT NUMERIC
        DISPLAY "GJAFALISTI: BAD REGISTRY LINE " function TRIM(INP)
        MOVE "N" TO CHECK-OK-SW
    ELSE
        MOVE TOK2-RAW(1:TOK2-LEN) TO WANT-REG
        MOVE WANT-REG TO GR-NO
        READ REGISTRY-MASTER
            INVALID KEY
                DISPLAY "GJAFALISTI: NO REGISTRY " WANT-REG
                MOVE "N" TO CHECK-OK-SW
        END-READ
    END-IF
    IF CHECK-OK AND GR-CLOSED AND ACT-RAW NOT = "L"
        DISPLAY "GJAFALISTI: REGISTRY " WANT-REG " IS CLOSED"
        MOVE "N" TO CHECK-OK-SW
    END-IF.

      *> N regno type cust1 cust2 eventdate [title]
REG-NEW-RTN.
    MOVE "Y" TO CHECK-OK-SW
    IF TOK2-LEN = 0 OR TOK3-LEN = 0 OR TOK4-LEN = 0
          OR TOK5-LEN = 0 OR TOK6-LEN NOT = 8
          OR TOK2-RAW(1:TOK2-LEN) IS NOT NUMERIC
          OR TOK6-RAW(1:8) IS NOT NUMERIC
        DISPLAY "GJAFALISTI: BAD REGISTRY LINE " function TRIM(INP)
        MOVE "N" TO CHECK-OK-SW
    END-IF

    IF CHECK-OK AND TOK3-RAW NOT = "W" AND TOK3-RAW NOT = "B"
          AND TOK3-RAW NOT = "O"
        DISPLAY "GJAFALISTI: REGISTRY TYPE MUST BE W, B OR O - "
                function TRIM(INP)
        MOVE "N" TO CHECK-OK-SW
    END-IF

    IF CHECK-OK
        MOVE TOK2-RAW(1:TOK2-LEN) TO WANT-REG
        MOVE WANT-REG TO GR-NO
        READ REGISTRY-MASTER
            NOT INVALID KEY
                DISPLAY "GJAFALISTI: REGISTRY " WANT-REG
                        " ALREADY EXISTS - REFUSED"
                MOVE "N" TO CHECK-OK-SW
        END-READ
    END-IF

    IF CHECK-OK
        MOVE TOK4-RAW TO CUST-ID
        READ CUSTOMER-MASTER
            INVALID KEY
                DISPLAY "GJAFALISTI: CUSTOMER " function TRIM(TOK4-RAW)
                        " NOT ON CUSTMAST - REFUSED"
                MOVE "N" TO CHECK-OK-SW
        END-READ
    END-IF
    IF CHECK-OK AND TOK5-RAW NOT = "-"
        MOVE TOK5-RAW TO CUST-ID
        READ CUSTOMER-MASTER
            INVALID KEY
                DISPLAY "GJAFALISTI: CUSTOMER " function TRIM(TOK5-RAW)
                        " NOT ON CUSTMAST - REFUSED"
                MOVE "N" TO CHECK-OK-SW
        END-READ
    END-IF

    IF NOT CHECK-OK
        ADD 1 TO REFUSED-COUNT
    ELSE
        MOVE SPACES TO GIFT-REGISTRY-RECORD
        MOVE WANT-REG TO GR-NO
        MOVE TOK3-RAW TO GR-TYPE
        MOVE TOK4-RAW TO GR-CUST-1
        IF TOK5-RAW NOT = "-"
            MOVE TOK5-RAW TO GR-CUST-2
        END-IF
        MOVE TOK6-RAW(1:8) TO GR-EVENT-DATE
        MOVE TODAY-DATE TO GR-OPEN-DATE
        MOVE "O" TO GR-STATUS
        MOVE 0 TO GR-CLOSE-DATE
        MOVE HOUSE-COMPL-PCT TO GR-COMPL-PCT
        MOVE HOUSE-COMPL-DAYS TO GR-COMPL-DAYS
        IF TITLE-PTR <= 80
            MOVE INP(TITLE-PTR:) TO GR-TITLE
        END-IF
        WRITE GIFT-REGISTRY-RECORD
        ADD 1 TO DONE-COUNT
        DISPLAY "REGISTRY " GR-NO " OPENED FOR EVENT " GR-EVENT-DATE
    END-IF.

      *> A regno sku qty - a wanted line, new or re-quantified.
ITEM-SET-RTN.
    PERFORM REG-FETCH-RTN
    IF CHECK-OK
        IF TOK3-LEN = 0 OR TOK4-LEN = 0
              OR TOK4-RAW(1:TOK4-LEN) IS NOT NUMERIC
            DISPLAY "GJAFALISTI: BAD ITEM LINE " function TRIM(INP)
            MOVE "N" TO CHECK-OK-SW
        END-IF
    END-IF
    IF CHECK-OK
        MOVE TOK3-RAW TO INV-SKU
        READ INVENTORY-MASTER
            INVALID KEY
                DISPLAY "GJAFALISTI: UNKNOWN SKU "
                        function TRIM(TOK3-RAW) " - REFUSED"
                MOVE "N" TO CHECK-OK-SW
        END-READ
    END-IF
    IF CHECK-OK AND INV-DISCONTINUED
        DISPLAY "GJAFALISTI: " function TRIM(TOK3-RAW)
                " IS DISCONTINUED - REFUSED"
        MOVE "N" TO CHECK-OK-SW
    END-IF

    IF NOT CHECK-OK
        ADD 1 TO REFUSED-COUNT
    ELSE
        MOVE TOK4-RAW(1:TOK4-LEN) TO WANT-QTY
        MOVE WANT-REG TO GRI-REG-NO
        MOVE TOK3-RAW TO GRI-SKU
        READ REGISTRY-ITEM-FILE
            INVALID KEY
                IF WANT-QTY = 0
                    DISPLAY "GJAFALISTI: NOTHING WANTED OF "
                            function TRIM(TOK3-RAW) " - REFUSED"
                    ADD 1 TO REFUSED-COUNT
                ELSE
                    MOVE WANT-REG TO GRI-REG-NO
                    MOVE TOK3-RAW TO GRI-SKU
                    MOVE WANT-QTY TO GRI-WANTED
                    MOVE 0 TO GRI-BOUGHT GRI-LAST-DATE
                    WRITE GIFT-REGISTRY-ITEM
                    ADD 1 TO DONE-COUNT
                    MOVE WANT-QTY TO QTY-DISP
                    DISPLAY "REGISTRY " WANT-REG " WANTS "
                            function TRIM(QTY-DISP) " OF "
                            function TRIM(TOK3-RAW)
                END-IF
            NOT INVALID KEY
                IF WANT-QTY < GRI-BOUGHT
                    MOVE GRI-BOUGHT TO QTY-DISP
                    DISPLAY "GJAFALISTI: " function TRIM(QTY-DISP)
                            " OF " function TRIM(TOK3-RAW)
                            " ALREADY BOUGHT - REFUSED"
                    ADD 1 TO REFUSED-COUNT
                ELSE
                    MOVE WANT-QTY TO GRI-WANTED
                    REWRITE GIFT-REGISTRY-ITEM
                    ADD 1 TO DONE-COUNT
                    MOVE WANT-QTY TO QTY-DISP
                    DISPLAY "REGISTRY " WANT-REG " NOW WANTS "
                            function TRIM(QTY-DISP) " OF "
                            function TRIM(TOK3-RAW)
                END-IF
        END-READ
    END-IF.

      *> D regno sku - only a line nobody has bought against, so the
      *> status report never loses a gift already given.
ITEM-DROP-RTN.
    PERFORM REG-FETCH-RTN
    IF CHECK-OK AND TOK3-LEN = 0
        DISPLAY "GJAFALISTI: BAD DROP LINE " function TRIM(INP)
        MOVE "N" TO CHECK-OK-SW
    END-IF
    IF CHECK-OK
        MOVE WANT-REG TO GRI-REG-NO
        MOVE TOK3-RAW TO GRI-SKU
        READ REGISTRY-ITEM-FILE
            INVALID KEY
                DISPLAY "GJAFALISTI: " function TRIM(TOK3-RAW)
                        " IS NOT ON REGISTRY " WANT-REG
                MOVE "N" TO CHECK-OK-SW
        END-READ
    END-IF
    IF CHECK-OK AND GRI-BOUGHT > 0
        DISPLAY "GJAFALISTI: " function TRIM(TOK3-RAW)
                " HAS BEEN BOUGHT AGAINST - SET ITS QUANTITY INSTEAD"
        MOVE "N" TO CHECK-OK-SW
    END-IF
    IF NOT CHECK-OK
        ADD 1 TO REFUSED-COUNT
    ELSE
        DELETE REGISTRY-ITEM-FILE
        ADD 1 TO DONE-COUNT
        DISPLAY "REGISTRY " WANT-REG " NO LONGER WANTS "
                function TRIM(TOK3-RAW)
    END-IF.

      *> E regno date
REG-EVENT-RTN.
    PERFORM REG-FETCH-RTN
    IF CHECK-OK
        IF TOK3-LEN NOT = 8 OR TOK3-RAW(1:8) IS NOT NUMERIC
            DISPLAY "GJAFALISTI: BAD EVENT DATE " function TRIM(INP)
            MOVE "N" TO CHECK-OK-SW
        END-IF
    END-IF
    IF NOT CHECK-OK
        ADD 1 TO REFUSED-COUNT
    ELSE
        MOVE TOK3-RAW(1:8) TO GR-EVENT-DATE
        REWRITE GIFT-REGISTRY-RECORD
        ADD 1 TO DONE-COUNT
        DISPLAY "REGISTRY " GR-NO " EVENT NOW " GR-EVENT-DATE
    END-IF.

      *> T regno pct days
REG-TERMS-RTN.
    PERFORM REG-FETCH-RTN
    IF CHECK-OK
        IF TOK3-LEN = 0 OR TOK3-LEN > 2 OR TOK4-LEN = 0
              OR TOK4-LEN > 3
              OR TOK3-RAW(1:TOK3-LEN) IS NOT NUMERIC
              OR TOK4-RAW(1:TOK4-LEN) IS NOT NUMERIC
            DISPLAY "GJAFALISTI: BAD TERMS LINE " function TRIM(INP)
            MOVE "N" TO CHECK-OK-SW
        END-IF
    END-IF
    IF NOT CHECK-OK
        ADD 1 TO REFUSED-COUNT
    ELSE
        MOVE TOK3-RAW(1:TOK3-LEN) TO GR-COMPL-PCT
        MOVE TOK4-RAW(1:TOK4-LEN) TO GR-COMPL-DAYS
        REWRITE GIFT-REGISTRY-RECORD
        ADD 1 TO DONE-COUNT
        DISPLAY "REGISTRY " GR-NO " COMPLETION " GR-COMPL-PCT
                "% FOR " GR-COMPL-DAYS " DAYS AFTER THE EVENT"
    END-IF.

      *> C regno
REG-CLOSE-RTN.
    PERFORM REG-FETCH-RTN
    IF NOT CHECK-OK
        ADD 1 TO REFUSED-COUNT
    ELSE
        MOVE "C" TO GR-STATUS
        MOVE TODAY-DATE TO GR-CLOSE-DATE
        REWRITE GIFT-REGISTRY-RECORD
        ADD 1 TO DONE-COUNT
        DISPLAY "REGISTRY " GR-NO " CLOSED"
    END-IF.

      *> L regno - the desk's quick look; the registrants and guests
      *> get GJAFALISTASKYRSLA.
REG-LIST-RTN.
    PERFORM REG-FETCH-RTN
    IF NOT CHECK-OK
        ADD 1 TO REFUSED-COUNT
    ELSE
        DISPLAY "REGISTRY " GR-NO " " GR-TYPE " "
                function TRIM(GR-TITLE)
        DISPLAY "  REGISTRANTS " GR-CUST-1 " " GR-CUST-2
                "  EVENT " GR-EVENT-DATE "  STATUS " GR-STATUS
        MOVE 0 TO LINE-COUNT
        MOVE WANT-REG TO GRI-REG-NO
        MOVE LOW-VALUES TO GRI-SKU
        START REGISTRY-ITEM-FILE KEY IS NOT LESS THAN GRI-KEY
            INVALID KEY
                MOVE "10" TO GRI-FS
        END-START
        IF NOT GRI-EOF
            PERFORM GRI-NEXT-RTN
            PERFORM UNTIL GRI-EOF OR GRI-REG-NO NOT = WANT-REG
                ADD 1 TO LINE-COUNT
                COMPUTE STILL-WANTED = GRI-WANTED - GRI-BOUGHT
                MOVE GRI-WANTED TO QTY-DISP
                MOVE STILL-WANTED TO WANT-DISP
                DISPLAY "  " GRI-SKU " WANTED " QTY-DISP
                        " STILL WANTED " WANT-DISP
                PERFORM GRI-NEXT-RTN
            END-PERFORM
        END-IF
        MOVE "00" TO GRI-FS
        MOVE LINE-COUNT TO COUNT-DISP
        DISPLAY "  " function TRIM(COUNT-DISP) " LINES"
    END-IF.
