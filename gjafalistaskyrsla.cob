IDENTIFICATION DIVISION.
PROGRAM-ID. GJAFALISTASKYRSLA.

      *> gift registry prints - off GIFTREG, its GIFTITEM lines and the
      *> GIFTBUY purchases the till records against them.  Neither
      *> print carries a price: the one goes to the couple, the other
      *> to their guests.  Entry feed, one line per print:
      *>   S regno   the registrants' status - every wanted line with
      *>             what was wanted, what has been bought and what is
      *>             still wanted, then each purchase by date, and
      *>             once the event is past the completion offer on
      *>             what remains
      *>   W regno   the still-wanted list for guests - only the
      *>             lines with something left to buy

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

    SELECT REGISTRY-PURCHASE-FILE ASSIGN TO "GIFTBUY"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS GRB-KEY
        FILE STATUS IS GRB-FS.

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

    FD  REGISTRY-PURCHASE-FILE.
    COPY "grbuy.cpy".

    FD  CUSTOMER-MASTER.
    COPY "custmast.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    WORKING-STORAGE SECTION.
       01 GR-FS PIC XX.
           88 GR-FOUND VALUE "00".
       01 GRI-FS PIC XX.
           88 GRI-FOUND VALUE "00".
           88 GRI-EOF VALUE "10".
       01 GRB-FS PIC XX.
           88 GRB-FOUND VALUE "00".
           88 GRB-EOF VALUE "10".
       01 CUST-FS PIC XX.
           88 CUST-FOUND VALUE "00".
       01 CUST-OPEN-SW PIC X VALUE "N".
           88 CUST-FILE-OPEN VALUE "Y".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".

       01 TODAY-DATE PIC 9(8).
       01 OFFER-END-DATE PIC 9(8).

       01 INP PIC X(80).
           88 EOF-INP VALUE SPACES.
       01 ACT-RAW PIC X(1).
       01 TOK2-RAW PIC X(10).
       01 TOK2-LEN PIC S9(2).
       01 WANT-REG PIC 9(6).

       01 NAME-1 PIC X(40).
       01 NAME-2 PIC X(40).
       01 TYPE-TEXT PIC X(10).
       01 STILL-WANTED PIC S9(5).
       01 LINE-COUNT PIC 9(5).
       01 TOT-WANTED PIC 9(7).
       01 TOT-BOUGHT PIC 9(7).
       01 TOT-LEFT PIC S9(7).
       01 QTY-DISP PIC Z(4)9.
       01 BOUGHT-DISP PIC Z(4)9.
       01 LEFT-DISP PIC -(4)9.
       01 TOT-DISP PIC Z(6)9.
       01 KIND-TEXT PIC X(10).

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

    OPEN INPUT REGISTRY-MASTER
    IF NOT GR-FOUND
        DISPLAY "GJAFALISTASKYRSLA: NO REGISTRY MASTER ON SITE"
        GOBACK
    END-IF
    OPEN INPUT REGISTRY-ITEM-FILE
    IF NOT GRI-FOUND
        DISPLAY "GJAFALISTASKYRSLA: NO REGISTRY LINES ON SITE"
        CLOSE REGISTRY-MASTER
        GOBACK
    END-IF
    OPEN INPUT CUSTOMER-MASTER
    IF CUST-FOUND
        MOVE "Y" TO CUST-OPEN-SW
    END-IF

    PERFORM UNTIL EOF-INP
        ACCEPT INP
        IF NOT EOF-INP
            MOVE SPACES TO ACT-RAW TOK2-RAW
            MOVE 0 TO TOK2-LEN
            UNSTRING INP DELIMITED BY ALL SPACE
                INTO ACT-RAW,
                     TOK2-RAW COUNT IN TOK2-LEN
            IF (ACT-RAW NOT = "S" AND ACT-RAW NOT = "W")
                  OR TOK2-LEN = 0
                  OR TOK2-RAW(1:TOK2-LEN) IS NOT NUMERIC
                DISPLAY "GJAFALISTASKYRSLA: BAD PRINT LINE "
                        function TRIM(INP)
            ELSE
                MOVE TOK2-RAW(1:TOK2-LEN) TO WANT-REG
                MOVE WANT-REG TO GR-NO
                READ REGISTRY-MASTER
                    INVALID KEY
                        DISPLAY "GJAFALISTASKYRSLA: NO REGISTRY "
                                WANT-REG
                    NOT INVALID KEY
                        IF ACT-RAW = "S"
                            PERFORM STATUS-RTN
                        ELSE
                            PERFORM WANTED-RTN
                        END-IF
                END-READ
            END-IF
        END-IF
    END-PERFORM

    CLOSE REGISTRY-MASTER
    CLOSE REGISTRY-ITEM-FILE
    IF CUST-FILE-OPEN
        CLOSE CUSTOMER-MASTER
    END-IF

    GOBACK.

GRI-NEXT-RTN.
    READ REGISTRY-ITEM-FILE NEXT
        AT END
            MOVE "10" TO GRI-FS
    END-READ.

GRB-NEXT-RTN.
    READ REGISTRY-PURCHASE-FILE NEXT
        AT END
            MOVE "10" TO GRB-FS
    END-READ.

      *> the heading both prints share - the occasion, the couple by
      *> name and the event date.
HEADING-RTN.
    IF GR-WEDDING
        MOVE "WEDDING" TO TYPE-TEXT
    ELSE
    IF GR-BABY
        MOVE "BABY" TO TYPE-TEXT
    ELSE
        MOVE "OCCASION" TO TYPE-TEXT
    END-IF
    END-IF
    MOVE GR-CUST-1 TO NAME-1
    MOVE GR-CUST-2 TO NAME-2
    IF CUST-FILE-OPEN
        MOVE GR-CUST-1 TO CUST-ID
        READ CUSTOMER-MASTER
            NOT INVALID KEY
                MOVE CUST-NAME TO NAME-1
        END-READ
        IF GR-CUST-2 NOT = SPACES
            MOVE GR-CUST-2 TO CUST-ID
            READ CUSTOMER-MASTER
                NOT INVALID KEY
                    MOVE CUST-NAME TO NAME-2
            END-READ
        END-IF
    END-IF
    DISPLAY function TRIM(TYPE-TEXT) " REGISTRY " GR-NO "  "
            function TRIM(GR-TITLE)
    IF GR-CUST-2 = SPACES
        DISPLAY "  FOR " function TRIM(NAME-1)
    ELSE
        DISPLAY "  FOR " function TRIM(NAME-1) " AND "
                function TRIM(NAME-2)
    END-IF
    DISPLAY "  EVENT DATE " GR-EVENT-DATE
    IF GR-CLOSED
        DISPLAY "  REGISTRY CLOSED " GR-CLOSE-DATE
    END-IF.

      *> S regno - wanted, bought and still wanted per line, then the
      *> purchases themselves.
STATUS-RTN.
    PERFORM HEADING-RTN
    DISPLAY " "
    DISPLAY "  SKU          WANTED  BOUGHT  STILL WANTED  LAST BOUGHT"
    MOVE 0 TO LINE-COUNT TOT-WANTED TOT-BOUGHT TOT-LEFT
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
            ADD GRI-WANTED TO TOT-WANTED
            ADD GRI-BOUGHT TO TOT-BOUGHT
            ADD STILL-WANTED TO TOT-LEFT
            MOVE GRI-WANTED TO QTY-DISP
            MOVE GRI-BOUGHT TO BOUGHT-DISP
            MOVE STILL-WANTED TO LEFT-DISP
            IF GRI-LAST-DATE = 0
                DISPLAY "  " GRI-SKU "  " QTY-DISP "   "
                        BOUGHT-DISP "         " LEFT-DISP
            ELSE
                DISPLAY "  " GRI-SKU "  " QTY-DISP "   "
                        BOUGHT-DISP "         " LEFT-DISP
                        "     " GRI-LAST-DATE
            END-IF
            PERFORM GRI-NEXT-RTN
        END-PERFORM
    END-IF
    MOVE "00" TO GRI-FS
    MOVE TOT-WANTED TO TOT-DISP
    DISPLAY "  ITEMS WANTED:       " function TRIM(TOT-DISP)
    MOVE TOT-BOUGHT TO TOT-DISP
    DISPLAY "  ITEMS BOUGHT:       " function TRIM(TOT-DISP)
    MOVE TOT-LEFT TO TOT-DISP
    DISPLAY "  ITEMS STILL WANTED: " function TRIM(TOT-DISP)

    PERFORM PURCHASE-LIST-RTN

      *> once the day is past, what is left may be had at the
      *> completion discount for the registry's offer window.
    IF GR-OPEN AND TOT-LEFT > 0 AND TODAY-DATE > GR-EVENT-DATE
        COMPUTE OFFER-END-DATE = function DATE-OF-INTEGER(
            function INTEGER-OF-DATE(GR-EVENT-DATE) + GR-COMPL-DAYS)
        IF TODAY-DATE <= OFFER-END-DATE
            DISPLAY " "
            DISPLAY "  COMPLETION OFFER: " GR-COMPL-PCT
                    "% OFF THE ITEMS STILL WANTED, BOUGHT BY YOU,"
            DISPLAY "  UNTIL " OFFER-END-DATE
                    " - ASK AT THE TILL FOR YOUR REGISTRY " GR-NO
        END-IF
    END-IF
    DISPLAY " ".

      *> the registry's live purchases off GIFTBUY, which is keyed by
      *> receipt - so the whole file is walked.
PURCHASE-LIST-RTN.
    DISPLAY " "
    DISPLAY "  PURCHASES:"
    MOVE 0 TO LINE-COUNT
    OPEN INPUT REGISTRY-PURCHASE-FILE
    IF GRB-FOUND
        PERFORM GRB-NEXT-RTN
        PERFORM UNTIL GRB-EOF
            IF GRB-REG-NO = WANT-REG AND NOT GRB-VOIDED
                ADD 1 TO LINE-COUNT
                IF GRB-COMPLETION
                    MOVE "COMPLETION" TO KIND-TEXT
                ELSE
                    MOVE "GIFT" TO KIND-TEXT
                END-IF
                MOVE GRB-QTY TO QTY-DISP
                DISPLAY "    " GRB-DATE "  " GRB-SKU "  " QTY-DISP
                        "  " KIND-TEXT
            END-IF
            PERFORM GRB-NEXT-RTN
        END-PERFORM
        CLOSE REGISTRY-PURCHASE-FILE
    END-IF
    IF LINE-COUNT = 0
        DISPLAY "    NONE YET"
    END-IF.

      *> W regno - what guests may still choose from.
WANTED-RTN.
    PERFORM HEADING-RTN
    DISPLAY " "
    IF GR-CLOSED
        DISPLAY "  THIS REGISTRY IS CLOSED"
    ELSE
        DISPLAY "  SKU          STILL WANTED"
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
                COMPUTE STILL-WANTED = GRI-WANTED - GRI-BOUGHT
                IF STILL-WANTED > 0
                    ADD 1 TO LINE-COUNT
                    MOVE STILL-WANTED TO LEFT-DISP
                    DISPLAY "  " GRI-SKU "  " LEFT-DISP
                END-IF
                PERFORM GRI-NEXT-RTN
            END-PERFORM
        END-IF
        MOVE "00" TO GRI-FS
        IF LINE-COUNT = 0
            DISPLAY "  EVERYTHING ON THIS REGISTRY HAS BEEN BOUGHT"
        ELSE
            DISPLAY "  NAME REGISTRY " GR-NO
                    " AT THE TILL SO YOUR GIFT COMES OFF THE LIST"
        END-IF
    END-IF
    DISPLAY " ".
