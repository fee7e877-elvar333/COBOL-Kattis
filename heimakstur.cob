IDENTIFICATION DIVISION.
PROGRAM-ID. HEIMAKSTUR.

      *> home-delivery route manifest - the driver's sheet for one
      *> day's van run.  Every drop booked for the date is printed
      *> grouped by postcode, and by slot within the postcode, with
      *> the address, the phone number to ring from the door and the
      *> goods to load.  The postcode is the last three-digit number
      *> standing on its own in the address the till booked; an
      *> address without one prints at the end under UNKNOWN so the
      *> dispatcher places it by hand.
      *> Entry feed: an optional yyyymmdd, the business date without.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DELIVERY-MASTER ASSIGN TO "DELVMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS DLV-KEY
        FILE STATUS IS DLV-FS.

    SELECT DELIVERY-ITEM-FILE ASSIGN TO "DELVITEM"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DLVI-KEY
        FILE STATUS IS DLVI-FS.

    SELECT DELIVERY-SLOT-FILE ASSIGN TO "DELVSLOT"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SLOT-KEY
        FILE STATUS IS SLOT-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  DELIVERY-MASTER.
    COPY "delvmast.cpy".

    FD  DELIVERY-ITEM-FILE.
    COPY "delvitem.cpy".

    FD  DELIVERY-SLOT-FILE.
    COPY "delvslot.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    WORKING-STORAGE SECTION.
       01 DLV-FS PIC XX.
           88 DLV-FOUND VALUE "00".
           88 DLV-EOF VALUE "10".
       01 DLVI-FS PIC XX.
           88 DLVI-FOUND VALUE "00".
           88 DLVI-EOF VALUE "10".
       01 SLOT-FS PIC XX.
           88 SLOT-FOUND VALUE "00".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".

       01 RUN-DATE PIC 9(8).
       01 INP PIC X(80).

      *> the day's drops, sorted into postcode and slot order before
      *> printing.  RT-PLACED is "N" for an address with no postcode
      *> - it sorts after every placed drop.
       01 RT-TAB.
           05 RT-ENTRY OCCURS 500 TIMES INDEXED BY RX.
               10 RT-PLACED   PIC X(1).
               10 RT-POSTCODE PIC X(3).
               10 RT-SLOT-NO  PIC 9(2).
               10 RT-KEY      PIC X(22).
               10 RT-CUST-ID  PIC X(10).
               10 RT-ADDRESS  PIC X(40).
               10 RT-PHONE    PIC X(15).
               10 RT-ATTEMPTS PIC 9(2).
       01 RT-COUNT PIC 9(4) VALUE 0.
       01 RT-OVER-COUNT PIC 9(5) VALUE 0.
       01 SWAP-ENTRY PIC X(95).
       01 SORT-I PIC S9(5).
       01 SORT-J PIC S9(5).

       01 ADDR-POS PIC S9(3).
       01 FOUND-POSTCODE PIC X(3).
       01 LAST-POSTCODE PIC X(4).
       01 LAST-PLACED PIC X(1).
       01 STOP-COUNT PIC 9(4).
       01 STOP-UNITS PIC 9(7).
       01 ITEM-KEY.
           05 ITEM-SALE-DATE PIC 9(8).
           05 ITEM-REGISTER  PIC X(4).
           05 ITEM-RCPT-NO   PIC 9(10).

       01 DAY-UNITS PIC 9(9) VALUE 0.
       01 QTY-DISP PIC Z(6)9.
       01 COUNT-DISP PIC Z(4)9.
       01 UNITS-DISP PIC Z(8)9.

PROCEDURE DIVISION.
    ACCEPT RUN-DATE FROM DATE YYYYMMDD
    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND AND BUD-BUSINESS-DATE > 0
            MOVE BUD-BUSINESS-DATE TO RUN-DATE
        END-IF
    END-IF
    CLOSE CONTROL-FILE

    MOVE SPACES TO INP
    ACCEPT INP
    IF INP NOT = SPACES
        IF INP(1:8) IS NUMERIC AND INP(9:) = SPACES
            MOVE INP(1:8) TO RUN-DATE
        ELSE
            DISPLAY "HEIMAKSTUR: BAD ROUTE DATE " function TRIM(INP)
            GOBACK
        END-IF
    END-IF

    OPEN INPUT DELIVERY-MASTER
    IF NOT DLV-FOUND
        DISPLAY "HEIMAKSTUR: NO DELIVERY BOOKINGS ON SITE"
        GOBACK
    END-IF
    OPEN INPUT DELIVERY-ITEM-FILE
    IF NOT DLVI-FOUND
        DISPLAY "HEIMAKSTUR: NO DELIVERY ITEMS ON SITE"
        CLOSE DELIVERY-MASTER
        GOBACK
    END-IF
    OPEN INPUT DELIVERY-SLOT-FILE

    PERFORM DLV-NEXT-RTN
    PERFORM UNTIL DLV-EOF
        IF DLV-BOOKED AND DLV-SLOT-DATE = RUN-DATE
            PERFORM ROUTE-ADD-RTN
        END-IF
        PERFORM DLV-NEXT-RTN
    END-PERFORM

    PERFORM VARYING SORT-I FROM 1 BY 1
            UNTIL SORT-I >= RT-COUNT
        PERFORM SORT-PASS-RTN
            VARYING SORT-J FROM 1 BY 1
            UNTIL SORT-J > RT-COUNT - SORT-I
    END-PERFORM

    DISPLAY "HOME-DELIVERY ROUTE MANIFEST " RUN-DATE
    MOVE SPACES TO LAST-POSTCODE
    MOVE SPACE TO LAST-PLACED
    PERFORM ROUTE-PRINT-RTN
        VARYING RX FROM 1 BY 1 UNTIL RX > RT-COUNT

    CLOSE DELIVERY-MASTER
    CLOSE DELIVERY-ITEM-FILE
    IF SLOT-FOUND
        CLOSE DELIVERY-SLOT-FILE
    END-IF

    MOVE RT-COUNT TO COUNT-DISP
    DISPLAY "DROPS ON THE VAN: " function TRIM(COUNT-DISP)
    MOVE DAY-UNITS TO UNITS-DISP
    DISPLAY "UNITS TO LOAD: " function TRIM(UNITS-DISP)
    IF RT-OVER-COUNT > 0
        MOVE RT-OVER-COUNT TO COUNT-DISP
        DISPLAY "*** " function TRIM(COUNT-DISP)
                " DROPS DID NOT FIT THE MANIFEST - SPLIT THE RUN"
    END-IF

    GOBACK.

DLV-NEXT-RTN.
    READ DELIVERY-MASTER NEXT
        AT END
            MOVE "10" TO DLV-FS
    END-READ.

DLVI-NEXT-RTN.
    READ DELIVERY-ITEM-FILE NEXT
        AT END
            MOVE "10" TO DLVI-FS
    END-READ.

ROUTE-ADD-RTN.
    IF RT-COUNT >= 500
        ADD 1 TO RT-OVER-COUNT
    ELSE
        ADD 1 TO RT-COUNT
        MOVE SPACES TO FOUND-POSTCODE
        PERFORM POSTCODE-SCAN-RTN
            VARYING ADDR-POS FROM 1 BY 1 UNTIL ADDR-POS > 38
        IF FOUND-POSTCODE = SPACES
            MOVE "N" TO RT-PLACED(RT-COUNT)
            MOVE "999" TO RT-POSTCODE(RT-COUNT)
        ELSE
            MOVE "Y" TO RT-PLACED(RT-COUNT)
            MOVE FOUND-POSTCODE TO RT-POSTCODE(RT-COUNT)
        END-IF
        MOVE DLV-SLOT-NO TO RT-SLOT-NO(RT-COUNT)
        MOVE DLV-KEY TO RT-KEY(RT-COUNT)
        MOVE DLV-CUST-ID TO RT-CUST-ID(RT-COUNT)
        MOVE DLV-ADDRESS TO RT-ADDRESS(RT-COUNT)
        MOVE DLV-PHONE TO RT-PHONE(RT-COUNT)
        MOVE DLV-ATTEMPTS TO RT-ATTEMPTS(RT-COUNT)
    END-IF.

      *> three digits with no digit either side - the last such run
      *> wins, so a house number ahead of the postcode is passed by.
POSTCODE-SCAN-RTN.
    IF DLV-ADDRESS(ADDR-POS:3) IS NUMERIC
        IF (ADDR-POS = 1
              OR DLV-ADDRESS(ADDR-POS - 1:1) IS NOT NUMERIC)
              AND (ADDR-POS = 38
              OR DLV-ADDRESS(ADDR-POS + 3:1) IS NOT NUMERIC)
            MOVE DLV-ADDRESS(ADDR-POS:3) TO FOUND-POSTCODE
        END-IF
    END-IF.

SORT-PASS-RTN.
    IF RT-PLACED(SORT-J) < RT-PLACED(SORT-J + 1)
          OR (RT-PLACED(SORT-J) = RT-PLACED(SORT-J + 1)
              AND RT-POSTCODE(SORT-J) > RT-POSTCODE(SORT-J + 1))
          OR (RT-PLACED(SORT-J) = RT-PLACED(SORT-J + 1)
              AND RT-POSTCODE(SORT-J) = RT-POSTCODE(SORT-J + 1)
              AND RT-SLOT-NO(SORT-J) > RT-SLOT-NO(SORT-J + 1))
        MOVE RT-ENTRY(SORT-J) TO SWAP-ENTRY
        MOVE RT-ENTRY(SORT-J + 1) TO RT-ENTRY(SORT-J)
        MOVE SWAP-ENTRY TO RT-ENTRY(SORT-J + 1)
    END-IF.

ROUTE-PRINT-RTN.
    IF RT-PLACED(RX) NOT = LAST-PLACED
          OR RT-POSTCODE(RX) NOT = LAST-POSTCODE
        IF RT-PLACED(RX) = "Y"
            DISPLAY "POSTCODE " RT-POSTCODE(RX)
        ELSE
            DISPLAY "POSTCODE UNKNOWN"
        END-IF
        MOVE RT-PLACED(RX) TO LAST-PLACED
        MOVE RT-POSTCODE(RX) TO LAST-POSTCODE
    END-IF
    MOVE SPACES TO SLOT-LABEL
    IF SLOT-FOUND
        MOVE RUN-DATE TO SLOT-DATE
        MOVE RT-SLOT-NO(RX) TO SLOT-NO
        READ DELIVERY-SLOT-FILE
            INVALID KEY
                MOVE SPACES TO SLOT-LABEL
        END-READ
        MOVE "00" TO SLOT-FS
    END-IF
    MOVE RT-KEY(RX) TO ITEM-KEY
    DISPLAY "  SLOT " RT-SLOT-NO(RX) " " SLOT-LABEL
            " RCPT " ITEM-REGISTER " " ITEM-RCPT-NO
            " OF " ITEM-SALE-DATE
    DISPLAY "    " RT-ADDRESS(RX)
    DISPLAY "    CUST " RT-CUST-ID(RX) "  PHONE " RT-PHONE(RX)
    IF RT-ATTEMPTS(RX) > 0
        DISPLAY "    ATTEMPT " RT-ATTEMPTS(RX)
                " FAILED BEFORE - RING AHEAD"
    END-IF

    MOVE 0 TO STOP-COUNT
    MOVE 0 TO STOP-UNITS
    MOVE ITEM-SALE-DATE TO DLVI-SALE-DATE
    MOVE ITEM-REGISTER TO DLVI-REGISTER
    MOVE ITEM-RCPT-NO TO DLVI-RCPT-NO
    MOVE LOW-VALUES TO DLVI-SKU
    START DELIVERY-ITEM-FILE KEY IS NOT LESS THAN DLVI-KEY
        INVALID KEY
            MOVE "10" TO DLVI-FS
    END-START
    IF NOT DLVI-EOF
        PERFORM DLVI-NEXT-RTN
    END-IF
    PERFORM UNTIL DLVI-EOF OR DLVI-SALE-DATE NOT = ITEM-SALE-DATE
            OR DLVI-REGISTER NOT = ITEM-REGISTER
            OR DLVI-RCPT-NO NOT = ITEM-RCPT-NO
        ADD 1 TO STOP-COUNT
        ADD DLVI-QTY TO STOP-UNITS
        MOVE DLVI-QTY TO QTY-DISP
        DISPLAY "      " DLVI-SKU "  QTY " QTY-DISP
        PERFORM DLVI-NEXT-RTN
    END-PERFORM
    MOVE "00" TO DLVI-FS
    IF STOP-COUNT = 0
        DISPLAY "      NO GOODS ON FILE FOR THIS DROP"
    END-IF
    ADD STOP-UNITS TO DAY-UNITS.
