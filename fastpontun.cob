IDENTIFICATION DIVISION.
PROGRAM-ID. FASTPONTUN.

      *> standing-order maintenance - the restaurants on house
      *> accounts order the same goods every weekday and the counter
      *> used to re-key each order off a phone call.  Each account's
      *> standing order is now kept on STANDORD, one line per SKU
      *> with the quantity for every weekday, and FASTTINSLA picks
      *> it each morning.  Entry feed, one action per line:
      *>   A acc sku sun mon tue wed thu fri sat start [end]
      *>                    an order line added or replaced - the
      *>                    seven weekday quantities Sunday first,
      *>                    the first date it runs and, if it stops,
      *>                    the last.  The account must be open on
      *>                    HACCMAST and the SKU on INVMAST.
      *>   S acc sku|*      suspend one line, or the whole account
      *>   R acc sku|*      resume one line, or the whole account
      *>   X acc sku        an order line removed
      *>   L acc            the account's standing order listed

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STANDING-ORDER-FILE ASSIGN TO "STANDORD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS STO-KEY
        FILE STATUS IS STO-FS.

    SELECT HOUSE-ACCOUNT-MASTER ASSIGN TO "HACCMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS HACC-ID
        FILE STATUS IS HACC-FS.

    SELECT INVENTORY-MASTER ASSIGN TO "INVMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS INV-SKU
        FILE STATUS IS INV-FS.

DATA DIVISION.
    FILE SECTION.
    FD  STANDING-ORDER-FILE.
    COPY "stndord.cpy".

    FD  HOUSE-ACCOUNT-MASTER.
    COPY "haccmast.cpy".

    FD  INVENTORY-MASTER.
    COPY "invmast.cpy".

    WORKING-STORAGE SECTION.
       01 STO-FS PIC XX.
           88 STO-FOUND VALUE "00".
           88 STO-NEW-FILE VALUE "35".
           88 STO-EOF VALUE "10".
       01 HACC-FS PIC XX.
           88 HACC-FOUND VALUE "00".
       01 INV-FS PIC XX.
           88 INV-FOUND VALUE "00".

       01 CHECK-OK-SW PIC X VALUE "Y".
           88 CHECK-OK VALUE "Y".

       01 INP PIC X(100).
           88 EOF-INP VALUE SPACES.
       01 ACT-RAW PIC X(1).
       01 ACC-RAW PIC X(6).
       01 SKU-RAW PIC X(10).
       01 QTY-RAW-TAB.
           05 QTY-RAW PIC X(5) OCCURS 7 TIMES.
       01 QTY-LEN-TAB.
           05 QTY-LEN PIC S9(2) OCCURS 7 TIMES.
       01 START-RAW PIC X(8).
       01 END-RAW PIC X(8).
       01 ACC-LEN PIC S9(2).
       01 SKU-LEN PIC S9(2).
       01 START-LEN PIC S9(2).
       01 END-LEN PIC S9(2).
       01 DX PIC 9(2).

       01 WANT-ACC PIC X(6).
       01 NEW-STATUS PIC X(1).
       01 LINE-COUNT PIC 9(5).
       01 WEEK-TOTAL PIC 9(7).

       01 DONE-COUNT PIC 9(5) VALUE 0.
       01 REFUSED-COUNT PIC 9(5) VALUE 0.
       01 COUNT-DISP PIC Z(4)9.
       01 QTY-DISP PIC Z(4)9.

PROCEDURE DIVISION.
    OPEN I-O STANDING-ORDER-FILE
    IF STO-NEW-FILE
        OPEN OUTPUT STANDING-ORDER-FILE
        CLOSE STANDING-ORDER-FILE
        OPEN I-O STANDING-ORDER-FILE
    END-IF

    OPEN INPUT HOUSE-ACCOUNT-MASTER
    IF NOT HACC-FOUND
        DISPLAY "FASTPONTUN: NO HOUSE-ACCOUNT MASTER ON SITE"
        CLOSE STANDING-ORDER-FILE
        GOBACK
    END-IF
    OPEN INPUT INVENTORY-MASTER
    IF NOT INV-FOUND
        DISPLAY "FASTPONTUN: NO INVENTORY MASTER ON SITE"
        CLOSE STANDING-ORDER-FILE
        CLOSE HOUSE-ACCOUNT-MASTER
        GOBACK
    END-IF

    PERFORM UNTIL EOF-INP
        ACCEPT INP
        IF NOT EOF-INP
            MOVE SPACES TO ACT-RAW ACC-RAW SKU-RAW QTY-RAW-TAB
                           START-RAW END-RAW
            MOVE 0 TO ACC-LEN SKU-LEN START-LEN END-LEN
            PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > 7
                MOVE 0 TO QTY-LEN(DX)
            END-PERFORM
            UNSTRING INP DELIMITED BY ALL SPACE
                INTO ACT-RAW,
                     ACC-RAW COUNT IN ACC-LEN,
                     SKU-RAW COUNT IN SKU-LEN,
                     QTY-RAW(1) COUNT IN QTY-LEN(1),
                     QTY-RAW(2) COUNT IN QTY-LEN(2),
                     QTY-RAW(3) COUNT IN QTY-LEN(3),
                     QTY-RAW(4) COUNT IN QTY-LEN(4),
                     QTY-RAW(5) COUNT IN QTY-LEN(5),
                     QTY-RAW(6) COUNT IN QTY-LEN(6),
                     QTY-RAW(7) COUNT IN QTY-LEN(7),
                     START-RAW COUNT IN START-LEN,
                     END-RAW COUNT IN END-LEN

            IF ACT-RAW = "A"
                PERFORM ORDER-SET-RTN
            ELSE
            IF ACT-RAW = "S" OR ACT-RAW = "R"
                PERFORM ORDER-STATUS-RTN
            ELSE
            IF ACT-RAW = "X"
                PERFORM ORDER-DROP-RTN
            ELSE
            IF ACT-RAW = "L"
                PERFORM ORDER-LIST-RTN
            ELSE
                DISPLAY "FASTPONTUN: BAD ACTION CODE "
                        function TRIM(INP)
            END-IF
            END-IF
            END-IF
            END-IF
        END-IF
    END-PERFORM

    CLOSE STANDING-ORDER-FILE
    CLOSE HOUSE-ACCOUNT-MASTER
    CLOSE INVENTORY-MASTER

    MOVE DONE-COUNT TO COUNT-DISP
    DISPLAY "STANDING-ORDER LINES APPLIED: " function TRIM(COUNT-DISP)
    MOVE REFUSED-COUNT TO COUNT-DISP
    DISPLAY "STANDING-ORDER LINES REFUSED: " function TRIM(COUNT-DISP)

    GOBACK.

STO-NEXT-RTN.
    READ STANDING-ORDER-FILE NEXT
        AT END
            MOVE "10" TO STO-FS
    END-READ.

      *> the account has to be one the till would charge.
ACC-CHECK-RTN.
    MOVE "Y" TO CHECK-OK-SW
    IF ACC-LEN = 0
        DISPLAY "FASTPONTUN: BAD LINE " function TRIM(INP)
        MOVE "N" TO CHECK-OK-SW
    ELSE
        MOVE ACC-RAW TO HACC-ID
        READ HOUSE-ACCOUNT-MASTER
            INVALID KEY
                DISPLAY "FASTPONTUN: HOUSE ACCOUNT "
                        function TRIM(ACC-RAW) " NOT ON FILE"
                MOVE "N" TO CHECK-OK-SW
        END-READ
    END-IF.

      *> A acc sku sun mon tue wed thu fri sat start [end]
ORDER-SET-RTN.
    PERFORM ACC-CHECK-RTN
    IF CHECK-OK AND HACC-CLOSED
        DISPLAY "FASTPONTUN: HOUSE ACCOUNT " function TRIM(ACC-RAW)
                " IS CLOSED - REFUSED"
        MOVE "N" TO CHECK-OK-SW
    END-IF
    IF CHECK-OK
        IF SKU-LEN = 0 OR START-LEN NOT = 8
              OR START-RAW IS NOT NUMERIC
              OR (END-LEN > 0
                  AND (END-LEN NOT = 8 OR END-RAW IS NOT NUMERIC))
            DISPLAY "FASTPONTUN: BAD ORDER LINE " function TRIM(INP)
            MOVE "N" TO CHECK-OK-SW
        END-IF
    END-IF
    IF CHECK-OK
        PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > 7
            IF QTY-LEN(DX) = 0
                  OR QTY-RAW(DX)(1:QTY-LEN(DX)) IS NOT NUMERIC
                MOVE "N" TO CHECK-OK-SW
            END-IF
        END-PERFORM
        IF NOT CHECK-OK
            DISPLAY "FASTPONTUN: SEVEN WEEKDAY QUANTITIES WANTED - "
                    function TRIM(INP)
        END-IF
    END-IF
    IF CHECK-OK AND END-LEN > 0 AND END-RAW < START-RAW
        DISPLAY "FASTPONTUN: ORDER ENDS BEFORE IT STARTS - "
                function TRIM(INP)
        MOVE "N" TO CHECK-OK-SW
    END-IF
    IF CHECK-OK
        MOVE SKU-RAW TO INV-SKU
        READ INVENTORY-MASTER
            INVALID KEY
                DISPLAY "FASTPONTUN: UNKNOWN SKU "
                        function TRIM(SKU-RAW) " - REFUSED"
                MOVE "N" TO CHECK-OK-SW
        END-READ
    END-IF
    IF CHECK-OK AND INV-DISCONTINUED
        DISPLAY "FASTPONTUN: " function TRIM(SKU-RAW)
                " IS DISCONTINUED - REFUSED"
        MOVE "N" TO CHECK-OK-SW
    END-IF

    IF NOT CHECK-OK
        ADD 1 TO REFUSED-COUNT
    ELSE
        MOVE ACC-RAW TO STO-HACC-ID
        MOVE SKU-RAW TO STO-SKU
        READ STANDING-ORDER-FILE
            INVALID KEY
                MOVE "00" TO STO-FS
                MOVE "A" TO STO-STATUS
            NOT INVALID KEY
                MOVE "22" TO STO-FS
        END-READ
        MOVE ACC-RAW TO STO-HACC-ID
        MOVE SKU-RAW TO STO-SKU
        MOVE 0 TO WEEK-TOTAL
        PERFORM VARYING DX FROM 1 BY 1 UNTIL DX > 7
            MOVE QTY-RAW(DX)(1:QTY-LEN(DX)) TO STO-DAY-QTY(DX)
            ADD STO-DAY-QTY(DX) TO WEEK-TOTAL
        END-PERFORM
        MOVE START-RAW TO STO-START-DATE
        IF END-LEN > 0
            MOVE END-RAW TO STO-END-DATE
        ELSE
            MOVE 0 TO STO-END-DATE
        END-IF
        IF STO-FOUND
            WRITE STANDING-ORDER-RECORD
            DISPLAY "STANDING ORDER " function TRIM(ACC-RAW) " "
                    function TRIM(SKU-RAW) " ADDED"
        ELSE
            REWRITE STANDING-ORDER-RECORD
            DISPLAY "STANDING ORDER " function TRIM(ACC-RAW) " "
                    function TRIM(SKU-RAW) " REPLACED"
        END-IF
        ADD 1 TO DONE-COUNT
        MOVE WEEK-TOTAL TO QTY-DISP
        DISPLAY "  " function TRIM(QTY-DISP) " A WEEK FROM "
                STO-START-DATE
    END-IF.

      *> S / R acc sku|* - a single line, or every line the account
      *> has.
ORDER-STATUS-RTN.
    PERFORM ACC-CHECK-RTN
    IF CHECK-OK AND SKU-LEN = 0
        DISPLAY "FASTPONTUN: BAD LINE " function TRIM(INP)
        MOVE "N" TO CHECK-OK-SW
    END-IF
    IF NOT CHECK-OK
        ADD 1 TO REFUSED-COUNT
    ELSE
        IF ACT-RAW = "S"
            MOVE "S" TO NEW-STATUS
        ELSE
            MOVE "A" TO NEW-STATUS
        END-IF
        IF SKU-RAW NOT = "*"
            MOVE ACC-RAW TO STO-HACC-ID
            MOVE SKU-RAW TO STO-SKU
            READ STANDING-ORDER-FILE
                INVALID KEY
                    DISPLAY "FASTPONTUN: NO STANDING ORDER "
                            function TRIM(ACC-RAW) " "
                            function TRIM(SKU-RAW)
                    ADD 1 TO REFUSED-COUNT
                NOT INVALID KEY
                    MOVE NEW-STATUS TO STO-STATUS
                    REWRITE STANDING-ORDER-RECORD
                    ADD 1 TO DONE-COUNT
                    DISPLAY "STANDING ORDER " function TRIM(ACC-RAW)
                            " " function TRIM(SKU-RAW) " STATUS "
                            STO-STATUS
            END-READ
        ELSE
            MOVE 0 TO LINE-COUNT
            MOVE ACC-RAW TO WANT-ACC
            MOVE ACC-RAW TO STO-HACC-ID
            MOVE LOW-VALUES TO STO-SKU
            START STANDING-ORDER-FILE KEY IS NOT LESS THAN STO-KEY
                INVALID KEY
                    MOVE "10" TO STO-FS
            END-START
            IF NOT STO-EOF
                PERFORM STO-NEXT-RTN
                PERFORM UNTIL STO-EOF OR STO-HACC-ID NOT = WANT-ACC
                    MOVE NEW-STATUS TO STO-STATUS
                    REWRITE STANDING-ORDER-RECORD
                    ADD 1 TO LINE-COUNT
                    PERFORM STO-NEXT-RTN
                END-PERFORM
            END-IF
            MOVE "00" TO STO-FS
            ADD 1 TO DONE-COUNT
            MOVE LINE-COUNT TO COUNT-DISP
            IF NEW-STATUS = "S"
                DISPLAY "STANDING ORDER " function TRIM(ACC-RAW) ": "
                        function TRIM(COUNT-DISP) " LINES SUSPENDED"
            ELSE
                DISPLAY "STANDING ORDER " function TRIM(ACC-RAW) ": "
                        function TRIM(COUNT-DISP) " LINES RESUMED"
            END-IF
        END-IF
    END-IF.

      *> X acc sku
ORDER-DROP-RTN.
    IF ACC-LEN = 0 OR SKU-LEN = 0
        DISPLAY "FASTPONTUN: BAD LINE " function TRIM(INP)
        ADD 1 TO REFUSED-COUNT
    ELSE
        MOVE ACC-RAW TO STO-HACC-ID
        MOVE SKU-RAW TO STO-SKU
        READ STANDING-ORDER-FILE
            INVALID KEY
                DISPLAY "FASTPONTUN: NO STANDING ORDER "
                        function TRIM(ACC-RAW) " "
                        function TRIM(SKU-RAW)
                ADD 1 TO REFUSED-COUNT
            NOT INVALID KEY
                DELETE STANDING-ORDER-FILE
                ADD 1 TO DONE-COUNT
                DISPLAY "STANDING ORDER " function TRIM(ACC-RAW) " "
                        function TRIM(SKU-RAW) " REMOVED"
        END-READ
    END-IF.

      *> L acc
ORDER-LIST-RTN.
    PERFORM ACC-CHECK-RTN
    IF NOT CHECK-OK
        ADD 1 TO REFUSED-COUNT
    ELSE
        DISPLAY "STANDING ORDER - " function TRIM(HACC-ID) " "
                function TRIM(HACC-NAME)
        DISPLAY "  SKU          SUN   MON   TUE   WED   THU   FRI"
                "   SAT  FROM     TO       STATUS"
        MOVE 0 TO LINE-COUNT
        MOVE ACC-RAW TO WANT-ACC
        MOVE ACC-RAW TO STO-HACC-ID
        MOVE LOW-VALUES TO STO-SKU
        START STANDING-ORDER-FILE KEY IS NOT LESS THAN STO-KEY
            INVALID KEY
                MOVE "10" TO STO-FS
        END-START
        IF NOT STO-EOF
            PERFORM STO-NEXT-RTN
            PERFORM UNTIL STO-EOF OR STO-HACC-ID NOT = WANT-ACC
                ADD 1 TO LINE-COUNT
                DISPLAY "  " STO-SKU " " STO-DAY-QTY(1) " "
                        STO-DAY-QTY(2) " " STO-DAY-QTY(3) " "
                        STO-DAY-QTY(4) " " STO-DAY-QTY(5) " "
                        STO-DAY-QTY(6) " " STO-DAY-QTY(7) " "
                        STO-START-DATE " " STO-END-DATE " "
                        STO-STATUS
                PERFORM STO-NEXT-RTN
            END-PERFORM
        END-IF
        MOVE "00" TO STO-FS
        MOVE LINE-COUNT TO COUNT-DISP
        DISPLAY "  " function TRIM(COUNT-DISP) " LINES"
    END-IF.
