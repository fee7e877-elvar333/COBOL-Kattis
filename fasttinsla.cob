IDENTIFICATION DIVISION.
PROGRAM-ID. FASTTINSLA.

      *> morning standing-order pick run.  Every active STANDORD line
      *> whose dates cover the pick date and that wants something on
      *> that weekday becomes a STOPICK record for FASTBOKUN to
      *> confirm and post, and the whole morning's picking is printed
      *> in ZONEMAST walk order (aisle, then bay - SKUs with no
      *> location at the end) so one person walks the floor once for
      *> every account.  A closed house account or a discontinued SKU
      *> is skipped and reported.  Run again the same morning it
      *> leaves the lines already written alone (a line already
      *> confirmed or posted is never regenerated) and reprints the
      *> list.  The entry feed is an optional pick date, YYYYMMDD;
      *> blank takes the business date off BUDCTL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT STANDING-ORDER-FILE ASSIGN TO "STANDORD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS STO-KEY
        FILE STATUS IS STO-FS.

    SELECT STANDING-PICK-FILE ASSIGN TO "STOPICK"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SOP-KEY
        FILE STATUS IS SOP-FS.

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

    SELECT ZONE-MASTER ASSIGN TO "ZONEMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS ZONE-SKU
        FILE STATUS IS ZONE-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  STANDING-ORDER-FILE.
    COPY "stndord.cpy".

    FD  STANDING-PICK-FILE.
    COPY "stopick.cpy".

    FD  HOUSE-ACCOUNT-MASTER.
    COPY "haccmast.cpy".

    FD  INVENTORY-MASTER.
    COPY "invmast.cpy".

    FD  ZONE-MASTER.
    COPY "zonemast.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    WORKING-STORAGE SECTION.
       01 STO-FS PIC XX.
           88 STO-FOUND VALUE "00".
           88 STO-EOF VALUE "10".
       01 SOP-FS PIC XX.
           88 SOP-FOUND VALUE "00".
           88 SOP-NEW-FILE VALUE "35".
       01 HACC-FS PIC XX.
           88 HACC-FOUND VALUE "00".
       01 INV-FS PIC XX.
           88 INV-FOUND VALUE "00".
       01 ZONE-FS PIC XX.
           88 ZONE-FOUND VALUE "00".
       01 ZONE-OPEN-SW PIC X VALUE "N".
           88 ZONE-FILE-OPEN VALUE "Y".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".

       01 INP PIC X(20).
       01 PICK-DATE PIC 9(8).
       01 DAY-NO PIC 9(9).
       01 DAY-REM PIC 9(1).
       01 DAY-IX PIC 9(1).
       01 DAY-QTY PIC 9(5).
       01 DAY-NAME-TAB.
           05 FILLER PIC X(9) VALUE "SUNDAY".
           05 FILLER PIC X(9) VALUE "MONDAY".
           05 FILLER PIC X(9) VALUE "TUESDAY".
           05 FILLER PIC X(9) VALUE "WEDNESDAY".
           05 FILLER PIC X(9) VALUE "THURSDAY".
           05 FILLER PIC X(9) VALUE "FRIDAY".
           05 FILLER PIC X(9) VALUE "SATURDAY".
       01 DAY-NAMES REDEFINES DAY-NAME-TAB.
           05 DAY-NAME PIC X(9) OCCURS 7 TIMES.

      *> the morning's pick lines, sorted into walk order before
      *> printing.  PT-PLACED is "N" for a SKU ZONEMAST has no
      *> location for - it sorts after every placed line.
       01 PK-TAB.
           05 PK-ENTRY OCCURS 2000 TIMES INDEXED BY PX.
               10 PT-PLACED  PIC X(1).
               10 PT-AISLE   PIC S9(5).
               10 PT-BAY     PIC S9(5).
               10 PT-ZONE    PIC X(12).
               10 PT-SKU     PIC X(10).
               10 PT-HACC-ID PIC X(6).
               10 PT-QTY     PIC 9(5).
               10 PT-STATUS  PIC X(1).
       01 PK-COUNT PIC 9(4) VALUE 0.
       01 PK-OVER-COUNT PIC 9(5) VALUE 0.
       01 SWAP-ENTRY PIC X(45).
       01 SORT-I PIC S9(5).
       01 SORT-J PIC S9(5).

      *> what each account is getting this morning.
       01 AC-TAB.
           05 AC-ENTRY OCCURS 300 TIMES INDEXED BY AX.
               10 AT-HACC-ID PIC X(6).
               10 AT-LINES   PIC 9(4).
               10 AT-UNITS   PIC 9(7).
       01 AC-COUNT PIC 9(3) VALUE 0.
       01 AC-HIT-SW PIC X VALUE "N".
           88 AC-HIT VALUE "Y".

       01 NEW-COUNT PIC 9(5) VALUE 0.
       01 KEPT-COUNT PIC 9(5) VALUE 0.
       01 CLOSED-COUNT PIC 9(5) VALUE 0.
       01 DISC-COUNT PIC 9(5) VALUE 0.
       01 RECALL-COUNT PIC 9(5) VALUE 0.
       01 LIST-UNITS PIC 9(9) VALUE 0.
       01 AISLE-ED PIC -(4)9.
       01 BAY-ED PIC -(4)9.
       01 QTY-DISP PIC Z(4)9.
       01 COUNT-DISP PIC Z(4)9.
       01 UNITS-DISP PIC Z(8)9.
       01 STATUS-WORD PIC X(9).

PROCEDURE DIVISION.
    ACCEPT PICK-DATE FROM DATE YYYYMMDD
    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND AND BUD-BUSINESS-DATE > 0
            MOVE BUD-BUSINESS-DATE TO PICK-DATE
        END-IF
    END-IF
    CLOSE CONTROL-FILE

    MOVE SPACES TO INP
    ACCEPT INP
    IF INP NOT = SPACES
        IF INP(1:8) IS NUMERIC AND INP(9:) = SPACES
            MOVE INP(1:8) TO PICK-DATE
        ELSE
            DISPLAY "FASTTINSLA: BAD PICK DATE " function TRIM(INP)
            GOBACK
        END-IF
    END-IF

      *> 0 is Sunday, the same arithmetic LEIFTURSKYRSLA uses.
    DIVIDE function INTEGER-OF-DATE(PICK-DATE) BY 7
        GIVING DAY-NO REMAINDER DAY-REM
    COMPUTE DAY-IX = DAY-REM + 1

    OPEN INPUT STANDING-ORDER-FILE
    IF NOT STO-FOUND
        DISPLAY "FASTTINSLA: NO STANDING ORDERS ON FILE"
        GOBACK
    END-IF
    OPEN INPUT HOUSE-ACCOUNT-MASTER
    IF NOT HACC-FOUND
        DISPLAY "FASTTINSLA: NO HOUSE-ACCOUNT MASTER ON SITE"
        CLOSE STANDING-ORDER-FILE
        GOBACK
    END-IF
    OPEN INPUT INVENTORY-MASTER
    IF NOT INV-FOUND
        DISPLAY "FASTTINSLA: NO INVENTORY MASTER ON SITE"
        CLOSE STANDING-ORDER-FILE
        CLOSE HOUSE-ACCOUNT-MASTER
        GOBACK
    END-IF
    OPEN INPUT ZONE-MASTER
    IF ZONE-FOUND
        MOVE "Y" TO ZONE-OPEN-SW
    END-IF
    OPEN I-O STANDING-PICK-FILE
    IF SOP-NEW-FILE
        OPEN OUTPUT STANDING-PICK-FILE
        CLOSE STANDING-PICK-FILE
        OPEN I-O STANDING-PICK-FILE
    END-IF

    PERFORM STO-NEXT-RTN
    PERFORM UNTIL STO-EOF
        MOVE STO-DAY-QTY(DAY-IX) TO DAY-QTY
        IF STO-ACTIVE AND DAY-QTY > 0
              AND STO-START-DATE <= PICK-DATE
              AND (STO-END-DATE = 0 OR STO-END-DATE >= PICK-DATE)
            PERFORM ORDER-PICK-RTN
        END-IF
        PERFORM STO-NEXT-RTN
    END-PERFORM

    PERFORM VARYING SORT-I FROM 1 BY 1
            UNTIL SORT-I >= PK-COUNT
        PERFORM SORT-PASS-RTN
            VARYING SORT-J FROM 1 BY 1
            UNTIL SORT-J > PK-COUNT - SORT-I
    END-PERFORM

    DISPLAY "STANDING-ORDER PICK LIST " PICK-DATE " "
            function TRIM(DAY-NAME(DAY-IX))
    DISPLAY "  AISLE   BAY ZONE         SKU        ACCOUNT   QTY"
            " STATUS"
    PERFORM PICK-PRINT-RTN
        VARYING PX FROM 1 BY 1 UNTIL PX > PK-COUNT

    DISPLAY "ACCOUNT TOTALS:"
    PERFORM ACCOUNT-PRINT-RTN
        VARYING AX FROM 1 BY 1 UNTIL AX > AC-COUNT

    CLOSE STANDING-ORDER-FILE
    CLOSE STANDING-PICK-FILE
    CLOSE HOUSE-ACCOUNT-MASTER
    CLOSE INVENTORY-MASTER
    IF ZONE-FILE-OPEN
        CLOSE ZONE-MASTER
    END-IF

    MOVE NEW-COUNT TO COUNT-DISP
    DISPLAY "PICK LINES GENERATED:     " COUNT-DISP
    MOVE KEPT-COUNT TO COUNT-DISP
    DISPLAY "PICK LINES ALREADY ON FILE: " COUNT-DISP
    MOVE LIST-UNITS TO UNITS-DISP
    DISPLAY "UNITS TO PICK:        " UNITS-DISP
    IF CLOSED-COUNT > 0
        MOVE CLOSED-COUNT TO COUNT-DISP
        DISPLAY "SKIPPED - ACCOUNT CLOSED: " COUNT-DISP
    END-IF
    IF DISC-COUNT > 0
        MOVE DISC-COUNT TO COUNT-DISP
        DISPLAY "SKIPPED - SKU DISCONTINUED: " COUNT-DISP
    END-IF
    IF RECALL-COUNT > 0
        MOVE RECALL-COUNT TO COUNT-DISP
        DISPLAY "SKIPPED - SKU RECALLED: " COUNT-DISP
    END-IF
    IF PK-OVER-COUNT > 0
        MOVE PK-OVER-COUNT TO COUNT-DISP
        DISPLAY "NOT LISTED - TABLE FULL: " COUNT-DISP
    END-IF

    GOBACK.

STO-NEXT-RTN.
    READ STANDING-ORDER-FILE NEXT
        AT END
            MOVE "10" TO STO-FS
    END-READ.

      *> one order line due today - the account has to be open and
      *> the SKU still sold, then the pick line is written (or the
      *> one already there kept) and tabled for the list.
ORDER-PICK-RTN.
    MOVE STO-HACC-ID TO HACC-ID
    READ HOUSE-ACCOUNT-MASTER
        INVALID KEY
            MOVE "D" TO HACC-STATUS
    END-READ
    MOVE STO-SKU TO INV-SKU
    READ INVENTORY-MASTER
        INVALID KEY
            MOVE "D" TO INV-STATUS
    END-READ
    IF HACC-CLOSED
        ADD 1 TO CLOSED-COUNT
        DISPLAY "FASTTINSLA: ACCOUNT " function TRIM(STO-HACC-ID)
                " CLOSED - " function TRIM(STO-SKU) " NOT PICKED"
    ELSE
    IF INV-DISCONTINUED
        ADD 1 TO DISC-COUNT
        DISPLAY "FASTTINSLA: " function TRIM(STO-SKU)
                " DISCONTINUED - NOT PICKED FOR "
                function TRIM(STO-HACC-ID)
    ELSE
    IF INV-RECALLED
        ADD 1 TO RECALL-COUNT
        DISPLAY "FASTTINSLA: " function TRIM(STO-SKU)
                " RECALLED - NOT PICKED FOR "
                function TRIM(STO-HACC-ID)
    ELSE
        MOVE PICK-DATE TO SOP-DATE
        MOVE STO-HACC-ID TO SOP-HACC-ID
        MOVE STO-SKU TO SOP-SKU
        READ STANDING-PICK-FILE
            INVALID KEY
                PERFORM PICK-WRITE-RTN
            NOT INVALID KEY
                ADD 1 TO KEPT-COUNT
        END-READ
        PERFORM PICK-ADD-RTN
    END-IF
    END-IF
    END-IF.

PICK-WRITE-RTN.
    MOVE PICK-DATE TO SOP-DATE
    MOVE STO-HACC-ID TO SOP-HACC-ID
    MOVE STO-SKU TO SOP-SKU
    MOVE 0 TO SOP-AISLE SOP-BAY
    MOVE STO-SKU TO ZONE-SKU
    MOVE SPACES TO ZONE-NAME
    IF ZONE-FILE-OPEN
        READ ZONE-MASTER
            INVALID KEY
                MOVE "10" TO ZONE-FS
            NOT INVALID KEY
                MOVE ZONE-AISLE TO SOP-AISLE
                MOVE ZONE-BAY TO SOP-BAY
        END-READ
    END-IF
    MOVE DAY-QTY TO SOP-ORDERED
    MOVE 0 TO SOP-PICKED
    MOVE "G" TO SOP-STATUS
    MOVE 0 TO SOP-RCPT-NO
    MOVE 0 TO SOP-CHARGE
    WRITE STANDING-PICK-RECORD
    ADD 1 TO NEW-COUNT.

PICK-ADD-RTN.
    IF PK-COUNT < 2000
        ADD 1 TO PK-COUNT
        MOVE "N" TO PT-PLACED(PK-COUNT)
        MOVE SPACES TO PT-ZONE(PK-COUNT)
        MOVE 0 TO PT-AISLE(PK-COUNT) PT-BAY(PK-COUNT)
        IF ZONE-FILE-OPEN
            MOVE STO-SKU TO ZONE-SKU
            READ ZONE-MASTER
                INVALID KEY
                    MOVE "10" TO ZONE-FS
                NOT INVALID KEY
                    MOVE "Y" TO PT-PLACED(PK-COUNT)
                    MOVE ZONE-AISLE TO PT-AISLE(PK-COUNT)
                    MOVE ZONE-BAY TO PT-BAY(PK-COUNT)
                    MOVE ZONE-NAME TO PT-ZONE(PK-COUNT)
            END-READ
        END-IF
        MOVE SOP-SKU TO PT-SKU(PK-COUNT)
        MOVE SOP-HACC-ID TO PT-HACC-ID(PK-COUNT)
        MOVE SOP-ORDERED TO PT-QTY(PK-COUNT)
        MOVE SOP-STATUS TO PT-STATUS(PK-COUNT)
        ADD SOP-ORDERED TO LIST-UNITS
        PERFORM ACCOUNT-ADD-RTN
    ELSE
        ADD 1 TO PK-OVER-COUNT
    END-IF.

ACCOUNT-ADD-RTN.
    MOVE "N" TO AC-HIT-SW
    PERFORM VARYING AX FROM 1 BY 1
            UNTIL AX > AC-COUNT OR AC-HIT
        IF AT-HACC-ID(AX) = SOP-HACC-ID
            MOVE "Y" TO AC-HIT-SW
            ADD 1 TO AT-LINES(AX)
            ADD SOP-ORDERED TO AT-UNITS(AX)
        END-IF
    END-PERFORM
    IF NOT AC-HIT AND AC-COUNT < 300
        ADD 1 TO AC-COUNT
        MOVE SOP-HACC-ID TO AT-HACC-ID(AC-COUNT)
        MOVE 1 TO AT-LINES(AC-COUNT)
        MOVE SOP-ORDERED TO AT-UNITS(AC-COUNT)
    END-IF.

SORT-PASS-RTN.
    IF PT-PLACED(SORT-J) < PT-PLACED(SORT-J + 1)
          OR (PT-PLACED(SORT-J) = PT-PLACED(SORT-J + 1)
              AND PT-AISLE(SORT-J) > PT-AISLE(SORT-J + 1))
          OR (PT-PLACED(SORT-J) = PT-PLACED(SORT-J + 1)
              AND PT-AISLE(SORT-J) = PT-AISLE(SORT-J + 1)
              AND PT-BAY(SORT-J) > PT-BAY(SORT-J + 1))
        MOVE PK-ENTRY(SORT-J) TO SWAP-ENTRY
        MOVE PK-ENTRY(SORT-J + 1) TO PK-ENTRY(SORT-J)
        MOVE SWAP-ENTRY TO PK-ENTRY(SORT-J + 1)
    END-IF.

PICK-PRINT-RTN.
    MOVE PT-QTY(PX) TO QTY-DISP
    IF PT-STATUS(PX) = "P"
        MOVE "POSTED" TO STATUS-WORD
    ELSE
    IF PT-STATUS(PX) = "C"
        MOVE "CONFIRMED" TO STATUS-WORD
    ELSE
        MOVE SPACES TO STATUS-WORD
    END-IF
    END-IF
    IF PT-PLACED(PX) = "Y"
        MOVE PT-AISLE(PX) TO AISLE-ED
        MOVE PT-BAY(PX) TO BAY-ED
        DISPLAY "  " AISLE-ED " " BAY-ED " " PT-ZONE(PX) " "
                PT-SKU(PX) " " PT-HACC-ID(PX) " " QTY-DISP " "
                STATUS-WORD
    ELSE
        DISPLAY "  NO LOCATION  " "           " PT-SKU(PX) " "
                PT-HACC-ID(PX) " " QTY-DISP " " STATUS-WORD
    END-IF.

ACCOUNT-PRINT-RTN.
    MOVE AT-HACC-ID(AX) TO HACC-ID
    READ HOUSE-ACCOUNT-MASTER
        INVALID KEY
            MOVE SPACES TO HACC-NAME
    END-READ
    MOVE AT-LINES(AX) TO COUNT-DISP
    MOVE AT-UNITS(AX) TO UNITS-DISP
    DISPLAY "  " AT-HACC-ID(AX) " " HACC-NAME " LINES "
            COUNT-DISP " UNITS " UNITS-DISP.
