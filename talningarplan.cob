IDENTIFICATION DIVISION.
PROGRAM-ID. TALNINGARPLAN.

      *> daily cycle-count planner - picks which SKUs the stock
      *> clerk counts today so every SKU on CYCMAST is counted as
      *> often a year as its ABC class calls for (the control
      *> record's counts a year per class; 12 A, 4 B, 1 C when not
      *> set), and prints the count sheets in ZONEMAST aisle/bay
      *> walk order the way HILLUFYLLING prints its fill list.
      *> A SKU is due once its class's interval (365 days over the
      *> counts a year) has run since its last posted count - one
      *> never counted is due at once.  The day's quota is the
      *> year's counts spread over the trading days, rounded up,
      *> and the most overdue go first, A before B before C when
      *> equally late.  The sheets are blind: the book quantity is
      *> not shown, so the count is what is on the shelf.
      *>
      *> The picks also go to the CYCFEED count feed, one TALNING
      *> line per SKU in the same walk order:
      *>   sku * * CYCL
      *> the clerk replaces the first * with the counted quantity
      *> and the second with their counter ID, and the file is
      *> posted as it stands (talning < CYCFEED) - a line still
      *> carrying * for its quantity was not counted and TALNING
      *> passes it over, so it is due again tomorrow.
      *>
      *> entry feed: one optional line, the number of SKUs to
      *> count today (blank takes the quota).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

    SELECT CYCLE-MASTER ASSIGN TO "CYCMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CYC-SKU
        FILE STATUS IS CYC-FS.

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

      *> today's count feed, rebuilt by every run.
    SELECT COUNT-FEED-FILE ASSIGN TO "CYCFEED"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FEED-FS.

DATA DIVISION.
    FILE SECTION.
    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    FD  CYCLE-MASTER.
    COPY "cycmast.cpy".

    FD  INVENTORY-MASTER.
    COPY "invmast.cpy".

    FD  ZONE-MASTER.
    COPY "zonemast.cpy".

    FD  COUNT-FEED-FILE.
    01  COUNT-FEED-LINE     PIC X(40).

    WORKING-STORAGE SECTION.
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".
       01 CYC-FS PIC XX.
           88 CYC-FOUND VALUE "00".
           88 CYC-EOF VALUE "10".
       01 INV-FS PIC XX.
           88 INV-FOUND VALUE "00".
       01 ZONE-FS PIC XX.
           88 ZONE-FOUND VALUE "00".
       01 ZONE-OPEN-SW PIC X VALUE "N".
           88 ZONE-FILE-OPEN VALUE "Y".
       01 FEED-FS PIC XX.

       01 TODAY-DATE PIC 9(8).
       01 TODAY-INT PIC S9(9).

      *> counts a year per class, A B C, and the days between them.
       01 TARGET-TAB.
           05 TARGET-ENTRY OCCURS 3 TIMES.
               10 TG-COUNTS PIC 9(3).
               10 TG-DAYS PIC 9(3).
       01 CLX PIC S9(2).
       01 CLASS-NAMES PIC X(3) VALUE "ABC".
      *> trading days a year the counts are spread over - tuned
      *> here.
       01 COUNT-DAYS PIC 9(3) VALUE 300.
       01 YEAR-COUNTS PIC 9(9) VALUE 0.
       01 DAY-QUOTA PIC 9(5) VALUE 0.

       01 INP PIC X(10).
       01 INP-TOK PIC X(5).
       01 INP-LEN PIC S9(2).

      *> every SKU due, then - the day's picks at the head - put
      *> into walk order.  An unplaced SKU walks last.
       01 DUE-TAB.
           05 DUE-ENTRY OCCURS 2000 TIMES INDEXED BY DX.
               10 DT-LATE PIC S9(5).
               10 DT-CLASS PIC X(1).
               10 DT-SKU PIC X(10).
               10 DT-LAST PIC 9(8).
               10 DT-AISLE PIC S9(5).
               10 DT-BAY PIC S9(5).
               10 DT-ZONE PIC X(12).
       01 DUE-COUNT PIC 9(4) VALUE 0.
       01 DUE-OVER-COUNT PIC 9(5) VALUE 0.
       01 PICK-COUNT PIC 9(4) VALUE 0.
       01 SWAP-ENTRY PIC X(46).
       01 SORT-I PIC S9(5).
       01 SORT-J PIC S9(5).
       01 SWAP-SW PIC X VALUE "N".
           88 SWAP-NEEDED VALUE "Y".

       01 LATE-DAYS PIC S9(7).
       01 SKU-COUNT PIC 9(5) VALUE 0.
       01 GONE-COUNT PIC 9(5) VALUE 0.
       01 UNPLACED-COUNT PIC 9(5) VALUE 0.
       01 AISLE-ED PIC -(4)9.
       01 BAY-ED PIC -(4)9.
       01 LATE-ED PIC -(4)9.
       01 COUNT-DISP PIC Z(4)9.
       01 LAST-TXT PIC X(8).
       01 LATE-TXT PIC X(5).

PROCEDURE DIVISION.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD
    MOVE 12 TO TG-COUNTS(1)
    MOVE 4 TO TG-COUNTS(2)
    MOVE 1 TO TG-COUNTS(3)
    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND AND BUD-BUSINESS-DATE > 0
            MOVE BUD-BUSINESS-DATE TO TODAY-DATE
        END-IF
        IF CTL-FOUND AND BUD-CYC-TARGET-A IS NUMERIC
              AND BUD-CYC-TARGET-A > 0
            MOVE BUD-CYC-TARGET-A TO TG-COUNTS(1)
        END-IF
        IF CTL-FOUND AND BUD-CYC-TARGET-B IS NUMERIC
              AND BUD-CYC-TARGET-B > 0
            MOVE BUD-CYC-TARGET-B TO TG-COUNTS(2)
        END-IF
        IF CTL-FOUND AND BUD-CYC-TARGET-C IS NUMERIC
              AND BUD-CYC-TARGET-C > 0
            MOVE BUD-CYC-TARGET-C TO TG-COUNTS(3)
        END-IF
    END-IF
    CLOSE CONTROL-FILE
    PERFORM VARYING CLX FROM 1 BY 1 UNTIL CLX > 3
        COMPUTE TG-DAYS(CLX) = 365 / TG-COUNTS(CLX)
        IF TG-DAYS(CLX) = 0
            MOVE 1 TO TG-DAYS(CLX)
        END-IF
    END-PERFORM
    COMPUTE TODAY-INT = function INTEGER-OF-DATE(TODAY-DATE)

    MOVE SPACES TO INP
    ACCEPT INP
    MOVE "0" TO INP-TOK
    MOVE 0 TO INP-LEN
    UNSTRING INP DELIMITED BY ALL SPACE
        INTO INP-TOK COUNT IN INP-LEN
    IF INP-LEN > 5
          OR (INP-LEN > 0 AND INP-TOK(1:INP-LEN) IS NOT NUMERIC)
        DISPLAY "TALNINGARPLAN: BAD COUNT " function TRIM(INP)
                " - RUN REFUSED"
        GOBACK
    END-IF

    OPEN I-O CYCLE-MASTER
    IF NOT CYC-FOUND
        DISPLAY "TALNINGARPLAN: NO CYCLE-COUNT MASTER - RUN "
                "ABCFLOKKUN FIRST"
        GOBACK
    END-IF
    OPEN INPUT INVENTORY-MASTER
    IF NOT INV-FOUND
        DISPLAY "TALNINGARPLAN: NO INVENTORY MASTER ON SITE"
        CLOSE CYCLE-MASTER
        GOBACK
    END-IF
    OPEN INPUT ZONE-MASTER
    IF ZONE-FOUND
        MOVE "Y" TO ZONE-OPEN-SW
    END-IF

      *> pass 1: the whole master - the year's counts for the
      *> quota, and every SKU due today.
    MOVE LOW-VALUES TO CYC-SKU
    START CYCLE-MASTER KEY IS NOT LESS THAN CYC-SKU
        INVALID KEY MOVE "10" TO CYC-FS
    END-START
    IF NOT CYC-EOF
        PERFORM CYC-READ-RTN
    END-IF
    PERFORM UNTIL CYC-EOF
        PERFORM CYC-DUE-RTN
        PERFORM CYC-READ-RTN
    END-PERFORM
    MOVE "00" TO CYC-FS

    COMPUTE DAY-QUOTA = (YEAR-COUNTS + COUNT-DAYS - 1) / COUNT-DAYS
    IF INP-LEN > 0
        MOVE INP-TOK(1:INP-LEN) TO DAY-QUOTA
    END-IF

      *> most overdue first, A before B before C on a tie.
    PERFORM VARYING SORT-I FROM 1 BY 1
            UNTIL SORT-I >= DUE-COUNT
        PERFORM LATE-PASS-RTN
            VARYING SORT-J FROM 1 BY 1
            UNTIL SORT-J > DUE-COUNT - SORT-I
    END-PERFORM
    IF DUE-COUNT < DAY-QUOTA
        MOVE DUE-COUNT TO PICK-COUNT
    ELSE
        MOVE DAY-QUOTA TO PICK-COUNT
    END-IF

      *> the picks into walk order.
    PERFORM VARYING SORT-I FROM 1 BY 1
            UNTIL SORT-I >= PICK-COUNT
        PERFORM WALK-PASS-RTN
            VARYING SORT-J FROM 1 BY 1
            UNTIL SORT-J > PICK-COUNT - SORT-I
    END-PERFORM

    OPEN OUTPUT COUNT-FEED-FILE
    DISPLAY "CYCLE COUNT SHEET " TODAY-DATE
    DISPLAY "  AISLE   BAY ZONE         SKU        CLASS LAST CNT"
            "  DAYS LATE  COUNTED   BY"
    PERFORM SHEET-PRINT-RTN
        VARYING DX FROM 1 BY 1 UNTIL DX > PICK-COUNT
    CLOSE COUNT-FEED-FILE

    CLOSE CYCLE-MASTER
    CLOSE INVENTORY-MASTER
    IF ZONE-FILE-OPEN
        CLOSE ZONE-MASTER
    END-IF

    MOVE SKU-COUNT TO COUNT-DISP
    DISPLAY "SKUS ON CYCLE COUNT:     " COUNT-DISP
    MOVE DUE-COUNT TO COUNT-DISP
    DISPLAY "DUE FOR A COUNT:         " COUNT-DISP
    MOVE DAY-QUOTA TO COUNT-DISP
    DISPLAY "TODAY'S QUOTA:           " COUNT-DISP
    MOVE PICK-COUNT TO COUNT-DISP
    DISPLAY "ON TODAY'S SHEET:        " COUNT-DISP
    IF DUE-COUNT > PICK-COUNT
        COMPUTE SKU-COUNT = DUE-COUNT - PICK-COUNT
        MOVE SKU-COUNT TO COUNT-DISP
        DISPLAY "DUE, LEFT FOR LATER:     " COUNT-DISP
    END-IF
    IF UNPLACED-COUNT > 0
        MOVE UNPLACED-COUNT TO COUNT-DISP
        DISPLAY "ON THE SHEET, NO LOCATION: " COUNT-DISP
    END-IF
    IF GONE-COUNT > 0
        MOVE GONE-COUNT TO COUNT-DISP
        DISPLAY "OFF THE INVENTORY MASTER: " COUNT-DISP
    END-IF
    IF DUE-OVER-COUNT > 0
        MOVE DUE-OVER-COUNT TO COUNT-DISP
        DISPLAY "NOT PLANNED - TABLE FULL: " COUNT-DISP
    END-IF

    GOBACK.

CYC-READ-RTN.
    READ CYCLE-MASTER NEXT
        AT END
            MOVE "10" TO CYC-FS
    END-READ
    IF NOT CYC-FOUND
        MOVE "10" TO CYC-FS
    END-IF.

      *> one CYCMAST SKU: still stocked, and due or not.  Not yet
      *> classed counts as a C.  A discontinued line with nothing
      *> left has nothing to count.
CYC-DUE-RTN.
    MOVE CYC-SKU TO INV-SKU
    READ INVENTORY-MASTER
        INVALID KEY
            MOVE "23" TO INV-FS
    END-READ
    IF NOT INV-FOUND
        ADD 1 TO GONE-COUNT
    ELSE
    IF INV-DISCONTINUED AND INV-QTY-ON-HAND = 0
        CONTINUE
    ELSE
        ADD 1 TO SKU-COUNT
        IF CYC-CLASS-A
            MOVE 1 TO CLX
        ELSE IF CYC-CLASS-B
            MOVE 2 TO CLX
        ELSE
            MOVE 3 TO CLX
        END-IF
        END-IF
        ADD TG-COUNTS(CLX) TO YEAR-COUNTS
        IF CYC-LAST-COUNT = 0
            MOVE 9999 TO LATE-DAYS
        ELSE
            COMPUTE LATE-DAYS = TODAY-INT
                - function INTEGER-OF-DATE(CYC-LAST-COUNT)
                - TG-DAYS(CLX)
            IF LATE-DAYS > 9998
                MOVE 9998 TO LATE-DAYS
            END-IF
        END-IF
        IF LATE-DAYS >= 0
            PERFORM DUE-ADD-RTN
        END-IF
    END-IF
    END-IF.

DUE-ADD-RTN.
    IF DUE-COUNT < 2000
        ADD 1 TO DUE-COUNT
        MOVE LATE-DAYS TO DT-LATE(DUE-COUNT)
        MOVE CLASS-NAMES(CLX:1) TO DT-CLASS(DUE-COUNT)
        MOVE CYC-SKU TO DT-SKU(DUE-COUNT)
        MOVE CYC-LAST-COUNT TO DT-LAST(DUE-COUNT)
        MOVE 99999 TO DT-AISLE(DUE-COUNT)
        MOVE 99999 TO DT-BAY(DUE-COUNT)
        MOVE SPACES TO DT-ZONE(DUE-COUNT)
        IF ZONE-FILE-OPEN
            MOVE CYC-SKU TO ZONE-SKU
            READ ZONE-MASTER
                INVALID KEY
                    MOVE "23" TO ZONE-FS
                NOT INVALID KEY
                    MOVE ZONE-AISLE TO DT-AISLE(DUE-COUNT)
                    MOVE ZONE-BAY TO DT-BAY(DUE-COUNT)
                    MOVE ZONE-NAME TO DT-ZONE(DUE-COUNT)
            END-READ
        END-IF
    ELSE
        ADD 1 TO DUE-OVER-COUNT
    END-IF.

LATE-PASS-RTN.
    MOVE "N" TO SWAP-SW
    IF DT-LATE(SORT-J) < DT-LATE(SORT-J + 1)
        MOVE "Y" TO SWAP-SW
    ELSE
    IF DT-LATE(SORT-J) = DT-LATE(SORT-J + 1)
          AND DT-CLASS(SORT-J) > DT-CLASS(SORT-J + 1)
        MOVE "Y" TO SWAP-SW
    END-IF
    END-IF
    IF SWAP-NEEDED
        MOVE DUE-ENTRY(SORT-J) TO SWAP-ENTRY
        MOVE DUE-ENTRY(SORT-J + 1) TO DUE-ENTRY(SORT-J)
        MOVE SWAP-ENTRY TO DUE-ENTRY(SORT-J + 1)
    END-IF.

WALK-PASS-RTN.
    IF DT-AISLE(SORT-J) > DT-AISLE(SORT-J + 1)
          OR (DT-AISLE(SORT-J) = DT-AISLE(SORT-J + 1)
              AND DT-BAY(SORT-J) > DT-BAY(SORT-J + 1))
        MOVE DUE-ENTRY(SORT-J) TO SWAP-ENTRY
        MOVE DUE-ENTRY(SORT-J + 1) TO DUE-ENTRY(SORT-J)
        MOVE SWAP-ENTRY TO DUE-ENTRY(SORT-J + 1)
    END-IF.

      *> one sheet line, its feed line, and the planned stamp.
SHEET-PRINT-RTN.
    MOVE SPACES TO COUNT-FEED-LINE
    STRING function TRIM(DT-SKU(DX)) DELIMITED BY SIZE
           " * * CYCL" DELIMITED BY SIZE
        INTO COUNT-FEED-LINE
    WRITE COUNT-FEED-LINE

    IF DT-LAST(DX) = 0
        MOVE "NEVER" TO LAST-TXT
    ELSE
        MOVE DT-LAST(DX) TO LAST-TXT
    END-IF
    IF DT-LATE(DX) = 9999
        MOVE SPACES TO LATE-TXT
    ELSE
        MOVE DT-LATE(DX) TO LATE-ED
        MOVE LATE-ED TO LATE-TXT
    END-IF
    IF DT-AISLE(DX) = 99999
        ADD 1 TO UNPLACED-COUNT
        DISPLAY "   ---   --- NO LOCATION  " DT-SKU(DX) "   "
                DT-CLASS(DX) "   " LAST-TXT "  " LATE-TXT
                "  ________ ____"
    ELSE
        MOVE DT-AISLE(DX) TO AISLE-ED
        MOVE DT-BAY(DX) TO BAY-ED
        DISPLAY "  " AISLE-ED " " BAY-ED " " DT-ZONE(DX) " "
                DT-SKU(DX) "   " DT-CLASS(DX) "   " LAST-TXT "  "
                LATE-TXT "  ________ ____"
    END-IF

    MOVE DT-SKU(DX) TO CYC-SKU
    READ CYCLE-MASTER
        INVALID KEY
            MOVE "23" TO CYC-FS
        NOT INVALID KEY
            MOVE TODAY-DATE TO CYC-LAST-PLANNED
            REWRITE CYC-MASTER-RECORD
    END-READ.
