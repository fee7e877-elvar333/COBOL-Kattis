      *> could clear.
      *>
      *> entry feed, one count per line:
      *>   SKU COUNTED-QTY COUNTER-ID REASON [LOCATION]
      *> LOCATION S counts the sales floor alone and B the backroom
      *> alone - the other location keeps its book figure and the
      *> on-hand becomes the two together.  No location is a count
      *> of everything the store holds, as it always was.
      *> The variance against the master is reported, the master is
      *> corrected to the counted quantity, and every adjustment -
      *> SKU, before, after, who counted, why - goes to the BUDADJ
      *> audit file in the same spirit BUDPOVR captures price
      *> overrides, so shrink investigations have something to read.
      *> A count gain or loss is valued at the SKU's moving average
      *> cost - the average itself doesn't move, since the units
      *> found or lost carry the same cost as the rest - and is
      *> journalled to BUDCOSTJ beside the receipts and returns
      *> that do move it.
      *> Every whole-store count posted, matching or not, is
      *> stamped on the SKU's CYCMAST cycle-count record, which is
      *> what the planner and the compliance report go by.  The
      *> planner's CYCFEED is this feed: a line whose quantity is
      *> still * was not counted and is passed over, and a counter
      *> ID left as * is refused.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ADJ-FS.

    SELECT COST-JOURNAL-FILE ASSIGN TO "BUDCOSTJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CJ-FS.

    SELECT CYCLE-MASTER ASSIGN TO "CYCMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CYC-SKU
        FILE STATUS IS CYC-FS.

DATA DIVISION.
    FILE SECTION.
    FD  INVENTORY-MASTER.
        05  ADJ-COUNTER     PIC X(4).
        05  FILLER          PIC X VALUE SPACE.
        05  ADJ-REASON      PIC X(4).
        05  FILLER          PIC X VALUE SPACE.
      *> S floor, B backroom, space a whole-store count.
        05  ADJ-LOCATION    PIC X(1).

    FD  COST-JOURNAL-FILE.
    COPY "costjrn.cpy".

    FD  CYCLE-MASTER.
    COPY "cycmast.cpy".

    WORKING-STORAGE SECTION.
       01 INV-FS PIC XX.
           88 INV-FOUND VALUE "00".
       01 ADJ-FS PIC XX.
           88 ADJ-FOUND VALUE "00".
       01 CJ-FS PIC XX.
           88 CJ-FOUND VALUE "00".
       01 CYC-FS PIC XX.
           88 CYC-NEW-FILE VALUE "35".

       01 TODAY-DATE PIC 9(8).

       01 QTY-RAW PIC X(7).
       01 WHO-RAW PIC X(4).
       01 WHY-RAW PIC X(4).
       01 LOC-RAW PIC X(2).
       01 SKU-LEN PIC S9(2).
       01 QTY-LEN PIC S9(2).
       01 WHO-LEN PIC S9(2).
       01 WHY-LEN PIC S9(2).
       01 LOC-LEN PIC S9(2).

       01 COUNTED-QTY PIC S9(7).
      *> what the count leaves on the master, and the book figure
      *> for the location counted.
       01 NEW-ON-HAND PIC S9(7).
       01 NEW-BACKROOM PIC S9(7).
       01 LOC-BOOK PIC S9(7).
       01 LOC-NAME PIC X(9).
       01 VARIANCE-QTY PIC S9(8).
       01 VARIANCE-ED PIC -(7)9.
       01 BEFORE-ED PIC -(6)9.
       01 COUNT-LINES PIC 9(6) VALUE 0.
       01 ADJ-COUNT PIC 9(6) VALUE 0.
       01 MATCH-COUNT PIC 9(6) VALUE 0.
       01 SKIP-COUNT PIC 9(6) VALUE 0.
       01 VARIANCE-TOTAL PIC S9(9) VALUE 0.
       01 COUNT-DISP PIC Z(5)9.
       01 TOTAL-ED PIC -(8)9.
    ELSE
        OPEN OUTPUT ADJUST-AUDIT-FILE
    END-IF
    OPEN INPUT COST-JOURNAL-FILE
    IF CJ-FOUND
        CLOSE COST-JOURNAL-FILE
        OPEN EXTEND COST-JOURNAL-FILE
    ELSE
        OPEN OUTPUT COST-JOURNAL-FILE
    END-IF
    OPEN I-O CYCLE-MASTER
    IF CYC-NEW-FILE
        OPEN OUTPUT CYCLE-MASTER
        CLOSE CYCLE-MASTER
        OPEN I-O CYCLE-MASTER
    END-IF

    PERFORM UNTIL EOF-INP
        ACCEPT INP
            MOVE "0" TO QTY-RAW
            MOVE SPACES TO WHO-RAW
            MOVE SPACES TO WHY-RAW
            MOVE SPACES TO LOC-RAW
            MOVE 0 TO SKU-LEN QTY-LEN WHO-LEN WHY-LEN LOC-LEN
            UNSTRING INP DELIMITED BY ALL SPACE
                INTO SKU-RAW COUNT IN SKU-LEN,
                     QTY-RAW COUNT IN QTY-LEN,
                     WHO-RAW COUNT IN WHO-LEN,
                     WHY-RAW COUNT IN WHY-LEN,
                     LOC-RAW COUNT IN LOC-LEN
            PERFORM COUNT-LINE-RTN
        END-IF
    END-PERFORM

    CLOSE INVENTORY-MASTER
    CLOSE ADJUST-AUDIT-FILE
    CLOSE COST-JOURNAL-FILE
    CLOSE CYCLE-MASTER

    MOVE COUNT-LINES TO COUNT-DISP
    DISPLAY "COUNT LINES PROCESSED: " function TRIM(COUNT-DISP)
    DISPLAY "COUNTS MATCHING BOOK:  " function TRIM(COUNT-DISP)
    MOVE ADJ-COUNT TO COUNT-DISP
    DISPLAY "ADJUSTMENTS POSTED:    " function TRIM(COUNT-DISP)
    IF SKIP-COUNT > 0
        MOVE SKIP-COUNT TO COUNT-DISP
        DISPLAY "NOT COUNTED (LEFT *):  " function TRIM(COUNT-DISP)
    END-IF
    MOVE VARIANCE-TOTAL TO TOTAL-ED
    DISPLAY "NET UNIT VARIANCE:     " function TRIM(TOTAL-ED)

      *> an anonymous adjustment is exactly what this file exists to
      *> prevent.
COUNT-LINE-RTN.
    IF SKU-LEN > 0 AND QTY-RAW = "*"
        ADD 1 TO SKIP-COUNT
        DISPLAY function TRIM(SKU-RAW) "  NOT COUNTED"
    ELSE
    IF SKU-LEN = 0 OR QTY-LEN = 0 OR WHO-LEN = 0 OR WHY-LEN = 0
          OR QTY-RAW(1:QTY-LEN) IS NOT NUMERIC
          OR WHO-RAW = "*"
          OR (LOC-RAW NOT = SPACES AND LOC-RAW NOT = "S"
              AND LOC-RAW NOT = "B")
        DISPLAY "TALNING: BAD COUNT LINE " function TRIM(INP)
    ELSE
        MOVE QTY-RAW TO COUNTED-QTY
                        function TRIM(SKU-RAW)
                        " - COUNT NOT POSTED"
            NOT INVALID KEY
                PERFORM LOCATION-SPLIT-RTN
                IF LOC-RAW = SPACES
                    PERFORM CYCLE-STAMP-RTN
                END-IF
                COMPUTE VARIANCE-QTY =
                    NEW-ON-HAND - INV-QTY-ON-HAND
                IF VARIANCE-QTY = 0
                    ADD 1 TO MATCH-COUNT
                    DISPLAY function TRIM(SKU-RAW)
                            "  " function TRIM(LOC-NAME)
                            " COUNT MATCHES BOOK AT "
                            COUNTED-QTY
                ELSE
                    MOVE LOC-BOOK TO BEFORE-ED
                    MOVE VARIANCE-QTY TO VARIANCE-ED

                    MOVE TODAY-DATE TO ADJ-DATE
                    MOVE SKU-RAW TO ADJ-SKU
                    MOVE INV-QTY-ON-HAND TO ADJ-BEFORE
                    MOVE NEW-ON-HAND TO ADJ-AFTER
                    MOVE WHO-RAW TO ADJ-COUNTER
                    MOVE WHY-RAW TO ADJ-REASON
                    MOVE LOC-RAW TO ADJ-LOCATION
                    WRITE ADJUST-AUDIT-RECORD

                    MOVE TODAY-DATE TO CJ-DATE
                    MOVE SKU-RAW TO CJ-SKU
                    MOVE "COUNT" TO CJ-SOURCE
                    MOVE WHO-RAW TO CJ-REF
                    MOVE VARIANCE-QTY TO CJ-QTY
                    MOVE INV-COST TO CJ-MOVE-COST
                    MOVE INV-QTY-ON-HAND TO CJ-QTY-BEFORE
                    MOVE INV-COST TO CJ-OLD-COST
                    MOVE INV-COST TO CJ-NEW-COST
                    WRITE COST-JOURNAL-RECORD

                    MOVE NEW-ON-HAND TO INV-QTY-ON-HAND
                    MOVE NEW-BACKROOM TO INV-QTY-BACKROOM
                    REWRITE INV-MASTER-RECORD

                    ADD 1 TO ADJ-COUNT
                    ADD VARIANCE-QTY TO VARIANCE-TOTAL
                    DISPLAY function TRIM(SKU-RAW)
                            "  " function TRIM(LOC-NAME)
                            "  BOOK " function TRIM(BEFORE-ED)
                            "  COUNTED " COUNTED-QTY
                            "  VARIANCE " function TRIM(VARIANCE-ED)
                            " (" WHY-RAW ")"
                END-IF
        END-READ
    END-IF
    END-IF.

      *> the count onto the SKU's cycle-count record - a floor or
      *> backroom count alone leaves the other location unproved,
      *> so only a whole-store count is stamped.  A SKU not yet
      *> classified gets its record now and a class at the next
      *> ABCFLOKKUN.
CYCLE-STAMP-RTN.
    MOVE SKU-RAW TO CYC-SKU
    READ CYCLE-MASTER
        INVALID KEY
            MOVE SKU-RAW TO CYC-SKU
            MOVE SPACE TO CYC-CLASS
            MOVE 0 TO CYC-ANNUAL-VALUE CYC-CLASS-DATE
            MOVE 0 TO CYC-LAST-PLANNED
            MOVE TODAY-DATE TO CYC-LAST-COUNT
            MOVE TODAY-DATE(1:4) TO CYC-COUNT-YEAR
            MOVE 1 TO CYC-COUNTS-YTD
            WRITE CYC-MASTER-RECORD
        NOT INVALID KEY
            IF CYC-COUNT-YEAR NOT = TODAY-DATE(1:4)
                MOVE TODAY-DATE(1:4) TO CYC-COUNT-YEAR
                MOVE 0 TO CYC-COUNTS-YTD
            END-IF
            IF CYC-COUNTS-YTD < 999
                ADD 1 TO CYC-COUNTS-YTD
            END-IF
            MOVE TODAY-DATE TO CYC-LAST-COUNT
            REWRITE CYC-MASTER-RECORD
    END-READ.

      *> the count against the book for the location counted: the
      *> floor's book is on-hand less the backroom.  A whole-store
      *> count can only leave as much in the backroom as it found.
LOCATION-SPLIT-RTN.
    IF LOC-RAW = "S"
        MOVE "FLOOR" TO LOC-NAME
        COMPUTE LOC-BOOK = INV-QTY-ON-HAND - INV-QTY-BACKROOM
        MOVE INV-QTY-BACKROOM TO NEW-BACKROOM
        COMPUTE NEW-ON-HAND = COUNTED-QTY + INV-QTY-BACKROOM
    ELSE IF LOC-RAW = "B"
        MOVE "BACKROOM" TO LOC-NAME
        MOVE INV-QTY-BACKROOM TO LOC-BOOK
        MOVE COUNTED-QTY TO NEW-BACKROOM
        COMPUTE NEW-ON-HAND =
            INV-QTY-ON-HAND - INV-QTY-BACKROOM + COUNTED-QTY
    ELSE
        MOVE "STORE" TO LOC-NAME
        MOVE INV-QTY-ON-HAND TO LOC-BOOK
        MOVE COUNTED-QTY TO NEW-ON-HAND
        MOVE INV-QTY-BACKROOM TO NEW-BACKROOM
        IF NEW-BACKROOM > COUNTED-QTY
            MOVE COUNTED-QTY TO NEW-BACKROOM
        END-IF
        IF NEW-BACKROOM < 0
            MOVE 0 TO NEW-BACKROOM
        END-IF
    END-IF
    END-IF.
