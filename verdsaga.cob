IDENTIFICATION DIVISION.
PROGRAM-ID. VERDSAGA.

      *> price-history inquiry and the weekly price-change register.
      *> Every program that moves INV-PRICE appends a line to BUDPRCH
      *> (old price, new price, when, which program, why), so the
      *> question "what did this ring up at on the 3rd" - a customer
      *> dispute, a trading-standards letter - is answered from the
      *> ledger instead of from memory.  Feed, one action per line,
      *> until a blank line:
      *>   A sku yyyymmdd   the price the SKU carried at the close of
      *>                    that day, and any changes made that day
      *>   H sku            the SKU's full price history
      *>   W [yyyymmdd]     the register of every price change in the
      *>                    seven days ending on the date (default the
      *>                    business date), totals by program, for the
      *>                    store manager to sign and file

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PRICE-HISTORY-FILE ASSIGN TO "BUDPRCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PRH-FS.

    SELECT INVENTORY-MASTER ASSIGN TO "INVMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS INV-SKU
        FILE STATUS IS INV-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  PRICE-HISTORY-FILE.
    COPY "prchist.cpy".

    FD  INVENTORY-MASTER.
    COPY "invmast.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    WORKING-STORAGE SECTION.
       01 PRH-FS PIC XX.
           88 PRH-FOUND VALUE "00".
           88 PRH-EOF VALUE "10".
       01 INV-FS PIC XX.
           88 INV-FOUND VALUE "00".
       01 INV-OPEN-SW PIC X VALUE "N".
           88 INV-FILE-OPEN VALUE "Y".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".

       01 TODAY-DATE PIC 9(8).

       01 INP PIC X(40).
           88 EOF-INP VALUE SPACES.
       01 ACT-RAW PIC X(2).
       01 SKU-RAW PIC X(10).
       01 DATE-RAW PIC X(10).
       01 ACT-LEN PIC S9(2).
       01 SKU-LEN PIC S9(2).
       01 DATE-LEN PIC S9(2).
       01 WANT-DATE PIC 9(8).
       01 FROM-DATE PIC 9(8).

      *> the as-of search - the last change on or before the date
      *> wins; failing that, the price the first later change
      *> replaced was the price in force.
       01 ASOF-HIT-SW PIC X VALUE "N".
           88 ASOF-HIT VALUE "Y".
       01 LATER-HIT-SW PIC X VALUE "N".
           88 LATER-HIT VALUE "Y".
       01 ASOF-PRICE PIC S9(6).
       01 ASOF-SET-DATE PIC 9(8).
       01 ASOF-SOURCE PIC X(12).
       01 ASOF-REASON PIC X(12).
       01 LATER-OLD PIC S9(6).
       01 LATER-REASON PIC X(12).

      *> register totals by the program that made the change.
       01 SRC-TAB.
           05 SRC-ENTRY OCCURS 20 TIMES INDEXED BY SX.
               10 ST-SOURCE PIC X(12).
               10 ST-COUNT  PIC 9(5).
               10 ST-UP     PIC 9(5).
               10 ST-DOWN   PIC 9(5).
       01 SRC-COUNT PIC 9(2) VALUE 0.
       01 SRC-FOUND-SW PIC X VALUE "N".
           88 SRC-FOUND VALUE "Y".

       01 LINE-COUNT PIC 9(5) VALUE 0.
       01 UP-COUNT PIC 9(5) VALUE 0.
       01 DOWN-COUNT PIC 9(5) VALUE 0.
       01 PRICE-MOVE PIC S9(7).
       01 OLD-DISP PIC -(5)9.
       01 NEW-DISP PIC -(5)9.
       01 MOVE-DISP PIC -(6)9.
       01 COUNT-DISP PIC Z(4)9.
       01 UP-DISP PIC Z(4)9.
       01 DOWN-DISP PIC Z(4)9.

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

    OPEN INPUT INVENTORY-MASTER
    IF INV-FOUND
        MOVE "Y" TO INV-OPEN-SW
    END-IF

    ACCEPT INP
    PERFORM UNTIL EOF-INP
        MOVE SPACES TO ACT-RAW SKU-RAW DATE-RAW
        MOVE 0 TO ACT-LEN SKU-LEN DATE-LEN
        UNSTRING INP DELIMITED BY ALL SPACE
            INTO ACT-RAW  COUNT IN ACT-LEN,
                 SKU-RAW  COUNT IN SKU-LEN,
                 DATE-RAW COUNT IN DATE-LEN
        IF ACT-RAW = "A"
            PERFORM ASOF-RTN
        ELSE IF ACT-RAW = "H"
            PERFORM SKU-HISTORY-RTN
        ELSE IF ACT-RAW = "W"
            PERFORM WEEK-REGISTER-RTN
        ELSE
            DISPLAY "VERDSAGA: UNKNOWN ACTION " function TRIM(INP)
        END-IF
        END-IF
        END-IF
        ACCEPT INP
    END-PERFORM

    IF INV-FILE-OPEN
        CLOSE INVENTORY-MASTER
    END-IF
    GOBACK.

      *> A sku yyyymmdd - the price in force at the close of the day.
ASOF-RTN.
    IF SKU-LEN = 0 OR DATE-LEN NOT = 8
          OR DATE-RAW(1:8) IS NOT NUMERIC
        DISPLAY "VERDSAGA: A NEEDS A SKU AND A DATE YYYYMMDD - "
                function TRIM(INP)
    ELSE
        MOVE DATE-RAW(1:8) TO WANT-DATE
        MOVE "N" TO ASOF-HIT-SW LATER-HIT-SW
        MOVE 0 TO ASOF-PRICE ASOF-SET-DATE LATER-OLD LINE-COUNT
        MOVE SPACES TO ASOF-SOURCE ASOF-REASON LATER-REASON
        DISPLAY " "
        DISPLAY "PRICE OF " function TRIM(SKU-RAW) " AS OF "
                WANT-DATE
        OPEN INPUT PRICE-HISTORY-FILE
        IF PRH-FOUND
            PERFORM PRH-READ-RTN
            PERFORM UNTIL PRH-EOF
                IF PRH-SKU = SKU-RAW
                    PERFORM ASOF-POST-RTN
                END-IF
                PERFORM PRH-READ-RTN
            END-PERFORM
            CLOSE PRICE-HISTORY-FILE
        END-IF
        PERFORM ASOF-ANSWER-RTN
    END-IF.

ASOF-POST-RTN.
    IF PRH-DATE <= WANT-DATE
        MOVE "Y" TO ASOF-HIT-SW
        MOVE PRH-NEW-PRICE TO ASOF-PRICE
        MOVE PRH-DATE TO ASOF-SET-DATE
        MOVE PRH-SOURCE TO ASOF-SOURCE
        MOVE PRH-REASON TO ASOF-REASON
        IF PRH-DATE = WANT-DATE
            IF LINE-COUNT = 0
                DISPLAY "  CHANGES ON THE DAY:"
            END-IF
            ADD 1 TO LINE-COUNT
            PERFORM PRH-LINE-RTN
        END-IF
    ELSE
        IF NOT LATER-HIT
            MOVE "Y" TO LATER-HIT-SW
            MOVE PRH-OLD-PRICE TO LATER-OLD
            MOVE PRH-REASON TO LATER-REASON
        END-IF
    END-IF.

ASOF-ANSWER-RTN.
    IF ASOF-HIT
        MOVE ASOF-PRICE TO NEW-DISP
        DISPLAY "  PRICE " NEW-DISP "  SET " ASOF-SET-DATE
                " BY " function TRIM(ASOF-SOURCE)
                " (" function TRIM(ASOF-REASON) ")"
    ELSE IF LATER-HIT
        IF LATER-REASON = "NEW SKU"
            DISPLAY "  SKU NOT YET ON THE MASTER ON THAT DATE"
        ELSE
            MOVE LATER-OLD TO NEW-DISP
            DISPLAY "  PRICE " NEW-DISP
                    "  (IN FORCE BEFORE THE FIRST RECORDED CHANGE)"
        END-IF
    ELSE
        PERFORM ASOF-MASTER-RTN
    END-IF
    END-IF.

      *> nothing on the ledger for the SKU - the master's price has
      *> not moved since the ledger began, so it is the answer.
ASOF-MASTER-RTN.
    IF NOT INV-FILE-OPEN
        DISPLAY "  NO PRICE HISTORY AND NO INVENTORY MASTER ON SITE"
    ELSE
        MOVE SKU-RAW TO INV-SKU
        READ INVENTORY-MASTER
            INVALID KEY
                DISPLAY "  NOT ON THE INVENTORY MASTER - NO HISTORY"
            NOT INVALID KEY
                MOVE INV-PRICE TO NEW-DISP
                DISPLAY "  PRICE " NEW-DISP
                        "  (UNCHANGED - NO RECORDED CHANGES)"
        END-READ
    END-IF.

      *> H sku - every change ever recorded, oldest first.
SKU-HISTORY-RTN.
    IF SKU-LEN = 0
        DISPLAY "VERDSAGA: H NEEDS A SKU"
    ELSE
        MOVE 0 TO LINE-COUNT
        DISPLAY " "
        DISPLAY "PRICE HISTORY FOR " function TRIM(SKU-RAW)
        DISPLAY "  DATE     TIME      OLD    NEW  PROGRAM      REASON"
        OPEN INPUT PRICE-HISTORY-FILE
        IF PRH-FOUND
            PERFORM PRH-READ-RTN
            PERFORM UNTIL PRH-EOF
                IF PRH-SKU = SKU-RAW
                    ADD 1 TO LINE-COUNT
                    PERFORM PRH-LINE-RTN
                END-IF
                PERFORM PRH-READ-RTN
            END-PERFORM
            CLOSE PRICE-HISTORY-FILE
        END-IF
        IF LINE-COUNT = 0
            DISPLAY "  NO PRICE CHANGES RECORDED"
        END-IF
        IF INV-FILE-OPEN
            MOVE SKU-RAW TO INV-SKU
            READ INVENTORY-MASTER
                INVALID KEY
                    DISPLAY "  NOT ON THE INVENTORY MASTER"
                NOT INVALID KEY
                    MOVE INV-PRICE TO NEW-DISP
                    DISPLAY "  CURRENT MASTER PRICE " NEW-DISP
            END-READ
        END-IF
    END-IF.

      *> W [yyyymmdd] - the week's register for signature.
WEEK-REGISTER-RTN.
    IF SKU-LEN = 0
        MOVE TODAY-DATE TO WANT-DATE
    ELSE
        IF SKU-LEN NOT = 8 OR SKU-RAW(1:8) IS NOT NUMERIC
            DISPLAY "VERDSAGA: W DATE MUST BE YYYYMMDD - "
                    function TRIM(INP)
            MOVE 0 TO WANT-DATE
        ELSE
            MOVE SKU-RAW(1:8) TO WANT-DATE
        END-IF
    END-IF
    IF WANT-DATE > 0
        COMPUTE FROM-DATE = function DATE-OF-INTEGER(
            function INTEGER-OF-DATE(WANT-DATE) - 6)
        MOVE 0 TO LINE-COUNT UP-COUNT DOWN-COUNT SRC-COUNT
        DISPLAY " "
        DISPLAY "WEEKLY PRICE-CHANGE REGISTER " FROM-DATE
                " TO " WANT-DATE
        DISPLAY "  SKU        DATE     TIME      OLD    NEW   CHANGE"
                "  PROGRAM      REASON"
        OPEN INPUT PRICE-HISTORY-FILE
        IF PRH-FOUND
            PERFORM PRH-READ-RTN
            PERFORM UNTIL PRH-EOF
                IF PRH-DATE >= FROM-DATE AND PRH-DATE <= WANT-DATE
                    PERFORM WEEK-POST-RTN
                END-IF
                PERFORM PRH-READ-RTN
            END-PERFORM
            CLOSE PRICE-HISTORY-FILE
        END-IF
        PERFORM WEEK-TOTAL-RTN
    END-IF.

WEEK-POST-RTN.
    ADD 1 TO LINE-COUNT
    COMPUTE PRICE-MOVE = PRH-NEW-PRICE - PRH-OLD-PRICE
    MOVE PRH-OLD-PRICE TO OLD-DISP
    MOVE PRH-NEW-PRICE TO NEW-DISP
    MOVE PRICE-MOVE TO MOVE-DISP
    DISPLAY "  " PRH-SKU " " PRH-DATE " " PRH-TIME " " OLD-DISP
            " " NEW-DISP " " MOVE-DISP "  " PRH-SOURCE " "
            PRH-REASON

    MOVE "N" TO SRC-FOUND-SW
    PERFORM VARYING SX FROM 1 BY 1
            UNTIL SX > SRC-COUNT OR SRC-FOUND
        IF ST-SOURCE(SX) = PRH-SOURCE
            MOVE "Y" TO SRC-FOUND-SW
        END-IF
    END-PERFORM
    IF SRC-FOUND
        SET SX DOWN BY 1
    ELSE
        IF SRC-COUNT < 20
            ADD 1 TO SRC-COUNT
            SET SX TO SRC-COUNT
            MOVE PRH-SOURCE TO ST-SOURCE(SX)
            MOVE 0 TO ST-COUNT(SX) ST-UP(SX) ST-DOWN(SX)
            MOVE "Y" TO SRC-FOUND-SW
        END-IF
    END-IF
    IF SRC-FOUND
        ADD 1 TO ST-COUNT(SX)
    END-IF
    IF PRICE-MOVE > 0
        ADD 1 TO UP-COUNT
        IF SRC-FOUND
            ADD 1 TO ST-UP(SX)
        END-IF
    END-IF
    IF PRICE-MOVE < 0
        ADD 1 TO DOWN-COUNT
        IF SRC-FOUND
            ADD 1 TO ST-DOWN(SX)
        END-IF
    END-IF.

WEEK-TOTAL-RTN.
    IF LINE-COUNT = 0
        DISPLAY "  NO PRICE CHANGES IN THE WEEK"
    END-IF
    DISPLAY " "
    DISPLAY "  CHANGES BY PROGRAM          COUNT    UP  DOWN"
    PERFORM VARYING SX FROM 1 BY 1 UNTIL SX > SRC-COUNT
        MOVE ST-COUNT(SX) TO COUNT-DISP
        MOVE ST-UP(SX) TO UP-DISP
        MOVE ST-DOWN(SX) TO DOWN-DISP
        DISPLAY "  " ST-SOURCE(SX) "              " COUNT-DISP " "
                UP-DISP " " DOWN-DISP
    END-PERFORM
    MOVE LINE-COUNT TO COUNT-DISP
    MOVE UP-COUNT TO UP-DISP
    MOVE DOWN-COUNT TO DOWN-DISP
    DISPLAY "  TOTAL                       " COUNT-DISP " " UP-DISP
            " " DOWN-DISP
    DISPLAY " "
    DISPLAY "  REVIEWED BY STORE MANAGER ____________________  "
            "DATE ____________".

PRH-LINE-RTN.
    MOVE PRH-OLD-PRICE TO OLD-DISP
    MOVE PRH-NEW-PRICE TO NEW-DISP
    DISPLAY "  " PRH-DATE " " PRH-TIME " " OLD-DISP " " NEW-DISP
            "  " PRH-SOURCE " " PRH-REASON.

PRH-READ-RTN.
    READ PRICE-HISTORY-FILE
        AT END MOVE "10" TO PRH-FS
    END-READ.
