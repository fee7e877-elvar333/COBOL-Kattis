IDENTIFICATION DIVISION.
PROGRAM-ID. LAGERSTADA.

      *> nightly stock-position extract for head office - until now
      *> a store's stock never left the building, so one store sat
      *> on twenty weeks of a line while the next was out of it.
      *> After the night's depletion and sales summary, this queues
      *> one POS line on the store's HQFEED for every SKU with stock
      *> on hand or sales in the window: on hand off INVMAST and
      *> the weekly rate off the last four weeks of SKUDAG (units
      *> sold less units back, closing day included), for the
      *> chain balancing run (JOFNUN) to weigh against every other
      *> store.  Agency items are never stock and stay off.  A
      *> rerun just queues the same positions again - head office
      *> keeps the latest per store.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SKU-DAY-FILE ASSIGN TO "SKUDAG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SDS-KEY
        FILE STATUS IS SDS-FS.

    SELECT INVENTORY-MASTER ASSIGN TO "INVMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS INV-SKU
        FILE STATUS IS INV-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

    SELECT FEED-FILE ASSIGN TO "HQFEED"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FEED-FS.

DATA DIVISION.
    FILE SECTION.
    FD  SKU-DAY-FILE.
    COPY "skudag.cpy".

    FD  INVENTORY-MASTER.
    COPY "invmast.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    FD  FEED-FILE.
    01  FEED-RECORD.
        05  FEED-STORE      PIC 9(4).
        05  FILLER          PIC X.
        05  FEED-SOURCE     PIC X(4).
        05  FILLER          PIC X.
        05  FEED-BODY       PIC X(150).

    WORKING-STORAGE SECTION.
       01 SDS-FS PIC XX.
           88 SDS-FOUND VALUE "00".
           88 SDS-EOF VALUE "10".
       01 INV-FS PIC XX.
           88 INV-FOUND VALUE "00".
           88 INV-EOF VALUE "10".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".
       01 FEED-FS PIC XX.
           88 FEED-FOUND VALUE "00".

       01 TODAY-DATE PIC 9(8).
       01 STORE-NO PIC 9(4) VALUE 0.
      *> the trailing window the weekly rate is taken over.
       01 POS-WEEKS PIC 9(2) VALUE 4.
       01 WINDOW-START PIC 9(8).
       01 TODAY-INT PIC S9(9).

      *> net units per SKU over the window, off the summary.
       01 SOLD-TAB.
           05 SOLD-ENTRY OCCURS 2000 TIMES INDEXED BY QX.
               10 ST-SKU    PIC X(10).
               10 ST-UNITS  PIC S9(9).
       01 SOLD-COUNT PIC 9(4) VALUE 0.
       01 SOLD-OVER-COUNT PIC 9(5) VALUE 0.
       01 SOLD-FOUND-SW PIC X VALUE "N".
           88 SOLD-FOUND VALUE "Y".
       01 SKU-UNITS PIC S9(9).

       COPY "hqpos.cpy".

       01 POS-COUNT PIC 9(6) VALUE 0.
       01 COUNT-DISP PIC Z(5)9.

PROCEDURE DIVISION.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD
    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND
            MOVE BUD-STORE-NO TO STORE-NO
            IF BUD-BUSINESS-DATE > 0
                MOVE BUD-BUSINESS-DATE TO TODAY-DATE
            END-IF
        END-IF
    END-IF
    CLOSE CONTROL-FILE
    COMPUTE TODAY-INT = function INTEGER-OF-DATE(TODAY-DATE)
    COMPUTE WINDOW-START =
        function DATE-OF-INTEGER(TODAY-INT - POS-WEEKS * 7 + 1)

    OPEN INPUT SKU-DAY-FILE
    IF SDS-FOUND
        MOVE LOW-VALUES TO SDS-KEY
        MOVE WINDOW-START TO SDS-DATE
        START SKU-DAY-FILE KEY NOT < SDS-KEY
            INVALID KEY
                MOVE "10" TO SDS-FS
        END-START
        IF SDS-FOUND
            PERFORM SDS-READ-RTN
        END-IF
        PERFORM UNTIL SDS-EOF OR SDS-DATE > TODAY-DATE
            PERFORM SOLD-TALLY-RTN
            PERFORM SDS-READ-RTN
        END-PERFORM
        CLOSE SKU-DAY-FILE
    ELSE
        DISPLAY "LAGERSTADA: NO SKU-BY-DAY SUMMARY - POSITIONS "
                "GO UP WITHOUT A SELLING RATE"
    END-IF

    OPEN INPUT INVENTORY-MASTER
    IF NOT INV-FOUND
        DISPLAY "LAGERSTADA: NO INVENTORY MASTER - NO POSITIONS "
                "TO SEND"
        GOBACK
    END-IF

    OPEN INPUT FEED-FILE
    IF FEED-FOUND
        CLOSE FEED-FILE
        OPEN EXTEND FEED-FILE
    ELSE
        OPEN OUTPUT FEED-FILE
    END-IF

    PERFORM INV-READ-RTN
    PERFORM UNTIL INV-EOF
        IF NOT INV-AGENCY
            PERFORM POS-WRITE-RTN
        END-IF
        PERFORM INV-READ-RTN
    END-PERFORM
    CLOSE INVENTORY-MASTER
    CLOSE FEED-FILE

    IF SOLD-OVER-COUNT > 0
        MOVE SOLD-OVER-COUNT TO COUNT-DISP
        DISPLAY "LAGERSTADA: " function TRIM(COUNT-DISP)
                " SUMMARY LINES PAST THE SKU TABLE - THOSE SKUS "
                "GO UP WITHOUT A RATE"
    END-IF
    MOVE POS-COUNT TO COUNT-DISP
    DISPLAY "STOCK POSITIONS QUEUED ON HQFEED FOR STORE " STORE-NO
            ": " function TRIM(COUNT-DISP)

    GOBACK.

SDS-READ-RTN.
    READ SKU-DAY-FILE NEXT
        AT END
            MOVE "10" TO SDS-FS
    END-READ
    IF NOT SDS-FOUND
        MOVE "10" TO SDS-FS
    END-IF.

INV-READ-RTN.
    READ INVENTORY-MASTER NEXT
        AT END
            MOVE "10" TO INV-FS
    END-READ.

SOLD-TALLY-RTN.
    MOVE "N" TO SOLD-FOUND-SW
    PERFORM VARYING QX FROM 1 BY 1
            UNTIL QX > SOLD-COUNT OR SOLD-FOUND
        IF ST-SKU(QX) = SDS-SKU
            MOVE "Y" TO SOLD-FOUND-SW
            ADD SDS-UNITS TO ST-UNITS(QX)
            SUBTRACT SDS-RET-UNITS FROM ST-UNITS(QX)
        END-IF
    END-PERFORM
    IF NOT SOLD-FOUND
        IF SOLD-COUNT < 2000
            ADD 1 TO SOLD-COUNT
            SET QX TO SOLD-COUNT
            MOVE SDS-SKU TO ST-SKU(QX)
            COMPUTE ST-UNITS(QX) = SDS-UNITS - SDS-RET-UNITS
        ELSE
            ADD 1 TO SOLD-OVER-COUNT
        END-IF
    END-IF.

      *> one POS line for a SKU with stock or a selling rate; a
      *> SKU with neither has nothing to balance.
POS-WRITE-RTN.
    MOVE 0 TO SKU-UNITS
    MOVE "N" TO SOLD-FOUND-SW
    PERFORM VARYING QX FROM 1 BY 1
            UNTIL QX > SOLD-COUNT OR SOLD-FOUND
        IF ST-SKU(QX) = INV-SKU
            MOVE "Y" TO SOLD-FOUND-SW
            MOVE ST-UNITS(QX) TO SKU-UNITS
        END-IF
    END-PERFORM
    IF SKU-UNITS < 0
        MOVE 0 TO SKU-UNITS
    END-IF
    IF INV-QTY-ON-HAND NOT = 0 OR SKU-UNITS > 0
        MOVE INV-SKU TO HQS-SKU
        MOVE STORE-NO TO HQS-STORE
        MOVE TODAY-DATE TO HQS-DATE
        MOVE INV-QTY-ON-HAND TO HQS-ON-HAND
        COMPUTE HQS-WEEK-SALES ROUNDED = SKU-UNITS / POS-WEEKS
        MOVE INV-UOM TO HQS-UOM
        MOVE INV-COST TO HQS-COST
        MOVE INV-STATUS TO HQS-STATUS
        MOVE SPACES TO FEED-RECORD
        MOVE STORE-NO TO FEED-STORE
        MOVE "POS " TO FEED-SOURCE
        MOVE HQ-POSITION-RECORD TO FEED-BODY
        WRITE FEED-RECORD
        ADD 1 TO POS-COUNT
    END-IF.
