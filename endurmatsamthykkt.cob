IDENTIFICATION DIVISION.
PROGRAM-ID. ENDURMATSAMTHYKKT.

      *> reorder-parameter review - the companion pass to ENDURMAT,
      *> the same shape PANTANASAMTHYKKT gives the replenishment
      *> suggestions.  ENDURMAT writes BUDROPR, old reorder point
      *> and quantity beside the new ones it measured; this takes
      *> the buyer's decision feed over it and sets the accepted
      *> figures on the inventory master:
      *>   A sku              accept the proposed point and quantity
      *>   C sku point qty    accept with the buyer's own figures
      *>   S sku              skip - dropped, the master unchanged
      *> Anything without a decision stays for the next review
      *> (until next week's recalculation replaces it).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REVIEW-FILE ASSIGN TO "BUDROPR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RV-FS.

    SELECT INVENTORY-MASTER ASSIGN TO "INVMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS INV-SKU
        FILE STATUS IS INV-FS.

DATA DIVISION.
    FILE SECTION.
    FD  REVIEW-FILE.
    COPY "reordrv.cpy".

    FD  INVENTORY-MASTER.
    COPY "invmast.cpy".

    WORKING-STORAGE SECTION.
       01 RV-FS PIC XX.
           88 RV-FOUND VALUE "00".
           88 RV-EOF VALUE "10".
       01 INV-FS PIC XX.
           88 INV-FOUND VALUE "00".

      *> the whole review file, read in at startup and rewritten at
      *> shutdown with the decided lines dropped.
       01 RV-TAB.
           05 RV-ENTRY OCCURS 500 TIMES INDEXED BY GX.
               10 RT-LINE PIC X(71).
               10 RT-SKU PIC X(10).
               10 RT-NEW-POINT PIC 9(5).
               10 RT-NEW-QTY PIC 9(5).
               10 RT-STATUS PIC X(1).
                   88 RT-WAITING VALUE "W".
                   88 RT-DECIDED VALUE "D".
       01 RV-LOAD-COUNT PIC 9(4) VALUE 0.
       01 MATCH-SW PIC X VALUE "N".
           88 MATCH-FOUND VALUE "Y".

       01 INP PIC X(40).
           88 EOF-INP VALUE SPACES.
       01 ACT-RAW PIC X(1).
       01 SKU-RAW PIC X(10).
       01 PT-RAW PIC X(7).
       01 QTY-RAW PIC X(7).
       01 ACT-LEN PIC S9(2).
       01 SKU-LEN PIC S9(2).
       01 PT-LEN PIC S9(2).
       01 QTY-LEN PIC S9(2).

       01 SET-POINT PIC 9(5).
       01 SET-QTY PIC 9(5).
       01 SET-COUNT PIC 9(4) VALUE 0.
       01 SKIP-COUNT PIC 9(4) VALUE 0.
       01 STILL-COUNT PIC 9(4) VALUE 0.
       01 COUNT-DISP PIC Z(3)9.

PROCEDURE DIVISION.
    OPEN INPUT REVIEW-FILE
    IF NOT RV-FOUND
        DISPLAY "ENDURMATSAMTHYKKT: NO PROPOSALS TO REVIEW"
        GOBACK
    END-IF
    PERFORM RV-LOAD-RTN
        VARYING GX FROM 1 BY 1 UNTIL RV-EOF OR GX > 500
    IF NOT RV-EOF
        READ REVIEW-FILE
            AT END MOVE "10" TO RV-FS
        END-READ
        IF NOT RV-EOF
            DISPLAY "ENDURMATSAMTHYKKT: REVIEW FILE EXCEEDS 500 "
                    "LINES - RUN REFUSED, FILE LEFT UNTOUCHED"
            CLOSE REVIEW-FILE
            GOBACK
        END-IF
    END-IF
    CLOSE REVIEW-FILE

    OPEN I-O INVENTORY-MASTER
    IF NOT INV-FOUND
        DISPLAY "ENDURMATSAMTHYKKT: NO INVENTORY MASTER ON SITE"
        GOBACK
    END-IF

    PERFORM UNTIL EOF-INP
        ACCEPT INP
        IF NOT EOF-INP
            MOVE SPACES TO ACT-RAW SKU-RAW
            MOVE "0" TO PT-RAW QTY-RAW
            MOVE 0 TO ACT-LEN SKU-LEN PT-LEN QTY-LEN
            UNSTRING INP DELIMITED BY ALL SPACE
                INTO ACT-RAW COUNT IN ACT-LEN,
                     SKU-RAW COUNT IN SKU-LEN,
                     PT-RAW  COUNT IN PT-LEN,
                     QTY-RAW COUNT IN QTY-LEN

            IF ACT-RAW = "A" OR ACT-RAW = "C" OR ACT-RAW = "S"
                PERFORM RV-DECISION-RTN
            ELSE
                DISPLAY "ENDURMATSAMTHYKKT: BAD ACTION CODE "
                        function TRIM(INP)
            END-IF
        END-IF
    END-PERFORM

    CLOSE INVENTORY-MASTER

    OPEN OUTPUT REVIEW-FILE
    PERFORM RV-SAVE-RTN
        VARYING GX FROM 1 BY 1 UNTIL GX > RV-LOAD-COUNT
    CLOSE REVIEW-FILE

    MOVE SET-COUNT TO COUNT-DISP
    DISPLAY "REORDER FIGURES SET:   " function TRIM(COUNT-DISP)
    MOVE SKIP-COUNT TO COUNT-DISP
    DISPLAY "PROPOSALS SKIPPED:     " function TRIM(COUNT-DISP)
    MOVE STILL-COUNT TO COUNT-DISP
    DISPLAY "STILL AWAITING REVIEW: " function TRIM(COUNT-DISP)

    GOBACK.

RV-LOAD-RTN.
    READ REVIEW-FILE
        AT END
            MOVE "10" TO RV-FS
        NOT AT END
            MOVE REORDER-REVIEW-RECORD TO RT-LINE(GX)
            MOVE RV-SKU TO RT-SKU(GX)
            MOVE RV-NEW-POINT TO RT-NEW-POINT(GX)
            MOVE RV-NEW-QTY TO RT-NEW-QTY(GX)
            MOVE "W" TO RT-STATUS(GX)
            SET RV-LOAD-COUNT TO GX
    END-READ.

RV-DECISION-RTN.
    IF SKU-LEN = 0
          OR (ACT-RAW = "C" AND (PT-LEN = 0 OR QTY-LEN = 0
              OR PT-LEN > 5 OR QTY-LEN > 5
              OR PT-RAW(1:PT-LEN) IS NOT NUMERIC
              OR QTY-RAW(1:QTY-LEN) IS NOT NUMERIC))
        DISPLAY "ENDURMATSAMTHYKKT: BAD DECISION LINE "
                function TRIM(INP)
    ELSE
        MOVE "N" TO MATCH-SW
        PERFORM RV-DECIDE-RTN
            VARYING GX FROM 1 BY 1
            UNTIL GX > RV-LOAD-COUNT OR MATCH-FOUND
        IF NOT MATCH-FOUND
            DISPLAY "ENDURMATSAMTHYKKT: " function TRIM(SKU-RAW)
                    " IS NOT AWAITING REVIEW"
        END-IF
    END-IF.

      *> A/C set the figures on the master - a SKU gone from the
      *> master since the proposal leaves the line for the buyer to
      *> see again.  S drops it, master unchanged.
RV-DECIDE-RTN.
    IF RT-WAITING(GX) AND RT-SKU(GX) = SKU-RAW
        MOVE "Y" TO MATCH-SW
        IF ACT-RAW = "S"
            MOVE "D" TO RT-STATUS(GX)
            ADD 1 TO SKIP-COUNT
            DISPLAY "SKIPPED: " function TRIM(RT-SKU(GX))
                    " - REORDER FIGURES UNCHANGED"
        ELSE
            IF ACT-RAW = "C"
                MOVE PT-RAW(1:PT-LEN) TO SET-POINT
                MOVE QTY-RAW(1:QTY-LEN) TO SET-QTY
            ELSE
                MOVE RT-NEW-POINT(GX) TO SET-POINT
                MOVE RT-NEW-QTY(GX) TO SET-QTY
            END-IF
            MOVE RT-SKU(GX) TO INV-SKU
            READ INVENTORY-MASTER
                INVALID KEY
                    DISPLAY "ENDURMATSAMTHYKKT: "
                            function TRIM(RT-SKU(GX))
                            " NOT ON THE INVENTORY MASTER"
                NOT INVALID KEY
                    MOVE SET-POINT TO INV-REORDER-POINT
                    MOVE SET-QTY TO INV-REORDER-QTY
                    REWRITE INV-MASTER-RECORD
                    MOVE "D" TO RT-STATUS(GX)
                    ADD 1 TO SET-COUNT
                    DISPLAY "SET: " function TRIM(RT-SKU(GX))
                            " POINT " SET-POINT " QTY " SET-QTY
            END-READ
        END-IF
    END-IF.

RV-SAVE-RTN.
    IF RT-WAITING(GX)
        MOVE RT-LINE(GX) TO REORDER-REVIEW-RECORD
        WRITE REORDER-REVIEW-RECORD
        ADD 1 TO STILL-COUNT
    END-IF.
