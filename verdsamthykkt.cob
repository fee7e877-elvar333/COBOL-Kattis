        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HELD-FS.

      *> every change to INV-PRICE, appended to the common
      *> price-history ledger.
    SELECT PRICE-HISTORY-FILE ASSIGN TO "BUDPRCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PRH-FS.

DATA DIVISION.
    FILE SECTION.
    FD  INVENTORY-MASTER.
        05  FILLER          PIC X VALUE SPACE.
        05  HELD-DEV-PCT    PIC 9(5).

    FD  PRICE-HISTORY-FILE.
    COPY "prchist.cpy".

    WORKING-STORAGE SECTION.
       01 PRH-FS PIC XX.
           88 PRH-FOUND VALUE "00".
       01 PRH-TIME-NOW PIC 9(8).
       01 TODAY-DATE PIC 9(8).
       01 INV-FS PIC XX.
           88 INV-FOUND VALUE "00".
       01 HELD-FS PIC XX.
    CLOSE HELD-PRICE-FILE

    OPEN I-O INVENTORY-MASTER
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD
    OPEN INPUT PRICE-HISTORY-FILE
    IF PRH-FOUND
        CLOSE PRICE-HISTORY-FILE
        OPEN EXTEND PRICE-HISTORY-FILE
    ELSE
        OPEN OUTPUT PRICE-HISTORY-FILE
    END-IF

    PERFORM UNTIL EOF-INP
        ACCEPT INP
    END-PERFORM

    CLOSE INVENTORY-MASTER
    CLOSE PRICE-HISTORY-FILE

    OPEN OUTPUT HELD-PRICE-FILE
    PERFORM HELD-SAVE-RTN
                            " NO LONGER ON THE MASTER - "
                            "HELD RECORD DROPPED"
                NOT INVALID KEY
                    MOVE HT-SKU(HX) TO PRH-SKU
                    MOVE INV-PRICE TO PRH-OLD-PRICE
                    MOVE HT-NEW(HX) TO INV-PRICE
                    REWRITE INV-MASTER-RECORD
                    MOVE INV-PRICE TO PRH-NEW-PRICE
                    MOVE "APPROVED" TO PRH-REASON
                    PERFORM PRICE-HISTORY-RTN
                    MOVE HT-OLD(HX) TO OLD-ED
                    MOVE HT-NEW(HX) TO NEW-ED
                    DISPLAY function TRIM(SKU-RAW)
                    "HELD PRICE DISCARDED"
        END-IF
    END-IF.

      *> one line on the price-history ledger for the change just
      *> made - the caller has set the SKU, the old and new price
      *> and the reason.
PRICE-HISTORY-RTN.
    ACCEPT PRH-TIME-NOW FROM TIME
    MOVE TODAY-DATE TO PRH-DATE
    MOVE PRH-TIME-NOW(1:6) TO PRH-TIME
    MOVE "VERDSAMTHYKKT" TO PRH-SOURCE
    WRITE PRICE-HISTORY-RECORD.
