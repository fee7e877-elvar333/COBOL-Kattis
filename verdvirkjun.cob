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
       01 INV-FS PIC XX.
           88 INV-FOUND    VALUE "00".
           88 INV-NEW-FILE VALUE "35".
        CLOSE INVENTORY-MASTER
        OPEN I-O INVENTORY-MASTER
    END-IF
    OPEN INPUT PRICE-HISTORY-FILE
    IF PRH-FOUND
        CLOSE PRICE-HISTORY-FILE
        OPEN EXTEND PRICE-HISTORY-FILE
    ELSE
        OPEN OUTPUT PRICE-HISTORY-FILE
    END-IF

      *> held records accumulate until someone reviews them - same
      *> probe-then-extend idiom MANADARLOK uses on its archive.

    CLOSE INVENTORY-MASTER
    CLOSE HELD-PRICE-FILE
    CLOSE PRICE-HISTORY-FILE

    OPEN OUTPUT PENDING-PRICE-FILE
    PERFORM PEND-SAVE-RTN
                MOVE 0 TO INV-SHELF-DAYS
                MOVE "N" TO INV-SERIAL-FLAG
                MOVE 0 TO INV-MIN-AGE
                MOVE 0 TO INV-DEPOSIT
                MOVE 0 TO INV-WARRANTY-MONTHS
                MOVE 0 TO INV-UNIT-GRAMS
                MOVE 0 TO INV-LAST-COST
                MOVE "N" TO INV-CONSIGN-FLAG
                MOVE SPACES TO INV-CONSIGNOR
                MOVE 0 TO INV-QTY-BACKROOM
                MOVE 0 TO INV-AGENCY-RATE
                MOVE "N" TO INV-PRODUCED-FLAG
                WRITE INV-MASTER-RECORD
                MOVE PT-SKU(PX) TO PRH-SKU
                MOVE 0 TO PRH-OLD-PRICE
                MOVE PT-PRICE(PX) TO PRH-NEW-PRICE
                MOVE "NEW SKU" TO PRH-REASON
                PERFORM PRICE-HISTORY-RTN
                MOVE PT-PRICE(PX) TO NEW-PRICE-ED
                DISPLAY function TRIM(PT-SKU(PX))
                        "  NEW SKU AT "
                ELSE
                    MOVE PT-PRICE(PX) TO INV-PRICE
                    REWRITE INV-MASTER-RECORD
                    IF INV-PRICE NOT = OLD-PRICE
                        MOVE PT-SKU(PX) TO PRH-SKU
                        MOVE OLD-PRICE TO PRH-OLD-PRICE
                        MOVE INV-PRICE TO PRH-NEW-PRICE
                        MOVE "PRICE LOAD" TO PRH-REASON
                        PERFORM PRICE-HISTORY-RTN
                    END-IF
                    MOVE OLD-PRICE TO OLD-PRICE-ED
                    MOVE PT-PRICE(PX) TO NEW-PRICE-ED
                    DISPLAY function TRIM(PT-SKU(PX))
      *> the master count as activated.
        MOVE "A" TO PT-STATUS(PX)
    END-IF.

      *> one line on the price-history ledger for the change just
      *> made - the caller has set the SKU, the old and new price
      *> and the reason.
PRICE-HISTORY-RTN.
    ACCEPT PRH-TIME-NOW FROM TIME
    MOVE TODAY-DATE TO PRH-DATE
    MOVE PRH-TIME-NOW(1:6) TO PRH-TIME
    MOVE "VERDVIRKJUN" TO PRH-SOURCE
    WRITE PRICE-HISTORY-RECORD.
