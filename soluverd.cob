        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

      *> every change to INV-PRICE, appended to the common
      *> price-history ledger.
    SELECT PRICE-HISTORY-FILE ASSIGN TO "BUDPRCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PRH-FS.

DATA DIVISION.
    FILE SECTION.
    FD  INVENTORY-MASTER.
    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    FD  PRICE-HISTORY-FILE.
    COPY "prchist.cpy".

    WORKING-STORAGE SECTION.
       01 PRH-FS PIC XX.
           88 PRH-FOUND VALUE "00".
       01 PRH-TIME-NOW PIC 9(8).
       01 INV-FS PIC XX.
           88 INV-FOUND VALUE "00".
       01 SALE-FS PIC XX.
        DISPLAY "SOLUVERD: NO INVENTORY MASTER ON SITE"
        GOBACK
    END-IF
    OPEN INPUT PRICE-HISTORY-FILE
    IF PRH-FOUND
        CLOSE PRICE-HISTORY-FILE
        OPEN EXTEND PRICE-HISTORY-FILE
    ELSE
        OPEN OUTPUT PRICE-HISTORY-FILE
    END-IF

    PERFORM UNTIL EOF-INP
        ACCEPT INP
        VARYING SX FROM 1 BY 1 UNTIL SX > SALE-LOAD-COUNT

    CLOSE INVENTORY-MASTER
    CLOSE PRICE-HISTORY-FILE

    OPEN OUTPUT SALE-PRICE-FILE
    PERFORM SALE-SAVE-RTN
                MOVE INV-PRICE TO SL-REG(SX)
                MOVE SL-PRICE(SX) TO INV-PRICE
                REWRITE INV-MASTER-RECORD
                MOVE SL-SKU(SX) TO PRH-SKU
                MOVE SL-REG(SX) TO PRH-OLD-PRICE
                MOVE SL-PRICE(SX) TO PRH-NEW-PRICE
                MOVE "SALE ON" TO PRH-REASON
                PERFORM PRICE-HISTORY-RTN
                MOVE "A" TO SL-STATUS(SX)
                ADD 1 TO ON-COUNT
                MOVE SL-REG(SX) TO OLD-ED
                            "RESTORING THE PRESERVED REGULAR "
                            "PRICE ANYWAY"
                END-IF
                MOVE SL-SKU(SX) TO PRH-SKU
                MOVE INV-PRICE TO PRH-OLD-PRICE
                MOVE SL-REG(SX) TO INV-PRICE
                REWRITE INV-MASTER-RECORD
                MOVE INV-PRICE TO PRH-NEW-PRICE
                MOVE "SALE OFF" TO PRH-REASON
                PERFORM PRICE-HISTORY-RTN
                MOVE "D" TO SL-STATUS(SX)
                ADD 1 TO OFF-COUNT
                MOVE SL-REG(SX) TO NEW-ED
    END-IF
    END-IF
    END-IF.

      *> one line on the price-history ledger for the change just
      *> made - the caller has set the SKU, the old and new price
      *> and the reason.
PRICE-HISTORY-RTN.
    ACCEPT PRH-TIME-NOW FROM TIME
    MOVE TODAY-DATE TO PRH-DATE
    MOVE PRH-TIME-NOW(1:6) TO PRH-TIME
    MOVE "SOLUVERD" TO PRH-SOURCE
    WRITE PRICE-HISTORY-RECORD.
