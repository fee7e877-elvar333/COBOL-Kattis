        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS LOCK-FS.

      *> every change to INV-PRICE, appended to the common
      *> price-history ledger.
    SELECT PRICE-HISTORY-FILE ASSIGN TO "BUDPRCH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PRH-FS.

DATA DIVISION.
    FILE SECTION.
    FD  INVENTORY-MASTER.
        05  FILLER          PIC X VALUE SPACE.
        05  LBL-NEW-PRICE   PIC S9(6).

    FD  PRICE-HISTORY-FILE.
    COPY "prchist.cpy".

    WORKING-STORAGE SECTION.
       01 PRH-FS PIC XX.
           88 PRH-FOUND VALUE "00".
       01 PRH-TIME-NOW PIC 9(8).
       01 INV-FS PIC XX.
           88 INV-FOUND VALUE "00".
           88 INV-EOF VALUE "10".
        OPEN OUTPUT MARKDOWN-AUDIT-FILE
    END-IF
    OPEN OUTPUT LABEL-FILE
    OPEN INPUT PRICE-HISTORY-FILE
    IF PRH-FOUND
        CLOSE PRICE-HISTORY-FILE
        OPEN EXTEND PRICE-HISTORY-FILE
    ELSE
        OPEN OUTPUT PRICE-HISTORY-FILE
    END-IF

    PERFORM UNTIL EOF-INP
        ACCEPT INP
    CLOSE INVENTORY-MASTER
    CLOSE MARKDOWN-AUDIT-FILE
    CLOSE LABEL-FILE
    CLOSE PRICE-HISTORY-FILE

    MOVE MARK-COUNT TO COUNT-DISP
    DISPLAY "PRICES MARKED DOWN: " function TRIM(COUNT-DISP)
    MOVE NEW-PRICE TO INV-PRICE
    REWRITE INV-MASTER-RECORD

    MOVE INV-SKU TO PRH-SKU
    MOVE OLD-PRICE TO PRH-OLD-PRICE
    MOVE NEW-PRICE TO PRH-NEW-PRICE
    MOVE SPACES TO PRH-REASON
    STRING "MARKDOWN " MARKDOWN-PCT "%" DELIMITED BY SIZE
        INTO PRH-REASON
    PERFORM PRICE-HISTORY-RTN

    MOVE TODAY-DATE TO MKDN-DATE
    MOVE INV-SKU TO MKDN-SKU
    MOVE OLD-PRICE TO MKDN-OLD-PRICE
    MOVE LOCK-TIME-NOW(1:4) TO LOCK-TIME
    WRITE LOCK-RECORD
    CLOSE LOCK-FILE.

      *> one line on the price-history ledger for the change just
      *> made - the caller has set the SKU, the old and new price
      *> and the reason.
PRICE-HISTORY-RTN.
    ACCEPT PRH-TIME-NOW FROM TIME
    MOVE TODAY-DATE TO PRH-DATE
    MOVE PRH-TIME-NOW(1:6) TO PRH-TIME
    MOVE "UTSALA" TO PRH-SOURCE
    WRITE PRICE-HISTORY-RECORD.
