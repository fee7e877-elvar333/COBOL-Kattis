      *>                                   (nonzero flags perishable)
      *>   E sku S|N                       serial tracking on/off
      *>   A sku age                       minimum buyer age (0 clears)
      *>   K sku amount                    bottle/can deposit per unit
      *>                                   (0 clears)
      *>   W sku months                    warranty from date of sale
      *>                                   (0 means none)
      *>   G sku grams                     shipping weight of one unit
      *>                                   (spreads landed cost)
      *>   C sku consignor cost            consignment stock - owned by
      *>                                   the consignor, settled at
      *>                                   the agreed unit cost
      *>   C sku N                         back to owned stock
      *>   Y sku provider rate             agency item - sold for the
      *>                                   provider, commission rate
      *>                                   in thousandths (50 = 5%)
      *>   Y sku N                         back to owned stock
      *>   F sku P|N                       made in store (bakery/deli
      *>                                   production plan) or not
      *>   D sku                           discontinue (till refuses it)
      *>   R sku                           reactivate
      *> Every change writes an audit line - date, SKU, field, old
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
        05  IAUD-NEW        PIC S9(7).

    FD  PRICE-HISTORY-FILE.
    COPY "prchist.cpy".

    WORKING-STORAGE SECTION.
       01 PRH-FS PIC XX.
           88 PRH-FOUND VALUE "00".
       01 PRH-TIME-NOW PIC 9(8).
       01 INV-FS PIC XX.
           88 INV-FOUND    VALUE "00".
           88 INV-NEW-FILE VALUE "35".
    ELSE
        OPEN OUTPUT ITEM-AUDIT-FILE
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
            ELSE
            IF ACT-RAW = "P" OR ACT-RAW = "T" OR ACT-RAW = "O"
                  OR ACT-RAW = "B" OR ACT-RAW = "A"
                  OR ACT-RAW = "K" OR ACT-RAW = "W"
                  OR ACT-RAW = "G"
                PERFORM ITEM-EDIT-RTN
            ELSE
            IF ACT-RAW = "U"
            IF ACT-RAW = "E"
                PERFORM ITEM-SERIAL-RTN
            ELSE
            IF ACT-RAW = "C"
                PERFORM ITEM-CONSIGN-RTN
            ELSE
            IF ACT-RAW = "Y"
                PERFORM ITEM-AGENCY-RTN
            ELSE
            IF ACT-RAW = "F"
                PERFORM ITEM-PRODUCED-RTN
            ELSE
            IF ACT-RAW = "D" OR ACT-RAW = "R"
                PERFORM ITEM-STATUS-RTN
            ELSE
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
        END-IF
    END-PERFORM

    CLOSE INVENTORY-MASTER
    CLOSE ITEM-AUDIT-FILE
    CLOSE PRICE-HISTORY-FILE

    MOVE NEW-COUNT TO COUNT-DISP
    DISPLAY "SKUS CREATED: " function TRIM(COUNT-DISP)
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
                ADD 1 TO NEW-COUNT
                MOVE SKU-RAW TO PRH-SKU
                MOVE 0 TO PRH-OLD-PRICE
                MOVE INV-PRICE TO PRH-NEW-PRICE
                MOVE "NEW SKU" TO PRH-REASON
                PERFORM PRICE-HISTORY-RTN

                MOVE TODAY-DATE TO IAUD-DATE
                MOVE SKU-RAW TO IAUD-SKU
                    MOVE OP1-NUM TO INV-PRICE
                    MOVE INV-PRICE TO IAUD-NEW
                    WRITE ITEM-AUDIT-RECORD
                    MOVE SKU-RAW TO PRH-SKU
                    MOVE IAUD-OLD TO PRH-OLD-PRICE
                    MOVE INV-PRICE TO PRH-NEW-PRICE
                    MOVE "MAINTENANCE" TO PRH-REASON
                    PERFORM PRICE-HISTORY-RTN
                    ADD 1 TO CHANGE-COUNT
                END-IF
                IF ACT-RAW = "T"
                    WRITE ITEM-AUDIT-RECORD
                    ADD 1 TO CHANGE-COUNT
                END-IF
                IF ACT-RAW = "K"
                    MOVE "DEPOSIT" TO IAUD-FIELD
                    MOVE INV-DEPOSIT TO IAUD-OLD
                    MOVE OP1-NUM TO INV-DEPOSIT
                    MOVE INV-DEPOSIT TO IAUD-NEW
                    WRITE ITEM-AUDIT-RECORD
                    ADD 1 TO CHANGE-COUNT
                END-IF
                IF ACT-RAW = "W"
                    MOVE "WARRANTY" TO IAUD-FIELD
                    MOVE INV-WARRANTY-MONTHS TO IAUD-OLD
                    MOVE OP1-NUM TO INV-WARRANTY-MONTHS
                    MOVE INV-WARRANTY-MONTHS TO IAUD-NEW
                    WRITE ITEM-AUDIT-RECORD
                    ADD 1 TO CHANGE-COUNT
                END-IF
                IF ACT-RAW = "G"
                    MOVE "UNITGRAM" TO IAUD-FIELD
                    MOVE INV-UNIT-GRAMS TO IAUD-OLD
                    MOVE OP1-NUM TO INV-UNIT-GRAMS
                    MOVE INV-UNIT-GRAMS TO IAUD-NEW
                    WRITE ITEM-AUDIT-RECORD
                    ADD 1 TO CHANGE-COUNT
                END-IF
                IF ACT-RAW = "B"
                    MOVE "SHELFDAY" TO IAUD-FIELD
                    MOVE INV-SHELF-DAYS TO IAUD-OLD
        END-READ
    END-IF.

      *> F sku P|N - made on site or bought in.  A produced SKU is
      *> planned each morning from its same-weekday sales.
ITEM-PRODUCED-RTN.
    IF SKU-LEN = 0 OR OP1-LEN = 0
          OR (OP1-RAW(1:1) NOT = "P" AND OP1-RAW(1:1) NOT = "N")
        DISPLAY "VORUVIDHALD: BAD PRODUCTION LINE " function TRIM(INP)
    ELSE
        MOVE SKU-RAW TO INV-SKU
        READ INVENTORY-MASTER
            NOT INVALID KEY
                MOVE TODAY-DATE TO IAUD-DATE
                MOVE SKU-RAW TO IAUD-SKU
                MOVE "PRODUCED" TO IAUD-FIELD
                IF INV-IN-STORE
                    MOVE 1 TO IAUD-OLD
                ELSE
                    MOVE 0 TO IAUD-OLD
                END-IF
                MOVE OP1-RAW(1:1) TO INV-PRODUCED-FLAG
                IF INV-IN-STORE
                    MOVE 1 TO IAUD-NEW
                    DISPLAY function TRIM(SKU-RAW)
                            " IS NOW MADE IN STORE"
                ELSE
                    MOVE 0 TO IAUD-NEW
                    DISPLAY function TRIM(SKU-RAW)
                            " IS NOW BOUGHT IN"
                END-IF
                WRITE ITEM-AUDIT-RECORD
                REWRITE INV-MASTER-RECORD
        END-READ
    END-IF.

      *> C sku consignor cost - the goods belong to the consignor
      *> until they sell, and each unit sold is owed at the agreed
      *> cost, which is kept in INV-COST.  C sku N takes the SKU
      *> back to owned stock at the same cost, which receiving then
      *> averages as usual.
ITEM-CONSIGN-RTN.
    IF SKU-LEN = 0 OR OP1-LEN = 0
          OR (OP1-RAW NOT = "N" AND (OP2-LEN = 0
              OR OP2-RAW(1:OP2-LEN) IS NOT NUMERIC))
        DISPLAY "VORUVIDHALD: BAD CONSIGNMENT LINE "
                function TRIM(INP)
    ELSE
        MOVE OP2-RAW TO OP2-NUM
        MOVE SKU-RAW TO INV-SKU
        READ INVENTORY-MASTER
            INVALID KEY
                DISPLAY "VORUVIDHALD: UNKNOWN SKU "
                        function TRIM(SKU-RAW)
            NOT INVALID KEY
                MOVE TODAY-DATE TO IAUD-DATE
                MOVE SKU-RAW TO IAUD-SKU
                MOVE "CONSIGN" TO IAUD-FIELD
                IF INV-CONSIGNMENT
                    MOVE 1 TO IAUD-OLD
                ELSE
                    MOVE 0 TO IAUD-OLD
                END-IF
                IF OP1-RAW = "N"
                    MOVE "N" TO INV-CONSIGN-FLAG
                    MOVE SPACES TO INV-CONSIGNOR
                    MOVE 0 TO IAUD-NEW
                    WRITE ITEM-AUDIT-RECORD
                    ADD 1 TO CHANGE-COUNT
                    DISPLAY function TRIM(SKU-RAW)
                            " IS NOW OWNED STOCK"
                ELSE
                    MOVE "C" TO INV-CONSIGN-FLAG
                    MOVE OP1-RAW TO INV-CONSIGNOR
                    MOVE 1 TO IAUD-NEW
                    WRITE ITEM-AUDIT-RECORD
                    MOVE "COST" TO IAUD-FIELD
                    MOVE INV-COST TO IAUD-OLD
                    MOVE OP2-NUM TO INV-COST
                    MOVE INV-COST TO IAUD-NEW
                    WRITE ITEM-AUDIT-RECORD
                    ADD 2 TO CHANGE-COUNT
                    DISPLAY function TRIM(SKU-RAW)
                            " ON CONSIGNMENT FROM "
                            function TRIM(INV-CONSIGNOR)
                            " AT " INV-COST " A UNIT"
                END-IF
                REWRITE INV-MASTER-RECORD
        END-READ
    END-IF.

      *> Y sku provider rate - the SKU is sold on the provider's
      *> behalf: the till keeps it out of sales and VAT and the
      *> store keeps the commission rate of what it takes.  Y sku N
      *> takes it back to owned stock with the rate cleared.  The
      *> rate is audited in thousandths, as keyed.
ITEM-AGENCY-RTN.
    IF SKU-LEN = 0 OR OP1-LEN = 0
          OR (OP1-RAW NOT = "N" AND (OP2-LEN = 0
              OR OP2-RAW(1:OP2-LEN) IS NOT NUMERIC))
        DISPLAY "VORUVIDHALD: BAD AGENCY LINE "
                function TRIM(INP)
    ELSE
        MOVE OP2-RAW TO OP2-NUM
        MOVE SKU-RAW TO INV-SKU
        READ INVENTORY-MASTER
            INVALID KEY
                DISPLAY "VORUVIDHALD: UNKNOWN SKU "
                        function TRIM(SKU-RAW)
            NOT INVALID KEY
                IF OP1-RAW NOT = "N" AND OP2-NUM > 999
                    DISPLAY "VORUVIDHALD: COMMISSION OVER 999 "
                            "THOUSANDTHS - " function TRIM(INP)
                ELSE
                MOVE TODAY-DATE TO IAUD-DATE
                MOVE SKU-RAW TO IAUD-SKU
                MOVE "AGENCY" TO IAUD-FIELD
                IF INV-AGENCY
                    COMPUTE IAUD-OLD = INV-AGENCY-RATE * 1000
                ELSE
                    MOVE 0 TO IAUD-OLD
                END-IF
                IF OP1-RAW = "N"
                    MOVE "N" TO INV-CONSIGN-FLAG
                    MOVE SPACES TO INV-CONSIGNOR
                    MOVE 0 TO INV-AGENCY-RATE
                    MOVE 0 TO IAUD-NEW
                    DISPLAY function TRIM(SKU-RAW)
                            " IS NOW OWNED STOCK"
                ELSE
                    MOVE "A" TO INV-CONSIGN-FLAG
                    MOVE OP1-RAW TO INV-CONSIGNOR
                    COMPUTE INV-AGENCY-RATE = OP2-NUM / 1000
                    MOVE OP2-NUM TO IAUD-NEW
                    DISPLAY function TRIM(SKU-RAW)
                            " SOLD FOR "
                            function TRIM(INV-CONSIGNOR)
                            " AT COMMISSION " INV-AGENCY-RATE
                END-IF
                WRITE ITEM-AUDIT-RECORD
                ADD 1 TO CHANGE-COUNT
                REWRITE INV-MASTER-RECORD
                END-IF
        END-READ
    END-IF.

ITEM-STATUS-RTN.
    IF SKU-LEN = 0
        DISPLAY "VORUVIDHALD: BAD STATUS LINE " function TRIM(INP)
    ELSE
        MOVE SKU-RAW TO INV-SKU
        READ INVENTORY-MASTER
            INVALID KEY
                DISPLAY "VORUVIDHALD: UNKNOWN SKU "
                        function TRIM(SKU-RAW)
            NOT INVALID KEY
      *> a recall block is lifted only by closing the recall, so the
      *> status it put back at close is the right one.
                IF INV-RECALLED
                    DISPLAY "VORUVIDHALD: " function TRIM(SKU-RAW)
                            " IS UNDER PRODUCT RECALL - CLOSE THE "
                            "RECALL IN INNKOLLUN FIRST"
                ELSE
                    MOVE TODAY-DATE TO IAUD-DATE
                    MOVE SKU-RAW TO IAUD-SKU
                    MOVE "STATUS" TO IAUD-FIELD
                    IF INV-DISCONTINUED
                        MOVE 1 TO IAUD-OLD
                    ELSE
                        MOVE 0 TO IAUD-OLD
                    END-IF
                    IF ACT-RAW = "D"
                        MOVE "D" TO INV-STATUS
                        MOVE 1 TO IAUD-NEW
                        DISPLAY function TRIM(SKU-RAW)
                                " DISCONTINUED - THE TILL WILL "
                                "REFUSE IT"
                    ELSE
                        MOVE "A" TO INV-STATUS
                        MOVE 0 TO IAUD-NEW
                        DISPLAY function TRIM(SKU-RAW)
                                " REACTIVATED"
                    END-IF
                    WRITE ITEM-AUDIT-RECORD
                    REWRITE INV-MASTER-RECORD
                    ADD 1 TO CHANGE-COUNT
                END-IF
        END-READ
    END-IF.

      *> net the claim events per owner: a "C" with no later "R"
      *> is a live (or crashed) till run - LASAVORDUR tells the
      *> two apart and clears the stale ones.
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
    MOVE "VORUVIDHALD" TO PRH-SOURCE
    WRITE PRICE-HISTORY-RECORD.
