      *> Reason is a short code (DMGD, OVER, WRNG...) carried on the
      *> ledger.  The return is valued at the PO's agreed unit cost,
      *> falling back to the SKU's carried cost - what the credit
      *> note should actually read.  Whatever of the carried value
      *> the credit doesn't take back stays with the units left on
      *> the shelf, so the moving average cost is re-figured and
      *> journalled to BUDCOSTJ the same way a receipt is.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS INV-SKU
        FILE STATUS IS INV-FS.

    SELECT COST-JOURNAL-FILE ASSIGN TO "BUDCOSTJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CJ-FS.

DATA DIVISION.
    FILE SECTION.
    FD  RTV-FILE.
    FD  INVENTORY-MASTER.
    COPY "invmast.cpy".

    FD  COST-JOURNAL-FILE.
    COPY "costjrn.cpy".

    WORKING-STORAGE SECTION.
       01 RTV-FS PIC XX.
           88 RTV-FOUND VALUE "00".
           88 PO-FILE-OPEN VALUE "Y".
       01 INV-FS PIC XX.
           88 INV-FOUND VALUE "00".
       01 CJ-FS PIC XX.
           88 CJ-FOUND VALUE "00".

       01 TODAY-DATE PIC 9(8).

       01 RETURN-QTY PIC S9(7).
       01 UNIT-COST PIC S9(6).
       01 RETURN-VALUE PIC S9(12).
       01 QTY-BEFORE PIC S9(7).
       01 QTY-LEFT PIC S9(7).
       01 OLD-AVG-COST PIC S9(6).
       01 NEW-AVG-COST PIC S9(9).
       01 WANT-RTV-NO PIC 9(6).
       01 CRED-AMT-NUM PIC S9(12).
       01 AGE-DAYS PIC S9(5).
        MOVE "Y" TO PO-OPEN-SW
    END-IF

    OPEN INPUT COST-JOURNAL-FILE
    IF CJ-FOUND
        CLOSE COST-JOURNAL-FILE
        OPEN EXTEND COST-JOURNAL-FILE
    ELSE
        OPEN OUTPUT COST-JOURNAL-FILE
    END-IF

    PERFORM UNTIL EOF-INP
        ACCEPT INP
        IF NOT EOF-INP
    END-PERFORM

    CLOSE INVENTORY-MASTER
    CLOSE COST-JOURNAL-FILE
    IF PO-FILE-OPEN
        CLOSE PO-MASTER
    END-IF
                        END-IF
                        COMPUTE RETURN-VALUE =
                            RETURN-QTY * UNIT-COST
                        MOVE INV-QTY-ON-HAND TO QTY-BEFORE
                        MOVE INV-COST TO OLD-AVG-COST
                        PERFORM COST-AVERAGE-RTN
                        SUBTRACT RETURN-QTY FROM INV-QTY-ON-HAND
                        REWRITE INV-MASTER-RECORD

                        ADD 1 TO NEXT-RTV-NO
                        PERFORM COST-JOURNAL-RTN
                        ADD 1 TO RTV-LOAD-COUNT
                        SET VX TO RTV-LOAD-COUNT
                        MOVE NEXT-RTV-NO TO VT-NO(VX)
                "  " function TRIM(AGE-DISP) " DAYS"
        ADD VT-VALUE(VX) TO OPEN-TOTAL
    END-IF.

      *> the units going back leave at the credit's unit cost; the
      *> rest of the carried value spreads over what stays.  Nothing
      *> left on the shelf, no carried cost, or a credit worth more
      *> than the whole book leaves the average where it was.
COST-AVERAGE-RTN.
    COMPUTE QTY-LEFT = QTY-BEFORE - RETURN-QTY
    IF QTY-LEFT > 0 AND INV-COST > 0
        COMPUTE NEW-AVG-COST ROUNDED =
            (QTY-BEFORE * INV-COST - RETURN-QTY * UNIT-COST)
            / QTY-LEFT
        IF NEW-AVG-COST > 0 AND NEW-AVG-COST < 1000000
            MOVE NEW-AVG-COST TO INV-COST
        END-IF
    END-IF.

COST-JOURNAL-RTN.
    MOVE TODAY-DATE TO CJ-DATE
    MOVE TOK2-RAW TO CJ-SKU
    MOVE "RTV" TO CJ-SOURCE
    MOVE NEXT-RTV-NO TO CJ-REF
    COMPUTE CJ-QTY = 0 - RETURN-QTY
    MOVE UNIT-COST TO CJ-MOVE-COST
    MOVE QTY-BEFORE TO CJ-QTY-BEFORE
    MOVE OLD-AVG-COST TO CJ-OLD-COST
    MOVE INV-COST TO CJ-NEW-COST
    WRITE COST-JOURNAL-RECORD.
