      *>   A sku        accept at the suggested quantity
      *>   C sku qty    accept at a changed quantity
      *>   S sku        skip - dropped from the file, not ordered
      *>   M pin        manager approval for the next acceptance
      *>                that would take its department past the
      *>                month's open-to-buy
      *> Anything without a decision stays suggested for the next
      *> review.  Orders go on under the suggestion's own dated
      *> SG-number and carry the suggestion's vendor, so the dock's
      *> three-way match and the vendor grouping both keep working.
      *> Each acceptance is charged at the SKU's average cost
      *> against the month's open-to-buy on OTBMAST, PANTANIR's
      *> rules: past what is left it stays awaiting review unless a
      *> manager approved it, near the end of the plan it warns.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY IS PO-KEY
        FILE STATUS IS PO-FS.

      *> the SKU's department and average cost for the charge.
    SELECT INVENTORY-MASTER ASSIGN TO "INVMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS INV-SKU
        FILE STATUS IS INV-FS.

    SELECT OTB-MASTER ASSIGN TO "OTBMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS OTB-KEY
        FILE STATUS IS OTB-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  SUGGEST-FILE.
    FD  PO-MASTER.
    COPY "pomast.cpy".

    FD  INVENTORY-MASTER.
    COPY "invmast.cpy".

    FD  OTB-MASTER.
    COPY "otbmast.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    WORKING-STORAGE SECTION.
       01 SUGG-FS PIC XX.
           88 SUGG-FOUND VALUE "00".
       01 PO-FS PIC XX.
           88 PO-FOUND    VALUE "00".
           88 PO-NEW-FILE VALUE "35".
       01 INV-FS PIC XX.
           88 INV-FOUND VALUE "00".
       01 INV-OPEN-SW PIC X VALUE "N".
           88 INV-OPEN-OK VALUE "Y".
       01 OTB-FS PIC XX.
           88 OTB-FOUND    VALUE "00".
           88 OTB-NEW-FILE VALUE "35".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".

      *> the whole suggestion file, read in at startup and rewritten
      *> at shutdown with the decided lines dropped - the shop's
       01 COUNT-DISP PIC Z(6)9.
       01 TODAY-DATE PIC 9(8).

      *> the open-to-buy charge for the suggestion being accepted,
      *> the same working set PANTANIR keeps.
       01 VALID-MGR-PIN PIC X(4) VALUE SPACES.
       01 MGR-OK-SW PIC X VALUE "N".
           88 MGR-APPROVED VALUE "Y".
       01 OTB-OK-SW PIC X VALUE "Y".
           88 OTB-OK VALUE "Y".
       01 OTB-REC-SW PIC X VALUE "N".
           88 OTB-REC-ON-FILE VALUE "Y".
       01 CHARGE-MONTH PIC 9(6).
       01 CHARGE-DEPT PIC 9(2).
       01 CHARGE-QTY PIC S9(7).
       01 CHARGE-COST PIC S9(6).
       01 CHARGE-AMT PIC S9(11).
       01 LEFT-AMT PIC S9(11).
       01 OVER-AMT PIC S9(11).
       01 OTB-WARN-PCT PIC 9(2) VALUE 10.
       01 OTB-AMT-ED PIC -(11)9.
       01 OTB-LINE-ED PIC -(11)9.
       01 HELD-COUNT PIC 9(4) VALUE 0.

PROCEDURE DIVISION.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD
    OPEN INPUT SUGGEST-FILE
        CLOSE PO-MASTER
        OPEN I-O PO-MASTER
    END-IF
    OPEN INPUT INVENTORY-MASTER
    IF INV-FOUND
        MOVE "Y" TO INV-OPEN-SW
    END-IF
    OPEN I-O OTB-MASTER
    IF OTB-NEW-FILE
        OPEN OUTPUT OTB-MASTER
        CLOSE OTB-MASTER
        OPEN I-O OTB-MASTER
    END-IF
    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND
            MOVE BUD-MGR-PIN TO VALID-MGR-PIN
        END-IF
        CLOSE CONTROL-FILE
    END-IF

    PERFORM UNTIL EOF-INP
        ACCEPT INP
            ELSE
            IF ACT-RAW = "S"
                PERFORM SUGG-SKIP-RTN
            ELSE
            IF ACT-RAW = "M"
                PERFORM MGR-APPROVE-RTN
            ELSE
                DISPLAY "PANTANASAMTHYKKT: BAD ACTION CODE "
                        function TRIM(INP)
            END-IF
            END-IF
            END-IF
        END-IF
    END-PERFORM

    CLOSE PO-MASTER
    IF INV-OPEN-OK
        CLOSE INVENTORY-MASTER
    END-IF
    CLOSE OTB-MASTER

      *> rewrite the file with the decided lines dropped - whatever
      *> nobody decided stays for the next review.
    DISPLAY "UNITS ORDERED:        " function TRIM(COUNT-DISP)
    MOVE SKIP-COUNT TO COUNT-DISP
    DISPLAY "SUGGESTIONS SKIPPED:  " function TRIM(COUNT-DISP)
    MOVE HELD-COUNT TO COUNT-DISP
    DISPLAY "HELD FOR OPEN-TO-BUY: " function TRIM(COUNT-DISP)
    MOVE STILL-COUNT TO COUNT-DISP
    DISPLAY "STILL AWAITING REVIEW: " function TRIM(COUNT-DISP)

            DISPLAY "PANTANASAMTHYKKT: " function TRIM(SKU-RAW)
                    " IS NOT AWAITING REVIEW"
        END-IF
    END-IF
    MOVE "N" TO MGR-OK-SW.

SUGG-SKIP-RTN.
    IF SKU-LEN = 0
                MOVE SG-QTY(GX) TO ORDER-QTY
            END-IF

            PERFORM SUGG-CHARGE-SETUP-RTN
            MOVE SG-PO-NO(GX) TO PO-NUMBER
            MOVE SG-SKU(GX) TO PO-SKU
            READ PO-MASTER
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    PERFORM PO-OTB-FIELDS-RTN
                    IF PO-OTB-MONTH > 0
                        MOVE PO-OTB-MONTH TO CHARGE-MONTH
                        MOVE PO-OTB-DEPT TO CHARGE-DEPT
                        MOVE PO-OTB-COST TO CHARGE-COST
                    END-IF
            END-READ
            PERFORM OTB-CHECK-RTN
            IF NOT OTB-OK
                ADD 1 TO HELD-COUNT
            ELSE
            MOVE SG-PO-NO(GX) TO PO-NUMBER
            MOVE SG-SKU(GX) TO PO-SKU
            READ PO-MASTER
                    MOVE SG-SUPPLIER(GX) TO PO-SUPPLIER
                    MOVE 0 TO PO-UNIT-COST
                    MOVE TODAY-DATE TO PO-ORDER-DATE
                    MOVE SPACES TO PO-CCY
                    MOVE 0 TO PO-FX-COST
                    MOVE CHARGE-MONTH TO PO-OTB-MONTH
                    MOVE CHARGE-DEPT TO PO-OTB-DEPT
                    MOVE CHARGE-QTY TO PO-OTB-QTY
                    MOVE CHARGE-COST TO PO-OTB-COST
                    PERFORM PO-EDI-RESET-RTN
                    WRITE PO-MASTER-RECORD
                NOT INVALID KEY
                    PERFORM PO-OTB-FIELDS-RTN
                    ADD ORDER-QTY TO PO-QTY-ORDERED
                    MOVE "O" TO PO-STATUS
                    IF SG-SUPPLIER(GX) NOT = SPACES
                        MOVE SG-SUPPLIER(GX) TO PO-SUPPLIER
                    END-IF
                    MOVE CHARGE-MONTH TO PO-OTB-MONTH
                    MOVE CHARGE-DEPT TO PO-OTB-DEPT
                    ADD CHARGE-QTY TO PO-OTB-QTY
                    MOVE CHARGE-COST TO PO-OTB-COST
                    PERFORM PO-EDI-RESET-RTN
                    REWRITE PO-MASTER-RECORD
            END-READ
            PERFORM OTB-CHARGE-RTN

            MOVE "D" TO SG-STATUS(GX)
            ADD 1 TO ORDER-COUNT
                    " " function TRIM(SG-SKU(GX))
                    " QTY " ORDER-QTY
                    " FROM " function TRIM(SG-SUPPLIER(GX))
            END-IF
        END-IF
    END-IF.

        WRITE SUGGEST-RECORD
        ADD 1 TO STILL-COUNT
    END-IF.

      *> M pin - lets the next acceptance through past the budget,
      *> spent on that decision whether or not it needed it.
MGR-APPROVE-RTN.
    IF VALID-MGR-PIN = SPACES OR SKU-LEN = 0
          OR SKU-RAW NOT = VALID-MGR-PIN
        MOVE "N" TO MGR-OK-SW
        DISPLAY "PANTANASAMTHYKKT: MANAGER PIN DOES NOT MATCH - "
                "NO APPROVAL GIVEN"
    ELSE
        MOVE "Y" TO MGR-OK-SW
        DISPLAY "MANAGER APPROVAL GIVEN FOR THE NEXT ACCEPTANCE"
    END-IF.

      *> this month, the SKU's department (unclassified counts as
      *> department 1) and its average cost - a suggestion carries
      *> no price of its own.
SUGG-CHARGE-SETUP-RTN.
    MOVE ORDER-QTY TO CHARGE-QTY
    MOVE TODAY-DATE(1:6) TO CHARGE-MONTH
    MOVE 1 TO CHARGE-DEPT
    MOVE 0 TO CHARGE-COST
    IF INV-OPEN-OK
        MOVE SG-SKU(GX) TO INV-SKU
        READ INVENTORY-MASTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF INV-CATEGORY >= 1 AND INV-CATEGORY <= 4
                    MOVE INV-CATEGORY TO CHARGE-DEPT
                END-IF
                MOVE INV-COST TO CHARGE-COST
        END-READ
    END-IF.

PO-OTB-FIELDS-RTN.
    IF PO-OTB-MONTH IS NOT NUMERIC OR PO-OTB-DEPT IS NOT NUMERIC
          OR PO-OTB-QTY IS NOT NUMERIC
          OR PO-OTB-COST IS NOT NUMERIC
        MOVE 0 TO PO-OTB-MONTH PO-OTB-DEPT PO-OTB-QTY PO-OTB-COST
    END-IF.

      *> PANTANIR's rule - an order line new or raised goes to the
      *> supplier on the next electronic order file and waits for
      *> a fresh confirmation.
PO-EDI-RESET-RTN.
    MOVE 0 TO PO-SENT-DATE PO-REQ-DATE PO-CONF-DATE PO-CONF-QTY
              PO-PROMISE-DATE
    MOVE SPACE TO PO-CUT-FLAG PO-LATE-FLAG.

      *> PANTANIR's check - an acceptance past what the month has
      *> left stays awaiting review for a manager to approve.
OTB-CHECK-RTN.
    MOVE "Y" TO OTB-OK-SW
    COMPUTE CHARGE-AMT = CHARGE-QTY * CHARGE-COST
    MOVE CHARGE-MONTH TO OTB-MONTH
    MOVE CHARGE-DEPT TO OTB-DEPT
    READ OTB-MASTER
        INVALID KEY
            MOVE "N" TO OTB-REC-SW
            MOVE CHARGE-MONTH TO OTB-MONTH
            MOVE CHARGE-DEPT TO OTB-DEPT
            MOVE "N" TO OTB-PLAN-SW
            MOVE 0 TO OTB-PLAN OTB-ORDERED OTB-RELEASED
                      OTB-OVER-AMT
        NOT INVALID KEY
            MOVE "Y" TO OTB-REC-SW
    END-READ
    COMPUTE LEFT-AMT = OTB-PLAN - OTB-ORDERED + OTB-RELEASED
    MOVE CHARGE-AMT TO OTB-LINE-ED
    IF NOT OTB-PLANNED
        DISPLAY "  NOTE: NO OPEN-TO-BUY PLAN FOR DEPARTMENT "
                CHARGE-DEPT " IN " CHARGE-MONTH
                " - CHARGED UNPLANNED"
    ELSE
    IF CHARGE-AMT > LEFT-AMT
        MOVE LEFT-AMT TO OTB-AMT-ED
        IF MGR-APPROVED
            IF LEFT-AMT > 0
                COMPUTE OVER-AMT = CHARGE-AMT - LEFT-AMT
            ELSE
                MOVE CHARGE-AMT TO OVER-AMT
            END-IF
            ADD OVER-AMT TO OTB-OVER-AMT
            DISPLAY "  MANAGER APPROVED: "
                    function TRIM(OTB-LINE-ED)
                    " TAKES DEPARTMENT " CHARGE-DEPT
                    " PAST ITS " CHARGE-MONTH " OPEN-TO-BUY ("
                    function TRIM(OTB-AMT-ED) " LEFT)"
        ELSE
            MOVE "N" TO OTB-OK-SW
            DISPLAY "HELD: " function TRIM(SG-SKU(GX)) " - "
                    function TRIM(OTB-LINE-ED)
                    " WOULD TAKE DEPARTMENT " CHARGE-DEPT
                    " PAST ITS " CHARGE-MONTH " OPEN-TO-BUY ("
                    function TRIM(OTB-AMT-ED) " LEFT)"
            DISPLAY "  STILL AWAITING REVIEW - NEEDS MANAGER "
                    "APPROVAL (M pin) ON THE LINE BEFORE"
        END-IF
    ELSE
        IF (LEFT-AMT - CHARGE-AMT) * 100 < OTB-PLAN * OTB-WARN-PCT
            COMPUTE OTB-AMT-ED = LEFT-AMT - CHARGE-AMT
            DISPLAY "  WARNING: DEPARTMENT " CHARGE-DEPT
                    " HAS " function TRIM(OTB-AMT-ED)
                    " OPEN-TO-BUY LEFT FOR " CHARGE-MONTH
                    " AFTER THIS ORDER"
        END-IF
    END-IF
    END-IF.

OTB-CHARGE-RTN.
    ADD CHARGE-AMT TO OTB-ORDERED
    IF OTB-REC-ON-FILE
        REWRITE OTB-MASTER-RECORD
    ELSE
        WRITE OTB-MASTER-RECORD
    END-IF.
