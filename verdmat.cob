      *> SKUs.  Run in the MANADARLOK month-end window; every run
      *> also appends its dated totals to the VALHIST history file
      *> so the valuation trend reads month over month instead of
      *> being a guess re-made every close.  Consignment SKUs are
      *> the consignor's goods, not the store's, and stay out of
      *> the valuation - they are counted on a line of their own.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
       01 SKU-COUNT PIC 9(7) VALUE 0.
       01 ZERO-COUNT PIC 9(7) VALUE 0.
       01 NEG-COUNT PIC 9(7) VALUE 0.
       01 CONSIGN-COUNT PIC 9(7) VALUE 0.
      *> agency items (top-ups, bus cards, lottery) are the
      *> provider's stock in the same way.
       01 AGENCY-COUNT PIC 9(7) VALUE 0.
       01 COUNT-DISP PIC Z(6)9.
       01 AMT-DISP PIC -(12)9.


    PERFORM INV-READ-RTN
    PERFORM UNTIL INV-EOF
        IF INV-CONSIGNMENT
            ADD 1 TO CONSIGN-COUNT
        ELSE
        IF INV-AGENCY
            ADD 1 TO AGENCY-COUNT
        ELSE
            PERFORM INV-VALUE-RTN
        END-IF
        END-IF
        PERFORM INV-READ-RTN
    END-PERFORM
    CLOSE INVENTORY-MASTER
    DISPLAY "ZERO-STOCK SKUS:    " function TRIM(COUNT-DISP)
    MOVE NEG-COUNT TO COUNT-DISP
    DISPLAY "NEGATIVE-STOCK SKUS: " function TRIM(COUNT-DISP)
    MOVE CONSIGN-COUNT TO COUNT-DISP
    DISPLAY "CONSIGNMENT SKUS NOT VALUED: " function TRIM(COUNT-DISP)
    MOVE AGENCY-COUNT TO COUNT-DISP
    DISPLAY "AGENCY SKUS NOT VALUED: " function TRIM(COUNT-DISP)
    MOVE TOTAL-VALUE TO AMT-DISP
    DISPLAY "TOTAL VALUATION:    " function TRIM(AMT-DISP)

