      *> till appends every clean close (one line per rate bucket
      *> per day: taxable base and tax collected) between two dates,
      *> grouped by the rate actually charged, into the figures the
      *> return asks for.  The VAT on tax-free forms issued to
      *> foreign visitors in the period (net of forms cancelled by
      *> a void, off the BUDTAXFR register) shows as its own
      *> refunded-VAT line, so the return ties out against what
      *> the refund operator pays back.  Entry feed: the from-date
      *> and the to-date (YYYYMMDD, inclusive), one per line.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TAXL-FS.

    SELECT TAX-FREE-FILE ASSIGN TO "BUDTAXFR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TFF-FS.

DATA DIVISION.
    FILE SECTION.
    FD  TAX-LEDGER-FILE.
        05  FILLER          PIC X VALUE SPACE.
        05  TAXL-TAX        PIC S9(12).

    FD  TAX-FREE-FILE.
    01  TAX-FREE-RECORD.
        05  TFF-DATE        PIC 9(8).
        05  FILLER          PIC X.
        05  TFF-REGISTER    PIC X(4).
        05  FILLER          PIC X.
        05  TFF-FORM-NO     PIC 9(6).
        05  FILLER          PIC X.
        05  TFF-RCPT-NO     PIC 9(10).
        05  FILLER          PIC X.
        05  TFF-STATUS      PIC X(1).
        05  FILLER          PIC X.
        05  TFF-COUNTRY     PIC X(3).
        05  FILLER          PIC X.
        05  TFF-PASSPORT    PIC X(10).
        05  FILLER          PIC X.
        05  TFF-GROSS       PIC S9(12).
        05  FILLER          PIC X.
        05  TFF-VAT         PIC S9(12).
        05  TFF-RATE-ENTRY OCCURS 5 TIMES.
            10  FILLER      PIC X.
            10  TFF-RATE    PIC 9V999.
            10  FILLER      PIC X.
            10  TFF-BASE    PIC S9(12).
            10  FILLER      PIC X.
            10  TFF-TAX     PIC S9(12).

    WORKING-STORAGE SECTION.
       01 TAXL-FS PIC XX.
           88 TAXL-FOUND VALUE "00".
           88 TAXL-EOF VALUE "10".
       01 TFF-FS PIC XX.
           88 TFF-FOUND VALUE "00".
           88 TFF-EOF VALUE "10".

       01 FROM-DATE PIC 9(8).
       01 TO-DATE PIC 9(8).
       01 TOTAL-BASE PIC S9(13) VALUE 0.
       01 TOTAL-TAX PIC S9(13) VALUE 0.
       01 DAYS-SEEN PIC 9(5) VALUE 0.
       01 REFUND-VAT PIC S9(13) VALUE 0.
       01 REFUND-FORMS PIC 9(5) VALUE 0.
       01 NET-TAX PIC S9(13) VALUE 0.
       01 LAST-DATE PIC 9(8) VALUE 0.
       01 AMT-DISP PIC -(12)9.
       01 AMT2-DISP PIC -(12)9.
    END-PERFORM
    CLOSE TAX-LEDGER-FILE

    OPEN INPUT TAX-FREE-FILE
    IF TFF-FOUND
        PERFORM TFF-READ-RTN
        PERFORM UNTIL TFF-EOF
            IF TFF-DATE >= FROM-DATE AND TFF-DATE <= TO-DATE
                ADD TFF-VAT TO REFUND-VAT
                IF TFF-STATUS = "I"
                    ADD 1 TO REFUND-FORMS
                END-IF
            END-IF
            PERFORM TFF-READ-RTN
        END-PERFORM
        CLOSE TAX-FREE-FILE
    END-IF

    DISPLAY "TAX RETURN FIGURES " FROM-DATE " THROUGH " TO-DATE
    PERFORM RATE-REPORT-RTN
        VARYING RT FROM 1 BY 1 UNTIL RT > RATE-COUNT
    MOVE TOTAL-TAX TO AMT2-DISP
    DISPLAY "TOTAL TAXABLE BASE: " function TRIM(AMT-DISP)
    DISPLAY "TOTAL TAX COLLECTED: " function TRIM(AMT2-DISP)
    MOVE REFUND-VAT TO AMT-DISP
    MOVE REFUND-FORMS TO COUNT-DISP
    DISPLAY "REFUNDED VAT (TAX-FREE FORMS): " function TRIM(AMT-DISP)
            "  ON " function TRIM(COUNT-DISP) " FORM(S)"
    COMPUTE NET-TAX = TOTAL-TAX - REFUND-VAT
    MOVE NET-TAX TO AMT2-DISP
    DISPLAY "TAX AFTER TAX-FREE REFUNDS: " function TRIM(AMT2-DISP)

    GOBACK.

            MOVE "10" TO TAXL-FS
    END-READ.

TFF-READ-RTN.
    READ TAX-FREE-FILE
        AT END
            MOVE "10" TO TFF-FS
    END-READ.

TAXL-POST-RTN.
    IF TAXL-DATE NOT = LAST-DATE
        ADD 1 TO DAYS-SEEN
