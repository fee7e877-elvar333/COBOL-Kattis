IDENTIFICATION DIVISION.
PROGRAM-ID. SKATTFRJALS.

      *> nightly tax-free export - the till writes every numbered
      *> tax-free form it issues to a foreign visitor onto the
      *> BUDTAXFR register, and a cancel line when the receipt
      *> behind one is voided.  This lifts the business day's lines
      *> into the refund operator's fixed-layout transfer file,
      *> BUDTFEXP, rebuilt each night for the operator to collect:
      *>   H  header  - file version, store VAT registration, store
      *>                number, business date
      *>   D  form    - register and form number, issue date,
      *>                receipt, passport country and number, gross
      *>                and refundable VAT
      *>   C  cancel  - same layout, for a form whose receipt was
      *>                voided; the operator stops the refund on it
      *>   R  rate    - one per VAT rate the form carries: rate,
      *>                base and VAT, behind its D or C line
      *>   T  trailer - form and cancel counts, net refundable VAT
      *> Amounts are unsigned - the record type carries the sense.
      *> No entry feed; the business date comes off BUDCTL.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

    SELECT TAX-FREE-FILE ASSIGN TO "BUDTAXFR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TFF-FS.

      *> the operator's transfer file - one business day per file.
    SELECT EXPORT-FILE ASSIGN TO "BUDTFEXP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS EXP-FS.

DATA DIVISION.
    FILE SECTION.
    FD  CONTROL-FILE.
    COPY "budctl.cpy".

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

    FD  EXPORT-FILE.
    01  EXPORT-RECORD       PIC X(80).

    WORKING-STORAGE SECTION.
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".
       01 TFF-FS PIC XX.
           88 TFF-FOUND VALUE "00".
           88 TFF-EOF VALUE "10".
       01 EXP-FS PIC XX.

       01 BUSINESS-DATE PIC 9(8).
       01 STORE-NO PIC 9(4) VALUE 0.
       01 VAT-REG PIC X(13) VALUE SPACES.
       01 RX PIC 9(1).

       01 EXP-HEADER.
           05 EH-TYPE      PIC X(1) VALUE "H".
           05 EH-VERSION   PIC X(4) VALUE "TF01".
           05 EH-VAT-REG   PIC X(13).
           05 EH-STORE     PIC 9(4).
           05 EH-DATE      PIC 9(8).
           05 FILLER       PIC X(50) VALUE SPACES.
       01 EXP-FORM.
           05 EF-TYPE      PIC X(1).
           05 EF-REGISTER  PIC X(4).
           05 EF-FORM-NO   PIC 9(6).
           05 EF-DATE      PIC 9(8).
           05 EF-RCPT-NO   PIC 9(10).
           05 EF-COUNTRY   PIC X(3).
           05 EF-PASSPORT  PIC X(10).
           05 EF-GROSS     PIC 9(12).
           05 EF-VAT       PIC 9(12).
           05 FILLER       PIC X(14) VALUE SPACES.
       01 EXP-RATE.
           05 ER-TYPE      PIC X(1) VALUE "R".
           05 ER-REGISTER  PIC X(4).
           05 ER-FORM-NO   PIC 9(6).
           05 ER-RATE      PIC 9V999.
           05 ER-BASE      PIC 9(12).
           05 ER-VAT       PIC 9(12).
           05 FILLER       PIC X(41) VALUE SPACES.
       01 EXP-TRAILER.
           05 ET-TYPE      PIC X(1) VALUE "T".
           05 ET-FORMS     PIC 9(6).
           05 ET-CANCELS   PIC 9(6).
           05 ET-NET-VAT   PIC 9(12).
           05 ET-NET-SIGN  PIC X(1).
           05 FILLER       PIC X(54) VALUE SPACES.

       01 FORM-COUNT PIC 9(6) VALUE 0.
       01 CANCEL-COUNT PIC 9(6) VALUE 0.
       01 NET-VAT PIC S9(13) VALUE 0.
       01 AMT-DISP PIC -(12)9.
       01 COUNT-DISP PIC Z(5)9.

PROCEDURE DIVISION.
    ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND
            MOVE BUD-STORE-NO TO STORE-NO
            MOVE BUD-VAT-REG TO VAT-REG
            IF BUD-BUSINESS-DATE > 0
                MOVE BUD-BUSINESS-DATE TO BUSINESS-DATE
            END-IF
        END-IF
    END-IF
    CLOSE CONTROL-FILE

    OPEN OUTPUT EXPORT-FILE
    MOVE VAT-REG TO EH-VAT-REG
    MOVE STORE-NO TO EH-STORE
    MOVE BUSINESS-DATE TO EH-DATE
    WRITE EXPORT-RECORD FROM EXP-HEADER

      *> no register yet just means no form has ever been issued -
      *> the operator still gets an empty day, header and trailer.
    OPEN INPUT TAX-FREE-FILE
    IF TFF-FOUND
        PERFORM TFF-READ-RTN
        PERFORM UNTIL TFF-EOF
            IF TFF-DATE = BUSINESS-DATE
                PERFORM FORM-EXPORT-RTN
            END-IF
            PERFORM TFF-READ-RTN
        END-PERFORM
        CLOSE TAX-FREE-FILE
    END-IF

    MOVE FORM-COUNT TO ET-FORMS
    MOVE CANCEL-COUNT TO ET-CANCELS
    MOVE NET-VAT TO ET-NET-VAT
    IF NET-VAT < 0
        MOVE "-" TO ET-NET-SIGN
    ELSE
        MOVE "+" TO ET-NET-SIGN
    END-IF
    WRITE EXPORT-RECORD FROM EXP-TRAILER
    CLOSE EXPORT-FILE

    DISPLAY "TAX-FREE EXPORT FOR " BUSINESS-DATE
    MOVE FORM-COUNT TO COUNT-DISP
    DISPLAY "  FORMS ISSUED:     " function TRIM(COUNT-DISP)
    MOVE CANCEL-COUNT TO COUNT-DISP
    DISPLAY "  FORMS CANCELLED:  " function TRIM(COUNT-DISP)
    MOVE NET-VAT TO AMT-DISP
    DISPLAY "  NET REFUNDABLE VAT: " function TRIM(AMT-DISP)

    GOBACK.

TFF-READ-RTN.
    READ TAX-FREE-FILE
        AT END
            MOVE "10" TO TFF-FS
    END-READ.

      *> one form or cancel line and its rate lines.  A cancel's
      *> amounts are negative on the register; the export carries
      *> their size under the "C" type.
FORM-EXPORT-RTN.
    IF TFF-STATUS = "V"
        MOVE "C" TO EF-TYPE
        ADD 1 TO CANCEL-COUNT
    ELSE
        MOVE "D" TO EF-TYPE
        ADD 1 TO FORM-COUNT
    END-IF
    ADD TFF-VAT TO NET-VAT
    MOVE TFF-REGISTER TO EF-REGISTER
    MOVE TFF-FORM-NO TO EF-FORM-NO
    MOVE TFF-DATE TO EF-DATE
    MOVE TFF-RCPT-NO TO EF-RCPT-NO
    MOVE TFF-COUNTRY TO EF-COUNTRY
    MOVE TFF-PASSPORT TO EF-PASSPORT
    MOVE function ABS(TFF-GROSS) TO EF-GROSS
    MOVE function ABS(TFF-VAT) TO EF-VAT
    WRITE EXPORT-RECORD FROM EXP-FORM

    PERFORM VARYING RX FROM 1 BY 1 UNTIL RX > 5
        IF TFF-BASE(RX) NOT = 0 OR TFF-TAX(RX) NOT = 0
            MOVE TFF-REGISTER TO ER-REGISTER
            MOVE TFF-FORM-NO TO ER-FORM-NO
            MOVE TFF-RATE(RX) TO ER-RATE
            MOVE function ABS(TFF-BASE(RX)) TO ER-BASE
            MOVE function ABS(TFF-TAX(RX)) TO ER-VAT
            WRITE EXPORT-RECORD FROM EXP-RATE
        END-IF
    END-PERFORM.
