      *> shape while it can still be acted on.  (The department cut
      *> of sales lives on the BUDPERD trend TIMABIL keeps - the GL
      *> journal is store-level by design.)  Runs in the month-end
      *> window.  Entry feed: the month, YYYYMM, one line - or, on
      *> a 4-4-5 fiscal close, the period as YYYYPP with its first
      *> and last day in columns 8-15 and 17-24, laid against the
      *> same 52 weeks earlier.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
           88 GL-FOUND VALUE "00".
           88 GL-EOF VALUE "10".

       01 INP PIC X(30).
           88 EOF-INP VALUE SPACES.
       01 WANT-MONTH PIC 9(6).
       01 PRIOR-MONTH PIC 9(6).
       01 REC-MONTH PIC 9(6).
      *> a fiscal period's bounds, and last year's same weeks.
       01 RANGE-SW PIC X VALUE "N".
           88 RANGE-MODE VALUE "Y".
       01 RANGE-FROM PIC 9(8).
       01 RANGE-TO PIC 9(8).
       01 PRIOR-FROM PIC 9(8).
       01 PRIOR-TO PIC 9(8).

      *> one row per account seen in either month - net is debit
      *> less credit, so expenses read positive and revenue
    END-IF
    MOVE INP(1:6) TO WANT-MONTH
    COMPUTE PRIOR-MONTH = WANT-MONTH - 100
    IF INP(8:8) IS NUMERIC AND INP(17:8) IS NUMERIC
        MOVE "Y" TO RANGE-SW
        MOVE INP(8:8) TO RANGE-FROM
        MOVE INP(17:8) TO RANGE-TO
        COMPUTE PRIOR-FROM = function DATE-OF-INTEGER(
            function INTEGER-OF-DATE(RANGE-FROM) - 364)
        COMPUTE PRIOR-TO = function DATE-OF-INTEGER(
            function INTEGER-OF-DATE(RANGE-TO) - 364)
    END-IF

    OPEN INPUT GL-FILE
    IF NOT GL-FOUND
        IF GL-RECORD(1:4) = "*EOF"
            PERFORM GL-READ-RTN
        ELSE
        IF RANGE-MODE
            IF GL-DATE >= RANGE-FROM AND GL-DATE <= RANGE-TO
                MOVE "T" TO WHICH-SW
                PERFORM ACCT-POST-RTN
            ELSE
            IF GL-DATE >= PRIOR-FROM AND GL-DATE <= PRIOR-TO
                MOVE "P" TO WHICH-SW
                PERFORM ACCT-POST-RTN
            END-IF
            END-IF
        ELSE
        COMPUTE REC-MONTH = GL-DATE / 100
        IF REC-MONTH = WANT-MONTH
            MOVE "T" TO WHICH-SW
            PERFORM ACCT-POST-RTN
        END-IF
        END-IF
        END-IF
        PERFORM GL-READ-RTN
        END-IF
    END-PERFORM
        GOBACK
    END-IF

    IF RANGE-MODE
        DISPLAY "PROFIT AND LOSS - PERIOD " WANT-MONTH(1:4) "/"
                WANT-MONTH(5:2) " (" RANGE-FROM "-" RANGE-TO
                ") AGAINST " PRIOR-FROM "-" PRIOR-TO
    ELSE
    DISPLAY "PROFIT AND LOSS - " WANT-MONTH
            " AGAINST " PRIOR-MONTH
    END-IF
    DISPLAY "ACCOUNT            THIS MONTH     LAST YEAR"
            "     CHANGE"
    PERFORM ACCT-REPORT-RTN
