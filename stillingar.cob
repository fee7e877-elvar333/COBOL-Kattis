      *>     FXDAYS nnn   FX staleness limit in days
      *>     TOL nnn      price-tolerance percent
      *>     DATE yyyymmdd  business date
      *>     TFMIN nnnnnnn  tax-free form minimum spend
      *>     BANK nnnnnnnnnnnn  store bank account payments draw on
      *>     SVC nn       reorder service level percent (50-99, 0
      *>                  for the default)
      *>     WINEND hhmm  the time the nightly stream must finish by
      *>                  (0 turns the overrun warning off)
      *>     CBMAX nnnnnn   most cash-back on one debit-card receipt
      *>                    (0 turns cash-back off)
      *>     CBMIN nnnnnnn  smallest purchase cash-back may ride on
      *>     CYCA nnn     cycle counts a year for class A SKUs (0
      *>     CYCB nnn     for B, and CYCC for C - 0 in any takes
      *>     CYCC nnn     the planner's 12 / 4 / 1)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        05  FILLER          PIC X VALUE SPACE.
        05  CAUD-FIELD      PIC X(8).
        05  FILLER          PIC X VALUE SPACE.
        05  CAUD-OLD        PIC X(12).
        05  FILLER          PIC X VALUE SPACE.
        05  CAUD-NEW        PIC X(12).
        05  FILLER          PIC X VALUE SPACE.
        05  CAUD-WHO        PIC X(4).

       01 INP PIC X(30).
           88 EOF-INP VALUE SPACES.
       01 FIELD-RAW PIC X(8).
       01 VALUE-RAW PIC X(12).
       01 FIELD-LEN PIC S9(2).
       01 VALUE-LEN PIC S9(2).

       01 NUM-VAL PIC 9(8).
       01 RATE-ED PIC 9.999.
       01 OLD-TXT PIC X(12).
       01 NEW-TXT PIC X(12).
       01 CHANGE-COUNT PIC 9(3) VALUE 0.
       01 COUNT-DISP PIC Z(2)9.

        MOVE 0 TO BUD-FX-STALE-DAYS
        MOVE 0 TO BUD-PRICE-TOL-PCT
        MOVE 0 TO BUD-BUSINESS-DATE
        MOVE 0 TO BUD-TAXFREE-MIN
        MOVE SPACES TO BUD-BANK-ACCT
        MOVE 0 TO BUD-SERVICE-LEVEL
        MOVE 0 TO BUD-WINDOW-END
        MOVE 0 TO BUD-CASHBACK-MAX
        MOVE 0 TO BUD-CASHBACK-MIN
        MOVE 0 TO BUD-CYC-TARGET-A
        MOVE 0 TO BUD-CYC-TARGET-B
        MOVE 0 TO BUD-CYC-TARGET-C
    END-IF

      *> the credential first - a wrong PIN ends the session before
    DISPLAY "  STORE NO:       " BUD-STORE-NO
    DISPLAY "  FX STALE DAYS:  " BUD-FX-STALE-DAYS
    DISPLAY "  PRICE TOL PCT:  " BUD-PRICE-TOL-PCT
    DISPLAY "  BUSINESS DATE:  " BUD-BUSINESS-DATE
    DISPLAY "  TAX-FREE MIN:   " BUD-TAXFREE-MIN
    DISPLAY "  BANK ACCOUNT:   " BUD-BANK-ACCT
    DISPLAY "  SERVICE LEVEL:  " BUD-SERVICE-LEVEL
    DISPLAY "  WINDOW END:     " BUD-WINDOW-END
    DISPLAY "  CASH-BACK MAX:  " BUD-CASHBACK-MAX
    DISPLAY "  CASH-BACK MIN:  " BUD-CASHBACK-MIN
    DISPLAY "  CYCLE COUNTS A: " BUD-CYC-TARGET-A
    DISPLAY "  CYCLE COUNTS B: " BUD-CYC-TARGET-B
    DISPLAY "  CYCLE COUNTS C: " BUD-CYC-TARGET-C.

      *> one change line: field name, new value - validated here
      *> with the same ranges the gate checks, audited before the
            MOVE BUD-MGR-PIN TO NEW-TXT
        END-IF
        PERFORM AUDIT-RTN
    ELSE
    IF FIELD-RAW = "BANK"
        IF VALUE-LEN NOT = 12 OR VALUE-RAW IS NOT NUMERIC
            DISPLAY "STILLINGAR: BANK MUST BE 12 DIGITS"
        ELSE
            MOVE BUD-BANK-ACCT TO OLD-TXT
            MOVE VALUE-RAW TO BUD-BANK-ACCT
            MOVE BUD-BANK-ACCT TO NEW-TXT
            PERFORM AUDIT-RTN
        END-IF
    ELSE
        IF VALUE-RAW(1:VALUE-LEN) IS NOT NUMERIC
            DISPLAY "STILLINGAR: VALUE MUST BE NUMERIC - "
            PERFORM NUMERIC-CHANGE-RTN
        END-IF
    END-IF
    END-IF
    END-IF.

NUMERIC-CHANGE-RTN.
        MOVE NUM-VAL TO BUD-BUSINESS-DATE
        MOVE BUD-BUSINESS-DATE TO NEW-TXT
        PERFORM AUDIT-RTN
    ELSE
    IF FIELD-RAW = "TFMIN"
        IF NUM-VAL > 9999999
            DISPLAY "STILLINGAR: TFMIN MUST BE 0-9999999"
        ELSE
            MOVE BUD-TAXFREE-MIN TO OLD-TXT
            MOVE NUM-VAL TO BUD-TAXFREE-MIN
            MOVE BUD-TAXFREE-MIN TO NEW-TXT
            PERFORM AUDIT-RTN
        END-IF
    ELSE
    IF FIELD-RAW = "SVC"
        IF NUM-VAL > 99 OR (NUM-VAL > 0 AND NUM-VAL < 50)
            DISPLAY "STILLINGAR: SVC MUST BE 50-99, OR 0"
        ELSE
            MOVE BUD-SERVICE-LEVEL TO OLD-TXT
            MOVE NUM-VAL TO BUD-SERVICE-LEVEL
            MOVE BUD-SERVICE-LEVEL TO NEW-TXT
            PERFORM AUDIT-RTN
        END-IF
    ELSE
    IF FIELD-RAW = "WINEND"
        IF NUM-VAL > 2359 OR function MOD(NUM-VAL, 100) > 59
            DISPLAY "STILLINGAR: WINEND MUST BE A TIME, HHMM"
        ELSE
            MOVE BUD-WINDOW-END TO OLD-TXT
            MOVE NUM-VAL TO BUD-WINDOW-END
            MOVE BUD-WINDOW-END TO NEW-TXT
            PERFORM AUDIT-RTN
        END-IF
    ELSE
    IF FIELD-RAW = "CBMAX"
        IF NUM-VAL > 999999
            DISPLAY "STILLINGAR: CBMAX MUST BE 0-999999"
        ELSE
            MOVE BUD-CASHBACK-MAX TO OLD-TXT
            MOVE NUM-VAL TO BUD-CASHBACK-MAX
            MOVE BUD-CASHBACK-MAX TO NEW-TXT
            PERFORM AUDIT-RTN
        END-IF
    ELSE
    IF FIELD-RAW = "CBMIN"
        IF NUM-VAL > 9999999
            DISPLAY "STILLINGAR: CBMIN MUST BE 0-9999999"
        ELSE
            MOVE BUD-CASHBACK-MIN TO OLD-TXT
            MOVE NUM-VAL TO BUD-CASHBACK-MIN
            MOVE BUD-CASHBACK-MIN TO NEW-TXT
            PERFORM AUDIT-RTN
        END-IF
    ELSE
    IF FIELD-RAW = "CYCA"
        IF NUM-VAL > 365
            DISPLAY "STILLINGAR: CYCA MUST BE 0-365"
        ELSE
            MOVE BUD-CYC-TARGET-A TO OLD-TXT
            MOVE NUM-VAL TO BUD-CYC-TARGET-A
            MOVE BUD-CYC-TARGET-A TO NEW-TXT
            PERFORM AUDIT-RTN
        END-IF
    ELSE
    IF FIELD-RAW = "CYCB"
        IF NUM-VAL > 365
            DISPLAY "STILLINGAR: CYCB MUST BE 0-365"
        ELSE
            MOVE BUD-CYC-TARGET-B TO OLD-TXT
            MOVE NUM-VAL TO BUD-CYC-TARGET-B
            MOVE BUD-CYC-TARGET-B TO NEW-TXT
            PERFORM AUDIT-RTN
        END-IF
    ELSE
    IF FIELD-RAW = "CYCC"
        IF NUM-VAL > 365
            DISPLAY "STILLINGAR: CYCC MUST BE 0-365"
        ELSE
            MOVE BUD-CYC-TARGET-C TO OLD-TXT
            MOVE NUM-VAL TO BUD-CYC-TARGET-C
            MOVE BUD-CYC-TARGET-C TO NEW-TXT
            PERFORM AUDIT-RTN
        END-IF
    ELSE
        DISPLAY "STILLINGAR: UNKNOWN FIELD "
                function TRIM(FIELD-RAW)
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF.

AUDIT-RTN.
