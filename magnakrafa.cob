IDENTIFICATION DIVISION.
PROGRAM-ID. MAGNAKRAFA.

      *> supplier-rebate claims and settlement.  Once MAGNAUPPSOFNUN
      *> has measured an agreement through the end of its period
      *> the rebate is ours to claim; this prints the claim
      *> statement that goes to the supplier - the agreement's
      *> tiers, what we bought in the period, the tier it reached
      *> and the rebate due - and, when the money comes, reconciles
      *> it against what was accrued: the payment debited to the
      *> bank, the receivable cleared, and any difference taken back
      *> through rebate income on the BUDGL journal with the run's
      *> own control trailer.  Entry feed, one action per line:
      *>   C sup from          print the claim (again, if already
      *>                       sent) for an agreement whose period
      *>                       is over
      *>   R sup from amount   the supplier paid - settle the claim
      *>   L                   list every claim not yet settled

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REBATE-MASTER ASSIGN TO "REBMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS REB-KEY
        FILE STATUS IS REB-FS.

    SELECT SUPPLIER-MASTER ASSIGN TO "SUPMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SUP-CODE
        FILE STATUS IS SUP-FS.

    SELECT GL-FILE ASSIGN TO "BUDGL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS GL-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  REBATE-MASTER.
    COPY "rebmast.cpy".

    FD  SUPPLIER-MASTER.
    COPY "supmast.cpy".

    FD  GL-FILE.
    01  GL-RECORD.
        05  GL-DATE         PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  GL-ACCOUNT      PIC X(16).
        05  FILLER          PIC X VALUE SPACE.
        05  GL-DEBIT        PIC S9(12).
        05  FILLER          PIC X VALUE SPACE.
        05  GL-CREDIT       PIC S9(12).
    01  GL-TRAILER.
        05  GT-MARK         PIC X(4).
        05  FILLER          PIC X.
        05  GT-COUNT        PIC 9(7).
        05  FILLER          PIC X.
        05  GT-DEBITS       PIC S9(13).
        05  FILLER          PIC X.
        05  GT-CREDITS      PIC S9(13).

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    WORKING-STORAGE SECTION.
       01 REB-FS PIC XX.
           88 REB-FOUND VALUE "00".
           88 REB-EOF VALUE "10".
       01 SUP-FS PIC XX.
           88 SUP-FOUND VALUE "00".
       01 SUP-OPEN-SW PIC X VALUE "N".
           88 SUP-FILE-OPEN VALUE "Y".
       01 GL-FS PIC XX.
           88 GL-FOUND VALUE "00".
       01 GL-OPEN-SW PIC X VALUE "N".
           88 GL-FILE-OPEN VALUE "Y".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".

       01 BUSINESS-DATE PIC 9(8).

       01 INP PIC X(50).
           88 EOF-INP VALUE SPACES.
       01 ACT-RAW  PIC X(1).
       01 SUP-RAW  PIC X(6).
       01 FROM-RAW PIC X(8).
       01 AMT-RAW  PIC X(11).
       01 ACT-LEN  PIC S9(2).
       01 SUP-LEN  PIC S9(2).
       01 FROM-LEN PIC S9(2).
       01 AMT-LEN  PIC S9(2).

       01 RECV-AMT PIC S9(11).
       01 DIFF-AMT PIC S9(11).
       01 TX PIC 9(1).
       01 SUP-TITLE PIC X(30).
       01 CLAIM-COUNT PIC 9(4) VALUE 0.
       01 SETTLE-COUNT PIC 9(4) VALUE 0.
       01 OPEN-COUNT PIC 9(4).
       01 OPEN-AMT PIC S9(13).
       01 DEBIT-TOTAL PIC S9(13) VALUE 0.
       01 CREDIT-TOTAL PIC S9(13) VALUE 0.
       01 RESIDUAL PIC S9(13) VALUE 0.
       01 JOURNAL-LINES PIC 9(5) VALUE 0.
       01 PCT-ED PIC Z9.99.
       01 THR-ED PIC Z(10)9.
       01 AMT-DISP PIC -(12)9.
       01 COUNT-DISP PIC Z(4)9.

PROCEDURE DIVISION.
    ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND
            IF BUD-BUSINESS-DATE > 0
                MOVE BUD-BUSINESS-DATE TO BUSINESS-DATE
            END-IF
        END-IF
    END-IF
    CLOSE CONTROL-FILE

    OPEN I-O REBATE-MASTER
    IF NOT REB-FOUND
        DISPLAY "MAGNAKRAFA: NO REBATE AGREEMENTS ON FILE"
        GOBACK
    END-IF
    OPEN INPUT SUPPLIER-MASTER
    IF SUP-FOUND
        MOVE "Y" TO SUP-OPEN-SW
    END-IF

    PERFORM UNTIL EOF-INP
        ACCEPT INP
        IF NOT EOF-INP
            MOVE SPACES TO ACT-RAW SUP-RAW FROM-RAW AMT-RAW
            MOVE 0 TO ACT-LEN SUP-LEN FROM-LEN AMT-LEN
            UNSTRING INP DELIMITED BY ALL SPACE
                INTO ACT-RAW  COUNT IN ACT-LEN,
                     SUP-RAW  COUNT IN SUP-LEN,
                     FROM-RAW COUNT IN FROM-LEN,
                     AMT-RAW  COUNT IN AMT-LEN

            IF ACT-RAW = "C"
                PERFORM CLAIM-PRINT-RTN
            ELSE
            IF ACT-RAW = "R"
                PERFORM CLAIM-SETTLE-RTN
            ELSE
            IF ACT-RAW = "L"
                PERFORM CLAIM-LIST-RTN
            ELSE
                DISPLAY "MAGNAKRAFA: BAD ACTION CODE "
                        function TRIM(INP)
            END-IF
            END-IF
            END-IF
        END-IF
    END-PERFORM

    CLOSE REBATE-MASTER
    IF SUP-FILE-OPEN
        CLOSE SUPPLIER-MASTER
    END-IF
    IF GL-FILE-OPEN
        MOVE SPACES TO GL-TRAILER
        MOVE "*EOF" TO GT-MARK
        MOVE JOURNAL-LINES TO GT-COUNT
        MOVE DEBIT-TOTAL TO GT-DEBITS
        MOVE CREDIT-TOTAL TO GT-CREDITS
        WRITE GL-TRAILER
        CLOSE GL-FILE
    END-IF

    MOVE CLAIM-COUNT TO COUNT-DISP
    DISPLAY "CLAIMS PRINTED:  " function TRIM(COUNT-DISP)
    MOVE SETTLE-COUNT TO COUNT-DISP
    DISPLAY "CLAIMS SETTLED:  " function TRIM(COUNT-DISP)

    GOBACK.

AGREEMENT-READ-RTN.
    MOVE SUP-RAW TO REB-SUPPLIER
    MOVE FROM-RAW TO REB-FROM-DATE
    READ REBATE-MASTER
        INVALID KEY
            DISPLAY "MAGNAKRAFA: NO AGREEMENT "
                    function TRIM(SUP-RAW) " " FROM-RAW
    END-READ.

CLAIM-PRINT-RTN.
    IF SUP-LEN = 0 OR FROM-LEN NOT = 8 OR FROM-RAW IS NOT NUMERIC
        DISPLAY "MAGNAKRAFA: BAD CLAIM LINE " function TRIM(INP)
    ELSE
        PERFORM AGREEMENT-READ-RTN
        IF REB-FOUND
            IF REB-ACTIVE OR REB-CANCELLED
                DISPLAY "MAGNAKRAFA: " function TRIM(SUP-RAW) " "
                        FROM-RAW " IS NOT OVER AND MEASURED YET - "
                        "NOTHING TO CLAIM"
            ELSE
            IF REB-SETTLED
                DISPLAY "MAGNAKRAFA: " function TRIM(SUP-RAW) " "
                        FROM-RAW " IS ALREADY SETTLED"
            ELSE
                IF REB-ENDED
                    MOVE REB-EARNED TO REB-CLAIMED
                    MOVE BUSINESS-DATE TO REB-CLAIM-DATE
                    MOVE "C" TO REB-STATUS
                    REWRITE REB-MASTER-RECORD
                END-IF
                ADD 1 TO CLAIM-COUNT
                PERFORM STATEMENT-PRINT-RTN
            END-IF
            END-IF
        END-IF
    END-IF.

      *> the statement the supplier gets.
STATEMENT-PRINT-RTN.
    PERFORM SUPPLIER-NAME-RTN
    DISPLAY " "
    DISPLAY "VOLUME REBATE CLAIM - STORE " BUD-STORE-NO
            "  VAT " BUD-VAT-REG
    DISPLAY "TO:        " REB-SUPPLIER " " SUP-TITLE
    DISPLAY "PERIOD:    " REB-FROM-DATE " - " REB-TO-DATE
    DISPLAY "CLAIMED:   " REB-CLAIM-DATE
    IF REB-ON-COST
        DISPLAY "AGREED TIERS ON PURCHASE VALUE:"
    ELSE
        DISPLAY "AGREED TIERS ON UNITS PURCHASED:"
    END-IF
    PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > 3
        IF REB-TIER-PCT(TX) > 0
            MOVE REB-TIER-FROM(TX) TO THR-ED
            MOVE REB-TIER-PCT(TX) TO PCT-ED
            DISPLAY "  " TX ". FROM " THR-ED "  " PCT-ED "%"
        END-IF
    END-PERFORM
    MOVE REB-MEAS-COST TO AMT-DISP
    DISPLAY "PURCHASES IN THE PERIOD:  " function TRIM(AMT-DISP)
    IF REB-ON-UNITS
        MOVE REB-MEAS-UNITS TO AMT-DISP
        DISPLAY "UNITS IN THE PERIOD:      " function TRIM(AMT-DISP)
    END-IF
    IF REB-TIER-REACHED = 0
        DISPLAY "TIER REACHED:             NONE"
    ELSE
        MOVE REB-TIER-PCT(REB-TIER-REACHED) TO PCT-ED
        DISPLAY "TIER REACHED:             " REB-TIER-REACHED
                " AT " PCT-ED "%"
    END-IF
    MOVE REB-CLAIMED TO AMT-DISP
    DISPLAY "REBATE DUE TO US:         " function TRIM(AMT-DISP)
    DISPLAY " ".

      *> R sup from amount - the money against the claim.
CLAIM-SETTLE-RTN.
    IF SUP-LEN = 0 OR FROM-LEN NOT = 8 OR FROM-RAW IS NOT NUMERIC
          OR AMT-LEN = 0 OR AMT-LEN > 11
          OR AMT-RAW(1:AMT-LEN) IS NOT NUMERIC
        DISPLAY "MAGNAKRAFA: BAD SETTLEMENT LINE " function TRIM(INP)
    ELSE
        PERFORM AGREEMENT-READ-RTN
        IF REB-FOUND
            IF NOT REB-CLAIM-SENT
                DISPLAY "MAGNAKRAFA: " function TRIM(SUP-RAW) " "
                        FROM-RAW " HAS NO CLAIM OUTSTANDING - "
                        "PRINT THE CLAIM FIRST"
            ELSE
                MOVE AMT-RAW(1:AMT-LEN) TO RECV-AMT
                MOVE RECV-AMT TO REB-RECEIVED
                MOVE BUSINESS-DATE TO REB-RECV-DATE
                MOVE "S" TO REB-STATUS
                REWRITE REB-MASTER-RECORD
                ADD 1 TO SETTLE-COUNT
                COMPUTE DIFF-AMT = RECV-AMT - REB-ACCRUED
                PERFORM GL-SETTLE-RTN
                MOVE RECV-AMT TO AMT-DISP
                DISPLAY "SETTLED: " REB-SUPPLIER " " REB-FROM-DATE
                        "  RECEIVED " function TRIM(AMT-DISP)
                MOVE REB-CLAIMED TO AMT-DISP
                DISPLAY "  CLAIMED " function TRIM(AMT-DISP)
                IF DIFF-AMT < 0
                    MOVE DIFF-AMT TO AMT-DISP
                    DISPLAY "  SHORT PAID " function TRIM(AMT-DISP)
                            " - WRITTEN BACK AGAINST REBATE INCOME"
                END-IF
                IF DIFF-AMT > 0
                    MOVE DIFF-AMT TO AMT-DISP
                    DISPLAY "  OVER PAID " function TRIM(AMT-DISP)
                            " - TAKEN TO REBATE INCOME"
                END-IF
            END-IF
        END-IF
    END-IF.

      *> bank debited what came in, the receivable cleared at what
      *> was accrued, the difference through rebate income.
GL-SETTLE-RTN.
    IF NOT GL-FILE-OPEN
        OPEN INPUT GL-FILE
        IF GL-FOUND
            CLOSE GL-FILE
            OPEN EXTEND GL-FILE
        ELSE
            OPEN OUTPUT GL-FILE
        END-IF
        MOVE "Y" TO GL-OPEN-SW
    END-IF
    MOVE RECV-AMT TO RESIDUAL
    PERFORM GL-DEBIT-SETUP-RTN
    MOVE "BANK" TO GL-ACCOUNT
    PERFORM GL-WRITE-RTN

    COMPUTE RESIDUAL = 0 - REB-ACCRUED
    PERFORM GL-DEBIT-SETUP-RTN
    MOVE "REBATE-RECV" TO GL-ACCOUNT
    PERFORM GL-WRITE-RTN

    COMPUTE RESIDUAL = 0 - DIFF-AMT
    PERFORM GL-DEBIT-SETUP-RTN
    MOVE "REBATE-INCOME" TO GL-ACCOUNT
    PERFORM GL-WRITE-RTN.

      *> every claim still open - ready to claim, or claimed and
      *> waiting for the money, with how long it has waited.
CLAIM-LIST-RTN.
    MOVE 0 TO OPEN-COUNT OPEN-AMT
    DISPLAY "REBATE CLAIMS NOT SETTLED - " BUSINESS-DATE
    MOVE LOW-VALUES TO REB-KEY
    MOVE "00" TO REB-FS
    START REBATE-MASTER KEY NOT < REB-KEY
        INVALID KEY
            MOVE "10" TO REB-FS
    END-START
    PERFORM UNTIL REB-EOF
        READ REBATE-MASTER NEXT
            AT END
                MOVE "10" TO REB-FS
            NOT AT END
                IF REB-ENDED OR REB-CLAIM-SENT
                    ADD 1 TO OPEN-COUNT
                    ADD REB-EARNED TO OPEN-AMT
                    MOVE REB-EARNED TO AMT-DISP
                    IF REB-ENDED
                        DISPLAY "  " REB-SUPPLIER " " REB-FROM-DATE
                                " - " REB-TO-DATE "  DUE "
                                function TRIM(AMT-DISP)
                                "  NOT YET CLAIMED"
                    ELSE
                        DISPLAY "  " REB-SUPPLIER " " REB-FROM-DATE
                                " - " REB-TO-DATE "  DUE "
                                function TRIM(AMT-DISP)
                                "  CLAIMED " REB-CLAIM-DATE
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    MOVE OPEN-COUNT TO COUNT-DISP
    MOVE OPEN-AMT TO AMT-DISP
    DISPLAY "  OPEN: " function TRIM(COUNT-DISP) " CLAIMS, DUE "
            function TRIM(AMT-DISP).

SUPPLIER-NAME-RTN.
    MOVE "(NOT ON SUPPLIER MASTER)" TO SUP-TITLE
    IF SUP-FILE-OPEN
        MOVE REB-SUPPLIER TO SUP-CODE
        READ SUPPLIER-MASTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE SUP-NAME TO SUP-TITLE
        END-READ
    END-IF.

      *> positive RESIDUAL posts as a debit, negative as a credit.
GL-DEBIT-SETUP-RTN.
    IF RESIDUAL >= 0
        MOVE RESIDUAL TO GL-DEBIT
        MOVE 0 TO GL-CREDIT
    ELSE
        MOVE 0 TO GL-DEBIT
        COMPUTE GL-CREDIT = 0 - RESIDUAL
    END-IF.

GL-WRITE-RTN.
    IF GL-DEBIT NOT = 0 OR GL-CREDIT NOT = 0
        MOVE BUSINESS-DATE TO GL-DATE
        WRITE GL-RECORD
        ADD 1 TO JOURNAL-LINES
        ADD GL-DEBIT TO DEBIT-TOTAL
        ADD GL-CREDIT TO CREDIT-TOTAL
    END-IF.
