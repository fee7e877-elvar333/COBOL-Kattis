IDENTIFICATION DIVISION.
PROGRAM-ID. KORTADEILA.

      *> card chargeback cases - when a cardholder disputes a sale
      *> the processor debits us and a letter follows, and by the
      *> time anyone found the receipt the deadline to answer had
      *> gone.  This takes the processor's chargeback file (CARDCBK,
      *> one line per dispute with a control trailer like CARDSETL's)
      *> onto the CBKCASE case file, ties each dispute to the card
      *> sale it came from and prints the receipt as evidence there
      *> and then, with the deadline on top.  Every debit, credit-
      *> back and write-off goes to the BUDCBKL ledger FJARHAGUR
      *> posts against CARD-RECEIVABLE.
      *> Entry feed:
      *>   I                the chargeback file imported - a case
      *>                    already on file is left as it is, so a
      *>                    second run can't debit it twice
      *>   E case           the evidence print again
      *>   W case           won - the processor credited it back
      *>   L case           lost - the debit stands
      *>   P                pending cases by deadline
      *> A dispute matches the "D" tender on TXHIST rung on the sale
      *> date the processor quotes, on the register and for the
      *> amount behind its settlement reference - CARDSETL, when
      *> that settlement is still on site, says which register it
      *> came through.  One sale answers one case only.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CHARGEBACK-FILE ASSIGN TO "CARDCBK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CB-FS.

    SELECT SETTLE-FILE ASSIGN TO "CARDSETL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SETL-FS.

    SELECT CASE-FILE ASSIGN TO "CBKCASE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CBK-CASE-REF
        FILE STATUS IS CBK-FS.

    SELECT HISTORY-FILE ASSIGN TO "TXHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HIST-FS.

    SELECT CBK-LEDGER-FILE ASSIGN TO "BUDCBKL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CBKL-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

DATA DIVISION.
    FILE SECTION.
      *> the processor's dispute line: its case reference, the
      *> settlement the sale was paid under, register and gross
      *> amount, the day the card was used, the reason code and
      *> the last day it takes our answer.
    FD  CHARGEBACK-FILE.
    01  CHARGEBACK-IN-RECORD.
        05  CB-CASE-REF     PIC X(10).
        05  FILLER          PIC X.
        05  CB-SETL-REF     PIC X(10).
        05  FILLER          PIC X.
        05  CB-REGISTER     PIC X(4).
        05  FILLER          PIC X.
        05  CB-AMOUNT       PIC S9(11).
        05  FILLER          PIC X.
        05  CB-SALE-DATE    PIC 9(8).
        05  FILLER          PIC X.
        05  CB-REASON       PIC X(4).
        05  FILLER          PIC X.
        05  CB-DEADLINE     PIC 9(8).
    01  CHARGEBACK-TRAILER.
        05  CBT-MARK        PIC X(4).
        05  FILLER          PIC X.
        05  CBT-COUNT       PIC 9(7).
        05  FILLER          PIC X.
        05  CBT-AMOUNT      PIC S9(13).

    FD  SETTLE-FILE.
    01  SETTLE-RECORD.
        05  SETL-REGISTER   PIC X(4).
        05  FILLER          PIC X.
        05  SETL-AMOUNT     PIC S9(11).
        05  FILLER          PIC X.
        05  SETL-REF        PIC X(10).
        05  FILLER          PIC X.
        05  SETL-CARD-TYPE  PIC X(2).
        05  FILLER          PIC X.
        05  SETL-FEE        PIC S9(9).

    FD  CASE-FILE.
    COPY "cbkcase.cpy".

    FD  HISTORY-FILE.
    COPY "txlog.cpy".

    FD  CBK-LEDGER-FILE.
    COPY "cbklog.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    WORKING-STORAGE SECTION.
       01 CB-FS PIC XX.
           88 CB-FOUND VALUE "00".
           88 CB-EOF VALUE "10".
       01 SETL-FS PIC XX.
           88 SETL-FOUND VALUE "00".
           88 SETL-EOF VALUE "10".
       01 CBK-FS PIC XX.
           88 CBK-FOUND VALUE "00".
           88 CBK-NEW-FILE VALUE "35".
           88 CBK-EOF VALUE "10".
       01 HIST-FS PIC XX.
           88 HIST-FOUND VALUE "00".
           88 HIST-EOF VALUE "10".
       01 CBKL-FS PIC XX.
           88 CBKL-FOUND VALUE "00".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".

       01 TODAY-DATE PIC 9(8).
       01 TODAY-INT PIC S9(9).
      *> the days the processor allows when its line gives no
      *> deadline of its own.
       01 ANSWER-DAYS PIC 9(3) VALUE 14.
      *> a pending case this close to its deadline is flagged.
       01 WARN-DAYS PIC 9(3) VALUE 3.
       01 DAYS-LEFT PIC S9(5).

       01 CHECK-OK-SW PIC X VALUE "Y".
           88 CHECK-OK VALUE "Y".
       01 MATCH-SW PIC X VALUE "N".
           88 MATCH-FOUND VALUE "Y".
       01 CLAIMED-SW PIC X VALUE "N".
           88 SALE-CLAIMED VALUE "Y".
       01 TRAILER-SW PIC X VALUE "N".
           88 TRAILER-SEEN VALUE "Y".
       01 BATCH-OK-SW PIC X VALUE "Y".
           88 BATCH-OK VALUE "Y".

       01 INP PIC X(80).
           88 EOF-INP VALUE SPACES.
       01 ACT-RAW PIC X(1).
       01 TOK2-RAW PIC X(10).
       01 ACT-LEN PIC S9(2).
       01 TOK2-LEN PIC S9(2).

      *> the sales already answering a case - loaded off the case
      *> file and added to as the import matches more.
       01 CLAIM-TAB.
           05 CLAIM-ENTRY OCCURS 2000 TIMES INDEXED BY CX.
               10 CL-DATE     PIC 9(8).
               10 CL-REGISTER PIC X(4).
               10 CL-RCPT     PIC 9(10).
       01 CLAIM-COUNT PIC 9(4) VALUE 0.

       01 WANT-REGISTER PIC X(4).
       01 WANT-AMOUNT PIC S9(11).
       01 WANT-DATE PIC 9(8).
       01 HIT-RCPT PIC 9(10).
       01 HIT-CASHIER PIC X(4).

       01 CHK-COUNT PIC 9(7) VALUE 0.
       01 CHK-AMOUNT PIC S9(13) VALUE 0.
       01 OPENED-COUNT PIC 9(5) VALUE 0.
       01 UNMATCHED-COUNT PIC 9(5) VALUE 0.
       01 SKIPPED-COUNT PIC 9(5) VALUE 0.
       01 DONE-COUNT PIC 9(5) VALUE 0.
       01 REFUSED-COUNT PIC 9(5) VALUE 0.
       01 LINE-COUNT PIC 9(5).
       01 PEND-COUNT PIC 9(5).
       01 PEND-AMT PIC S9(13).
       01 COUNT-DISP PIC Z(4)9.
       01 AMT-DISP PIC -(10)9.
       01 DAYS-DISP PIC -(4)9.
       01 FLAG-TEXT PIC X(12).

PROCEDURE DIVISION.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD
    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND AND BUD-BUSINESS-DATE > 0
            MOVE BUD-BUSINESS-DATE TO TODAY-DATE
        END-IF
    END-IF
    CLOSE CONTROL-FILE
    COMPUTE TODAY-INT = function INTEGER-OF-DATE(TODAY-DATE)

    OPEN I-O CASE-FILE
    IF CBK-NEW-FILE
        OPEN OUTPUT CASE-FILE
        CLOSE CASE-FILE
        OPEN I-O CASE-FILE
    END-IF
    OPEN INPUT CBK-LEDGER-FILE
    IF CBKL-FOUND
        CLOSE CBK-LEDGER-FILE
        OPEN EXTEND CBK-LEDGER-FILE
    ELSE
        OPEN OUTPUT CBK-LEDGER-FILE
    END-IF

    PERFORM UNTIL EOF-INP
        ACCEPT INP
        IF NOT EOF-INP
            MOVE SPACES TO ACT-RAW TOK2-RAW
            MOVE 0 TO ACT-LEN TOK2-LEN
            UNSTRING INP DELIMITED BY ALL SPACE
                INTO ACT-RAW  COUNT IN ACT-LEN,
                     TOK2-RAW COUNT IN TOK2-LEN
            IF ACT-RAW = "I"
                PERFORM IMPORT-RTN
            ELSE
            IF ACT-RAW = "E"
                PERFORM EVIDENCE-ASK-RTN
            ELSE
            IF ACT-RAW = "W" OR ACT-RAW = "L"
                PERFORM DECIDE-RTN
            ELSE
            IF ACT-RAW = "P"
                PERFORM PENDING-LIST-RTN
            ELSE
                DISPLAY "KORTADEILA: BAD ACTION CODE "
                        function TRIM(INP)
            END-IF
            END-IF
            END-IF
            END-IF
        END-IF
    END-PERFORM

    CLOSE CASE-FILE
    CLOSE CBK-LEDGER-FILE

    MOVE DONE-COUNT TO COUNT-DISP
    DISPLAY "CHARGEBACK LINES APPLIED: " function TRIM(COUNT-DISP)
    MOVE REFUSED-COUNT TO COUNT-DISP
    DISPLAY "CHARGEBACK LINES REFUSED: " function TRIM(COUNT-DISP)

    GOBACK.

CB-READ-RTN.
    READ CHARGEBACK-FILE
        AT END
            MOVE "10" TO CB-FS
    END-READ.

SETL-READ-RTN.
    READ SETTLE-FILE
        AT END
            MOVE "10" TO SETL-FS
    END-READ.

HIST-READ-RTN.
    READ HISTORY-FILE
        AT END
            MOVE "10" TO HIST-FS
    END-READ.

CBK-NEXT-RTN.
    READ CASE-FILE NEXT
        AT END
            MOVE "10" TO CBK-FS
    END-READ.

      *> I - the trailer is proved first, the way KORTAUPPGJOR
      *> proves CARDSETL's, and a file failing it opens no case.
IMPORT-RTN.
    MOVE 0 TO CHK-COUNT CHK-AMOUNT
    MOVE "N" TO TRAILER-SW
    MOVE "Y" TO BATCH-OK-SW
    OPEN INPUT CHARGEBACK-FILE
    IF NOT CB-FOUND
        DISPLAY "KORTADEILA: NO PROCESSOR CHARGEBACK FILE "
                "(CARDCBK) ON SITE"
        ADD 1 TO REFUSED-COUNT
    ELSE
        PERFORM CB-READ-RTN
        PERFORM UNTIL CB-EOF
            IF CBT-MARK = "*EOF"
                MOVE "Y" TO TRAILER-SW
                IF CBT-COUNT NOT = CHK-COUNT
                      OR CBT-AMOUNT NOT = CHK-AMOUNT
                    MOVE "N" TO BATCH-OK-SW
                    DISPLAY "KORTADEILA: CONTROL TRAILER SAYS "
                            CBT-COUNT " FOR " CBT-AMOUNT
                            " BUT THE FILE CARRIES " CHK-COUNT
                            " FOR " CHK-AMOUNT
                END-IF
            ELSE
                ADD 1 TO CHK-COUNT
                ADD CB-AMOUNT TO CHK-AMOUNT
            END-IF
            PERFORM CB-READ-RTN
        END-PERFORM
        CLOSE CHARGEBACK-FILE
        IF NOT TRAILER-SEEN
            DISPLAY "KORTADEILA: CHARGEBACK FILE CARRIES NO "
                    "CONTROL TRAILER - UNVERIFIED"
        END-IF
        IF NOT BATCH-OK
            DISPLAY "KORTADEILA: CHARGEBACK FILE FAILS ITS OWN "
                    "TRAILER - IMPORT REFUSED, NO CASE OPENED"
            ADD 1 TO REFUSED-COUNT
            MOVE 8 TO RETURN-CODE
        ELSE
            PERFORM CLAIM-LOAD-RTN
            MOVE 0 TO OPENED-COUNT UNMATCHED-COUNT SKIPPED-COUNT
            MOVE "00" TO CB-FS
            OPEN INPUT CHARGEBACK-FILE
            PERFORM CB-READ-RTN
            PERFORM UNTIL CB-EOF
                IF CBT-MARK NOT = "*EOF"
                    PERFORM CASE-OPEN-RTN
                END-IF
                PERFORM CB-READ-RTN
            END-PERFORM
            CLOSE CHARGEBACK-FILE
            MOVE OPENED-COUNT TO COUNT-DISP
            DISPLAY "CASES OPENED: " function TRIM(COUNT-DISP)
            MOVE UNMATCHED-COUNT TO COUNT-DISP
            DISPLAY "  WITH NO SALE FOUND: " function TRIM(COUNT-DISP)
            MOVE SKIPPED-COUNT TO COUNT-DISP
            DISPLAY "ALREADY ON FILE: " function TRIM(COUNT-DISP)
            ADD 1 TO DONE-COUNT
        END-IF
    END-IF.

      *> every sale a case on file already holds.
CLAIM-LOAD-RTN.
    MOVE 0 TO CLAIM-COUNT
    MOVE LOW-VALUES TO CBK-CASE-REF
    START CASE-FILE KEY IS NOT LESS THAN CBK-CASE-REF
        INVALID KEY
            MOVE "10" TO CBK-FS
    END-START
    IF NOT CBK-EOF
        PERFORM CBK-NEXT-RTN
    END-IF
    PERFORM UNTIL CBK-EOF
        IF CBK-RCPT-NO NOT = 0 AND CLAIM-COUNT < 2000
            ADD 1 TO CLAIM-COUNT
            MOVE CBK-SALE-DATE TO CL-DATE(CLAIM-COUNT)
            MOVE CBK-REGISTER TO CL-REGISTER(CLAIM-COUNT)
            MOVE CBK-RCPT-NO TO CL-RCPT(CLAIM-COUNT)
        END-IF
        PERFORM CBK-NEXT-RTN
    END-PERFORM
    MOVE "00" TO CBK-FS.

CASE-OPEN-RTN.
    MOVE CB-CASE-REF TO CBK-CASE-REF
    READ CASE-FILE
        INVALID KEY
            MOVE "N" TO MATCH-SW
        NOT INVALID KEY
            MOVE "Y" TO MATCH-SW
    END-READ
    IF MATCH-FOUND
        ADD 1 TO SKIPPED-COUNT
    ELSE
        MOVE CB-REGISTER TO WANT-REGISTER
        MOVE CB-AMOUNT TO WANT-AMOUNT
        MOVE CB-SALE-DATE TO WANT-DATE
        PERFORM SETL-LOOKUP-RTN
        PERFORM SALE-MATCH-RTN

        MOVE CB-CASE-REF TO CBK-CASE-REF
        MOVE CB-SETL-REF TO CBK-SETL-REF
        MOVE WANT-REGISTER TO CBK-REGISTER
        MOVE CB-AMOUNT TO CBK-AMOUNT
        MOVE CB-REASON TO CBK-REASON
        MOVE TODAY-DATE TO CBK-RECV-DATE
        IF CB-DEADLINE IS NUMERIC AND CB-DEADLINE > 0
            MOVE CB-DEADLINE TO CBK-DEADLINE
        ELSE
            COMPUTE CBK-DEADLINE = function DATE-OF-INTEGER(
                TODAY-INT + ANSWER-DAYS)
        END-IF
        MOVE CB-SALE-DATE TO CBK-SALE-DATE
        MOVE "P" TO CBK-STATUS
        MOVE 0 TO CBK-CLOSE-DATE CBK-EVIDENCE-DATE
        IF MATCH-FOUND
            MOVE HIT-RCPT TO CBK-RCPT-NO
            MOVE HIT-CASHIER TO CBK-CASHIER
            IF CLAIM-COUNT < 2000
                ADD 1 TO CLAIM-COUNT
                MOVE CBK-SALE-DATE TO CL-DATE(CLAIM-COUNT)
                MOVE CBK-REGISTER TO CL-REGISTER(CLAIM-COUNT)
                MOVE CBK-RCPT-NO TO CL-RCPT(CLAIM-COUNT)
            END-IF
        ELSE
            MOVE 0 TO CBK-RCPT-NO
            MOVE SPACES TO CBK-CASHIER
            ADD 1 TO UNMATCHED-COUNT
        END-IF
        WRITE CHARGEBACK-RECORD

        MOVE "D" TO CBKL-TYPE
        PERFORM LEDGER-WRITE-RTN
        ADD 1 TO OPENED-COUNT
        PERFORM EVIDENCE-PRINT-RTN
    END-IF.

      *> the settlement still on site names the register the money
      *> came through - the processor's own line may not.
SETL-LOOKUP-RTN.
    MOVE "00" TO SETL-FS
    OPEN INPUT SETTLE-FILE
    IF SETL-FOUND
        PERFORM SETL-READ-RTN
        PERFORM UNTIL SETL-EOF
            IF SETL-REF = CB-SETL-REF AND SETL-REGISTER NOT = "*EOF"
                MOVE SETL-REGISTER TO WANT-REGISTER
                IF SETL-AMOUNT NOT = CB-AMOUNT
                    MOVE SETL-AMOUNT TO AMT-DISP
                    DISPLAY "KORTADEILA: CASE "
                            function TRIM(CB-CASE-REF)
                            " - SETTLEMENT "
                            function TRIM(CB-SETL-REF)
                            " WAS FOR " function TRIM(AMT-DISP)
                END-IF
            END-IF
            PERFORM SETL-READ-RTN
        END-PERFORM
    END-IF
    CLOSE SETTLE-FILE.

      *> the first card tender on history for the register, amount
      *> and day that no other case already holds.
SALE-MATCH-RTN.
    MOVE "N" TO MATCH-SW
    MOVE 0 TO HIT-RCPT
    MOVE SPACES TO HIT-CASHIER
    MOVE "00" TO HIST-FS
    OPEN INPUT HISTORY-FILE
    IF HIST-FOUND
        PERFORM HIST-READ-RTN
        PERFORM UNTIL HIST-EOF OR MATCH-FOUND
            IF TXLOG-TENDER = "D"
                  AND TXLOG-REGISTER = WANT-REGISTER
                  AND TXLOG-AMT = WANT-AMOUNT
                  AND TXLOG-DATE = WANT-DATE
                PERFORM CLAIM-CHECK-RTN
                IF NOT SALE-CLAIMED
                    MOVE "Y" TO MATCH-SW
                    MOVE TXLOG-RCPT-NO TO HIT-RCPT
                    MOVE TXLOG-CASHIER TO HIT-CASHIER
                END-IF
            END-IF
            PERFORM HIST-READ-RTN
        END-PERFORM
    END-IF
    CLOSE HISTORY-FILE.

CLAIM-CHECK-RTN.
    MOVE "N" TO CLAIMED-SW
    PERFORM VARYING CX FROM 1 BY 1
            UNTIL CX > CLAIM-COUNT OR SALE-CLAIMED
        IF CL-DATE(CX) = TXLOG-DATE
              AND CL-REGISTER(CX) = TXLOG-REGISTER
              AND CL-RCPT(CX) = TXLOG-RCPT-NO
            MOVE "Y" TO CLAIMED-SW
        END-IF
    END-PERFORM.

LEDGER-WRITE-RTN.
    MOVE TODAY-DATE TO CBKL-DATE
    MOVE CBK-CASE-REF TO CBKL-CASE-REF
    MOVE CBK-REGISTER TO CBKL-REGISTER
    MOVE CBK-REASON TO CBKL-REASON
    MOVE CBK-AMOUNT TO CBKL-AMT
    WRITE CBK-LEDGER-RECORD.

      *> E case
EVIDENCE-ASK-RTN.
    IF TOK2-LEN = 0
        DISPLAY "KORTADEILA: BAD EVIDENCE LINE " function TRIM(INP)
        ADD 1 TO REFUSED-COUNT
    ELSE
        MOVE TOK2-RAW TO CBK-CASE-REF
        READ CASE-FILE
            INVALID KEY
                DISPLAY "KORTADEILA: NO CASE "
                        function TRIM(TOK2-RAW)
                ADD 1 TO REFUSED-COUNT
            NOT INVALID KEY
                PERFORM EVIDENCE-PRINT-RTN
                ADD 1 TO DONE-COUNT
        END-READ
    END-IF.

      *> the case sheet the answer to the processor is built from:
      *> the dispute, the deadline, and every line of the receipt
      *> as the till rang it.  A printed case is stamped so the
      *> pending list shows which still lack their evidence.
EVIDENCE-PRINT-RTN.
    COMPUTE DAYS-LEFT =
        function INTEGER-OF-DATE(CBK-DEADLINE) - TODAY-INT
    MOVE DAYS-LEFT TO DAYS-DISP
    MOVE CBK-AMOUNT TO AMT-DISP
    DISPLAY "CHARGEBACK CASE " CBK-CASE-REF "  REASON " CBK-REASON
            "  AMOUNT " function TRIM(AMT-DISP)
    DISPLAY "  SETTLEMENT REF " CBK-SETL-REF "  RECEIVED "
            CBK-RECV-DATE
    DISPLAY "  ANSWER BY " CBK-DEADLINE " ("
            function TRIM(DAYS-DISP) " DAYS)"
    IF CBK-RCPT-NO = 0
        DISPLAY "  NO CARD SALE FOUND ON " CBK-SALE-DATE
                " REGISTER " CBK-REGISTER " FOR THE AMOUNT"
                " - SEARCH BY HAND"
    ELSE
        DISPLAY "  SALE " CBK-SALE-DATE " REGISTER " CBK-REGISTER
                " RECEIPT " CBK-RCPT-NO " CASHIER " CBK-CASHIER
        MOVE 0 TO LINE-COUNT
        MOVE "00" TO HIST-FS
        OPEN INPUT HISTORY-FILE
        IF HIST-FOUND
            PERFORM HIST-READ-RTN
            PERFORM UNTIL HIST-EOF
                IF TXLOG-RCPT-NO = CBK-RCPT-NO
                      AND TXLOG-REGISTER = CBK-REGISTER
                      AND TXLOG-DATE = CBK-SALE-DATE
                    ADD 1 TO LINE-COUNT
                    MOVE TXLOG-AMT TO AMT-DISP
                    DISPLAY "    " TXLOG-TIME
                            "  TENDER " TXLOG-TENDER
                            "  AMOUNT " function TRIM(AMT-DISP)
                            "  " function TRIM(TXLOG-LINE)
                END-IF
                PERFORM HIST-READ-RTN
            END-PERFORM
        END-IF
        CLOSE HISTORY-FILE
        MOVE LINE-COUNT TO COUNT-DISP
        DISPLAY "  " function TRIM(COUNT-DISP)
                " RECEIPT LINE(S) ON HISTORY"
        MOVE TODAY-DATE TO CBK-EVIDENCE-DATE
        REWRITE CHARGEBACK-RECORD
    END-IF.

      *> W case / L case - the processor's decision closes it.
DECIDE-RTN.
    MOVE "Y" TO CHECK-OK-SW
    IF TOK2-LEN = 0
        DISPLAY "KORTADEILA: BAD DECISION LINE " function TRIM(INP)
        MOVE "N" TO CHECK-OK-SW
    ELSE
        MOVE TOK2-RAW TO CBK-CASE-REF
        READ CASE-FILE
            INVALID KEY
                DISPLAY "KORTADEILA: NO CASE "
                        function TRIM(TOK2-RAW)
                MOVE "N" TO CHECK-OK-SW
        END-READ
    END-IF
    IF CHECK-OK AND NOT CBK-PENDING
        DISPLAY "KORTADEILA: CASE " function TRIM(CBK-CASE-REF)
                " ALREADY DECIDED " CBK-STATUS " ON " CBK-CLOSE-DATE
        MOVE "N" TO CHECK-OK-SW
    END-IF

    IF NOT CHECK-OK
        ADD 1 TO REFUSED-COUNT
    ELSE
        MOVE ACT-RAW TO CBK-STATUS
        MOVE TODAY-DATE TO CBK-CLOSE-DATE
        REWRITE CHARGEBACK-RECORD
        MOVE CBK-AMOUNT TO AMT-DISP
        IF CBK-WON
            MOVE "R" TO CBKL-TYPE
            DISPLAY "CASE " function TRIM(CBK-CASE-REF) " WON - "
                    function TRIM(AMT-DISP) " CREDITED BACK"
        ELSE
            MOVE "L" TO CBKL-TYPE
            DISPLAY "CASE " function TRIM(CBK-CASE-REF) " LOST - "
                    function TRIM(AMT-DISP) " WRITTEN OFF"
        END-IF
        PERFORM LEDGER-WRITE-RTN
        ADD 1 TO DONE-COUNT
    END-IF.

      *> P - every case still waiting, with how long is left.
PENDING-LIST-RTN.
    MOVE 0 TO PEND-COUNT PEND-AMT
    DISPLAY "CHARGEBACKS PENDING AT " TODAY-DATE
    DISPLAY "  CASE       REASON REG  AMOUNT      ANSWER BY  DAYS"
    MOVE LOW-VALUES TO CBK-CASE-REF
    START CASE-FILE KEY IS NOT LESS THAN CBK-CASE-REF
        INVALID KEY
            MOVE "10" TO CBK-FS
    END-START
    IF NOT CBK-EOF
        PERFORM CBK-NEXT-RTN
    END-IF
    PERFORM UNTIL CBK-EOF
        IF CBK-PENDING
            ADD 1 TO PEND-COUNT
            ADD CBK-AMOUNT TO PEND-AMT
            COMPUTE DAYS-LEFT =
                function INTEGER-OF-DATE(CBK-DEADLINE) - TODAY-INT
            MOVE DAYS-LEFT TO DAYS-DISP
            MOVE CBK-AMOUNT TO AMT-DISP
            IF DAYS-LEFT < 0
                MOVE "OVERDUE" TO FLAG-TEXT
            ELSE
            IF DAYS-LEFT <= WARN-DAYS
                MOVE "ANSWER NOW" TO FLAG-TEXT
            ELSE
                MOVE SPACES TO FLAG-TEXT
            END-IF
            END-IF
            DISPLAY "  " CBK-CASE-REF " " CBK-REASON "   "
                    CBK-REGISTER " " AMT-DISP " " CBK-DEADLINE
                    " " DAYS-DISP " " FLAG-TEXT
            IF CBK-RCPT-NO = 0
                DISPLAY "             NO SALE MATCHED"
            ELSE
            IF CBK-EVIDENCE-DATE = 0
                DISPLAY "             EVIDENCE NOT PRINTED"
            END-IF
            END-IF
        END-IF
        PERFORM CBK-NEXT-RTN
    END-PERFORM
    MOVE "00" TO CBK-FS
    MOVE PEND-COUNT TO COUNT-DISP
    MOVE PEND-AMT TO AMT-DISP
    DISPLAY "PENDING: " function TRIM(COUNT-DISP) " FOR "
            function TRIM(AMT-DISP)
    ADD 1 TO DONE-COUNT.
