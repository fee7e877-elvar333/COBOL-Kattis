IDENTIFICATION DIVISION.
PROGRAM-ID. VESKIUPPGJOR.

      *> mobile-wallet settlement - the wallet provider pays the
      *> phone payments the tills took a day or two later, in one
      *> transfer net of its fee, and sends a daily settlement file
      *> (WALLSETL, one line per payment it settled: the payment
      *> reference the wallet terminal gave the till, the gross
      *> amount, and the fee it kept off that payment; refunds come
      *> back as negative amounts under the original reference).
      *> Each settlement line claims the first open line on the
      *> till's BUDWLT wallet journal with the same reference and
      *> the same amount, and the journal line is marked settled
      *> with today's date and its fee - FJARHAGUR posts the day's
      *> fees off those marks against the wallet receivable.  What
      *> is left over prints on both sides: provider payments with
      *> no till line behind them, and till lines the provider has
      *> still not paid, the ones more than two days old flagged
      *> overdue.  A rerun the same day reopens what today's run
      *> settled and matches it again, so nothing settles twice.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SETTLE-FILE ASSIGN TO "WALLSETL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SETL-FS.

    SELECT WALLET-LOG-FILE ASSIGN TO "BUDWLT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WLT-FS.

      *> the journal rebuilt with today's settlement marks, then
      *> copied back over BUDWLT - the same two-step keep-file
      *> rewrite KORTAGJALD runs on its fee ledger.
    SELECT WLT-KEEP-FILE ASSIGN TO "BUDWLTNEW"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WKP-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  SETTLE-FILE.
    01  SETTLE-RECORD.
        05  WSET-REF        PIC X(10).
        05  FILLER          PIC X.
        05  WSET-AMOUNT     PIC S9(11).
        05  FILLER          PIC X.
        05  WSET-FEE        PIC S9(9).
      *> the batch control trailer rides the same file, marked
      *> "*EOF" where a reference would be - record count and
      *> summed gross amount, the same check KORTAUPPGJOR runs on
      *> the card processor's file.
    01  SETTLE-TRAILER.
        05  ST-MARK         PIC X(4).
        05  FILLER          PIC X.
        05  ST-COUNT        PIC 9(7).
        05  FILLER          PIC X.
        05  ST-AMOUNT       PIC S9(13).

    FD  WALLET-LOG-FILE.
    COPY "wltlog.cpy".

    FD  WLT-KEEP-FILE.
    01  WLT-KEEP-RECORD     PIC X(66).

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    WORKING-STORAGE SECTION.
       01 SETL-FS PIC XX.
           88 SETL-FOUND VALUE "00".
           88 SETL-EOF VALUE "10".
       01 WLT-FS PIC XX.
           88 WLT-FOUND VALUE "00".
           88 WLT-EOF VALUE "10".
       01 WKP-FS PIC XX.
           88 WKP-FOUND VALUE "00".
           88 WKP-EOF VALUE "10".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".

      *> the day the settlement is booked under.
       01 REPORT-DATE PIC 9(8).
       01 REPORT-INT PIC S9(9).
       01 AGE-DAYS PIC S9(5).

      *> every journal line still open, or settled by an earlier run
      *> today, with its position on the journal so the rewrite can
      *> put the marks back on the right line.
       01 WLT-TAB.
           05 WLT-ENTRY OCCURS 5000 TIMES INDEXED BY WX.
               10 WT-SEQ      PIC 9(7).
               10 WT-DATE     PIC 9(8).
               10 WT-REGISTER PIC X(4).
               10 WT-RCPT     PIC 9(10).
               10 WT-TYPE     PIC X(1).
               10 WT-REF      PIC X(10).
               10 WT-AMT      PIC S9(9).
               10 WT-FEE      PIC S9(7).
               10 WT-STATUS   PIC X(1).
                   88 WT-OPEN    VALUE "O".
                   88 WT-MATCHED VALUE "M".
       01 WLT-COUNT PIC 9(4) VALUE 0.
       01 WLT-SEQ PIC 9(7) VALUE 0.
       01 NEXT-WX PIC 9(4) VALUE 0.
       01 FULL-SW PIC X VALUE "N".
           88 TABLE-OVERFLOWED VALUE "Y".
       01 MATCH-SW PIC X VALUE "N".
           88 MATCH-FOUND VALUE "Y".

       01 CHK-COUNT PIC 9(7) VALUE 0.
       01 CHK-AMOUNT PIC S9(13) VALUE 0.
       01 TRAILER-SW PIC X VALUE "N".
           88 TRAILER-SEEN VALUE "Y".
       01 BATCH-OK-SW PIC X VALUE "Y".
           88 BATCH-OK VALUE "Y".

       01 MATCH-COUNT PIC 9(5) VALUE 0.
       01 MATCH-AMT PIC S9(12) VALUE 0.
       01 FEE-TOTAL PIC S9(12) VALUE 0.
       01 NET-DUE PIC S9(12) VALUE 0.
       01 PROV-OPEN-COUNT PIC 9(5) VALUE 0.
       01 PROV-OPEN-AMT PIC S9(12) VALUE 0.
       01 TILL-OPEN-COUNT PIC 9(5) VALUE 0.
       01 TILL-OPEN-AMT PIC S9(12) VALUE 0.
       01 OVERDUE-COUNT PIC 9(5) VALUE 0.
       01 AMT-DISP PIC -(11)9.
       01 COUNT-DISP PIC Z(4)9.
       01 AGE-DISP PIC Z(4)9.

PROCEDURE DIVISION.
    ACCEPT REPORT-DATE FROM DATE YYYYMMDD
    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND AND BUD-BUSINESS-DATE > 0
            MOVE BUD-BUSINESS-DATE TO REPORT-DATE
        END-IF
    END-IF
    CLOSE CONTROL-FILE
    COMPUTE REPORT-INT = function INTEGER-OF-DATE(REPORT-DATE)

      *> the control trailer first - a file that doesn't match its
      *> own trailer is refused before a single payment settles.
    OPEN INPUT SETTLE-FILE
    IF NOT SETL-FOUND
        DISPLAY "VESKIUPPGJOR: NO WALLET SETTLEMENT FILE "
                "(WALLSETL) ON SITE"
        GOBACK
    END-IF
    PERFORM SETL-READ-RTN
    PERFORM UNTIL SETL-EOF
        IF ST-MARK = "*EOF"
            MOVE "Y" TO TRAILER-SW
            IF ST-COUNT NOT = CHK-COUNT
                  OR ST-AMOUNT NOT = CHK-AMOUNT
                MOVE "N" TO BATCH-OK-SW
                DISPLAY "VESKIUPPGJOR: CONTROL TRAILER SAYS "
                        ST-COUNT " FOR " ST-AMOUNT
                        " BUT THE FILE CARRIES " CHK-COUNT
                        " FOR " CHK-AMOUNT
            END-IF
        ELSE
            ADD 1 TO CHK-COUNT
            ADD WSET-AMOUNT TO CHK-AMOUNT
        END-IF
        PERFORM SETL-READ-RTN
    END-PERFORM
    CLOSE SETTLE-FILE
    IF NOT TRAILER-SEEN
        DISPLAY "VESKIUPPGJOR: SETTLEMENT FILE CARRIES NO "
                "CONTROL TRAILER - UNVERIFIED"
    END-IF
    IF NOT BATCH-OK
        DISPLAY "VESKIUPPGJOR: SETTLEMENT FILE FAILS ITS OWN "
                "TRAILER - RUN REFUSED, NOTHING SETTLED"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    OPEN INPUT WALLET-LOG-FILE
    IF NOT WLT-FOUND
        DISPLAY "VESKIUPPGJOR: NO WALLET JOURNAL (BUDWLT) TO "
                "MATCH AGAINST"
        GOBACK
    END-IF
    PERFORM WLT-READ-RTN
    PERFORM UNTIL WLT-EOF
        ADD 1 TO WLT-SEQ
        IF NOT WLT-IS-SETTLED OR WLT-SETTLE-DATE = REPORT-DATE
            PERFORM WLT-LOAD-RTN
        END-IF
        PERFORM WLT-READ-RTN
    END-PERFORM
    CLOSE WALLET-LOG-FILE

      *> a truncated till side would report the tail of the
      *> journal as provider payments with no sale behind them -
      *> refuse the run rather than settle half of it.
    IF TABLE-OVERFLOWED
        DISPLAY "VESKIUPPGJOR: MORE THAN 5000 OPEN WALLET "
                "PAYMENTS ON THE JOURNAL - RUN REFUSED, NOTHING "
                "SETTLED"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    DISPLAY "MOBILE-WALLET SETTLEMENT - " REPORT-DATE
    DISPLAY "PROVIDER PAYMENTS WITH NO TILL LINE:"
    OPEN INPUT SETTLE-FILE
    PERFORM SETL-READ-RTN
    PERFORM UNTIL SETL-EOF
        IF ST-MARK NOT = "*EOF"
            PERFORM SETL-MATCH-RTN
        END-IF
        PERFORM SETL-READ-RTN
    END-PERFORM
    CLOSE SETTLE-FILE

      *> the marks back onto the journal: every line copies to the
      *> keep file, a tabled line with its settlement state from
      *> the table, then the keep file copies back over BUDWLT.
    MOVE 0 TO WLT-SEQ
    MOVE 1 TO NEXT-WX
    OPEN INPUT WALLET-LOG-FILE
    OPEN OUTPUT WLT-KEEP-FILE
    PERFORM WLT-READ-RTN
    PERFORM UNTIL WLT-EOF
        ADD 1 TO WLT-SEQ
        PERFORM WLT-MARK-RTN
        MOVE WALLET-LOG-RECORD TO WLT-KEEP-RECORD
        WRITE WLT-KEEP-RECORD
        PERFORM WLT-READ-RTN
    END-PERFORM
    CLOSE WALLET-LOG-FILE
    CLOSE WLT-KEEP-FILE
    OPEN INPUT WLT-KEEP-FILE
    OPEN OUTPUT WALLET-LOG-FILE
    PERFORM WKP-READ-RTN
    PERFORM UNTIL WKP-EOF
        MOVE WLT-KEEP-RECORD TO WALLET-LOG-RECORD
        WRITE WALLET-LOG-RECORD
        PERFORM WKP-READ-RTN
    END-PERFORM
    CLOSE WLT-KEEP-FILE
    CLOSE WALLET-LOG-FILE

    DISPLAY "TILL WALLET PAYMENTS NOT YET SETTLED:"
    PERFORM TILL-OPEN-RTN
        VARYING WX FROM 1 BY 1 UNTIL WX > WLT-COUNT

    COMPUTE NET-DUE = MATCH-AMT - FEE-TOTAL
    MOVE MATCH-COUNT TO COUNT-DISP
    MOVE MATCH-AMT TO AMT-DISP
    DISPLAY "PAYMENTS SETTLED:          " function TRIM(COUNT-DISP)
            " FOR " function TRIM(AMT-DISP)
    MOVE FEE-TOTAL TO AMT-DISP
    DISPLAY "PROVIDER FEES:             " function TRIM(AMT-DISP)
    MOVE NET-DUE TO AMT-DISP
    DISPLAY "NET TRANSFER EXPECTED:     " function TRIM(AMT-DISP)
    MOVE PROV-OPEN-COUNT TO COUNT-DISP
    MOVE PROV-OPEN-AMT TO AMT-DISP
    DISPLAY "PROVIDER-SIDE UNMATCHED:   " function TRIM(COUNT-DISP)
            " FOR " function TRIM(AMT-DISP)
    MOVE TILL-OPEN-COUNT TO COUNT-DISP
    MOVE TILL-OPEN-AMT TO AMT-DISP
    DISPLAY "TILL-SIDE STILL OPEN:      " function TRIM(COUNT-DISP)
            " FOR " function TRIM(AMT-DISP)
    MOVE OVERDUE-COUNT TO COUNT-DISP
    DISPLAY "  OF WHICH OVERDUE:        " function TRIM(COUNT-DISP)

    GOBACK.

SETL-READ-RTN.
    READ SETTLE-FILE
        AT END
            MOVE "10" TO SETL-FS
    END-READ.

WLT-READ-RTN.
    READ WALLET-LOG-FILE
        AT END
            MOVE "10" TO WLT-FS
    END-READ.

WKP-READ-RTN.
    READ WLT-KEEP-FILE
        AT END
            MOVE "10" TO WKP-FS
    END-READ.

      *> a line settled by an earlier run today comes back in open,
      *> so the rerun matches it afresh instead of settling twice.
WLT-LOAD-RTN.
    IF WLT-COUNT < 5000
        ADD 1 TO WLT-COUNT
        MOVE WLT-SEQ TO WT-SEQ(WLT-COUNT)
        MOVE WLT-DATE TO WT-DATE(WLT-COUNT)
        MOVE WLT-REGISTER TO WT-REGISTER(WLT-COUNT)
        MOVE WLT-RCPT-NO TO WT-RCPT(WLT-COUNT)
        MOVE WLT-TYPE TO WT-TYPE(WLT-COUNT)
        MOVE WLT-REF TO WT-REF(WLT-COUNT)
        MOVE WLT-AMT TO WT-AMT(WLT-COUNT)
        MOVE 0 TO WT-FEE(WLT-COUNT)
        MOVE "O" TO WT-STATUS(WLT-COUNT)
    ELSE
        MOVE "Y" TO FULL-SW
    END-IF.

      *> first open journal line with the same reference for the
      *> same amount wins - one settlement can't claim two sales.
SETL-MATCH-RTN.
    MOVE "N" TO MATCH-SW
    PERFORM WLT-CLAIM-RTN
        VARYING WX FROM 1 BY 1
        UNTIL WX > WLT-COUNT OR MATCH-FOUND
    IF MATCH-FOUND
        ADD 1 TO MATCH-COUNT
        ADD WSET-AMOUNT TO MATCH-AMT
        ADD WSET-FEE TO FEE-TOTAL
    ELSE
        ADD 1 TO PROV-OPEN-COUNT
        ADD WSET-AMOUNT TO PROV-OPEN-AMT
        MOVE WSET-AMOUNT TO AMT-DISP
        DISPLAY "  REF " function TRIM(WSET-REF)
                " FOR " function TRIM(AMT-DISP)
                " - NO MATCHING TILL PAYMENT"
    END-IF.

WLT-CLAIM-RTN.
    IF WT-OPEN(WX)
          AND WT-REF(WX) = WSET-REF
          AND WT-AMT(WX) = WSET-AMOUNT
        MOVE "Y" TO MATCH-SW
        MOVE "M" TO WT-STATUS(WX)
        MOVE WSET-FEE TO WT-FEE(WX)
    END-IF.

      *> the table holds its lines in journal order, so the next
      *> tabled line is the only one this journal line can be.
WLT-MARK-RTN.
    IF NEXT-WX <= WLT-COUNT
        IF WT-SEQ(NEXT-WX) = WLT-SEQ
            IF WT-MATCHED(NEXT-WX)
                MOVE "Y" TO WLT-SETTLED
                MOVE REPORT-DATE TO WLT-SETTLE-DATE
                MOVE WT-FEE(NEXT-WX) TO WLT-FEE
            ELSE
                MOVE SPACE TO WLT-SETTLED
                MOVE 0 TO WLT-SETTLE-DATE
                MOVE 0 TO WLT-FEE
            END-IF
            ADD 1 TO NEXT-WX
        END-IF
    END-IF.

      *> a wallet payment normally settles the next day - one still
      *> open after two days is chased with the provider.
TILL-OPEN-RTN.
    IF WT-OPEN(WX)
        ADD 1 TO TILL-OPEN-COUNT
        ADD WT-AMT(WX) TO TILL-OPEN-AMT
        COMPUTE AGE-DAYS = REPORT-INT
            - function INTEGER-OF-DATE(WT-DATE(WX))
        MOVE WT-AMT(WX) TO AMT-DISP
        MOVE AGE-DAYS TO AGE-DISP
        IF AGE-DAYS > 2
            ADD 1 TO OVERDUE-COUNT
            DISPLAY "  " WT-DATE(WX)
                    " REGISTER " WT-REGISTER(WX)
                    " RECEIPT " WT-RCPT(WX)
                    " " WT-TYPE(WX)
                    " REF " function TRIM(WT-REF(WX))
                    " FOR " function TRIM(AMT-DISP)
                    " - " function TRIM(AGE-DISP)
                    " DAYS - OVERDUE"
        ELSE
            DISPLAY "  " WT-DATE(WX)
                    " REGISTER " WT-REGISTER(WX)
                    " RECEIPT " WT-RCPT(WX)
                    " " WT-TYPE(WX)
                    " REF " function TRIM(WT-REF(WX))
                    " FOR " function TRIM(AMT-DISP)
        END-IF
    END-IF.
