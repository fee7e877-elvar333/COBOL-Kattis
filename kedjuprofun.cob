IDENTIFICATION DIVISION.
PROGRAM-ID. KEDJUPROFUN.

      *> nightly receipt-chain verification - KVITTANAROF proves no
      *> receipt number is missing, but nothing proved a record in
      *> TXLOG or TXHIST wasn't edited after it was rung.  Every
      *> record the till (and the back-office programs that post
      *> under its register) writes now carries a chain value: a
      *> checksum of the record summed on top of the register's
      *> previous chain value.  This walks TXHIST from the top, once
      *> SOLUSAGA has rolled the day onto it, recomputes every link
      *> register by register and reports the first broken one for
      *> each: a record whose contents no longer sum to its chain, a
      *> chained register's record with no chain at all, a day out
      *> of order, or a day that no longer closes on the value the
      *> journal sealed for it.  Records from before the chain was
      *> introduced are counted and let through.
      *>
      *> The day's closing value per register is then written to the
      *> BUDCHAIN journal, each line sealed with the store's key off
      *> BUDSEAL (the one line of the key, kept off the tills) and
      *> the seal of the line before it - so an altered history
      *> can't be papered over with a rewritten journal.  The
      *> journal's own seals are checked on the way in.  No key on
      *> site writes the lines unsealed and says so.
      *>
      *> A break or a bad seal ends the run on return code 4.
      *> The run-control register fences a second run for the same
      *> business date; FORCE on the entry feed runs it again.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT HISTORY-FILE ASSIGN TO "TXHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HIST-FS.

    SELECT CHAIN-JOURNAL-FILE ASSIGN TO "BUDCHAIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHAIN-FS.

    SELECT SEAL-KEY-FILE ASSIGN TO "BUDSEAL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SEAL-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

    SELECT RUN-CONTROL-FILE ASSIGN TO "BUDRUN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RC-FS.

DATA DIVISION.
    FILE SECTION.
    FD  HISTORY-FILE.
    COPY "txlog.cpy".

    FD  CHAIN-JOURNAL-FILE.
    COPY "chainjrn.cpy".

    FD  SEAL-KEY-FILE.
    01  SEAL-KEY-RECORD.
        05  SEAL-KEY        PIC 9(10).

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    FD  RUN-CONTROL-FILE.
    01  RUN-CONTROL-RECORD.
        05  RC-JOB          PIC X(12).
        05  FILLER          PIC X VALUE SPACE.
        05  RC-INPUT-ID     PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  RC-FORCED       PIC X(1).

    WORKING-STORAGE SECTION.
       01 HIST-FS PIC XX.
           88 HIST-FOUND VALUE "00".
           88 HIST-EOF VALUE "10".
       01 CHAIN-FS PIC XX.
           88 CHAIN-FOUND VALUE "00".
           88 CHAIN-EOF VALUE "10".
       01 SEAL-FS PIC XX.
           88 SEAL-FOUND VALUE "00".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".
       01 RC-FS PIC XX.
           88 RC-FOUND VALUE "00".
           88 RC-EOF VALUE "10".
       01 RUNCTL-HIT-SW PIC X VALUE "N".
           88 RUNCTL-HIT VALUE "Y".
       01 FORCE-SW PIC X VALUE "N".
           88 RUN-FORCED VALUE "Y".
       01 FORCE-INP PIC X(8).
       01 RUN-JOB-NAME PIC X(12).
       01 REPORT-DATE PIC 9(8).

      *> the same link sum the till writes.
       01 CHAIN-TEXT PIC X(153).
       01 CHAIN-LEN PIC 9(3).
       01 CHAIN-IX PIC 9(3).
       01 CHAIN-VALUE PIC 9(10).
       01 CHAIN-WORK PIC 9(15).
       01 CHAIN-QUOT PIC 9(15).
      *> the largest ten-digit prime - the chain's modulus.
       01 CHAIN-MODULUS PIC 9(10) VALUE 9999999967.
       01 CHAIN-PREV PIC 9(10).

      *> the seal runs the same sum over the line before's seal and
      *> this line's body, started from the key instead of a link.
       01 SEAL-KEY-SW PIC X VALUE "N".
           88 SEAL-KEY-HELD VALUE "Y".
       01 STORE-KEY PIC 9(10) VALUE 0.
       01 LAST-SEAL PIC 9(10) VALUE 0.
       01 SEAL-TEXT.
           05 ST-PREV-SEAL PIC 9(10).
           05 ST-BODY      PIC X(62).

      *> the journal as it stood, for the day-close checks.
       01 JRN-TAB.
           05 JRN-ENTRY OCCURS 9999 TIMES INDEXED BY JX.
               10 JT-DATE     PIC 9(8).
               10 JT-REGISTER PIC X(4).
               10 JT-CHAIN    PIC 9(10).
       01 JRN-COUNT PIC 9(4) VALUE 0.
       01 JRN-FULL-SW PIC X VALUE "N".
           88 JRN-TABLE-FULL VALUE "Y".
       01 JRN-LINES PIC 9(7) VALUE 0.
       01 JRN-BAD-COUNT PIC 9(7) VALUE 0.
       01 JRN-UNSEALED PIC 9(7) VALUE 0.
       01 WANT-DATE PIC 9(8).
       01 WANT-REGISTER PIC X(4).
       01 JRN-HIT-SW PIC X VALUE "N".
           88 JRN-HIT VALUE "Y".
       01 JRN-HIT-DATE PIC 9(8).
       01 JRN-HIT-CHAIN PIC 9(10).

      *> one entry per register met on the history.
       01 REG-TAB.
           05 REG-ENTRY OCCURS 50 TIMES INDEXED BY GX.
               10 RG-REGISTER    PIC X(4).
               10 RG-CHAINED-SW  PIC X(1).
                   88 RG-CHAINED VALUE "Y".
               10 RG-LAST-CHAIN  PIC 9(10).
               10 RG-LAST-DATE   PIC 9(8).
               10 RG-LAST-RCPT   PIC 9(10).
               10 RG-RECORDS     PIC 9(9).
               10 RG-UNCHAINED   PIC 9(9).
               10 RG-BREAKS      PIC 9(7).
               10 RG-BREAK-DATE  PIC 9(8).
               10 RG-BREAK-RCPT  PIC 9(10).
               10 RG-BREAK-WHY   PIC X(36).
               10 RG-DAY-COUNT   PIC 9(7).
               10 RG-DAY-FIRST   PIC 9(10).
               10 RG-DAY-LAST    PIC 9(10).
       01 REG-COUNT PIC 9(2) VALUE 0.
       01 REG-FULL-COUNT PIC 9(7) VALUE 0.
       01 FOUND-SW PIC X VALUE "N".
           88 ENTRY-FOUND VALUE "Y".
       01 BREAK-WHY PIC X(36).
       01 BREAK-DATE PIC 9(8).
       01 BREAK-RCPT PIC 9(10).

       01 SORT-I PIC 9(2).
       01 SORT-J PIC 9(2).
       01 SWAP-ENTRY PIC X(139).

       01 HIST-COUNT PIC 9(9) VALUE 0.
       01 BROKEN-COUNT PIC 9(2) VALUE 0.
       01 WRITTEN-COUNT PIC 9(2) VALUE 0.
       01 COUNT-DISP PIC Z(8)9.
       01 STATUS-WORD PIC X(6).

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

    MOVE "KEDJUPROFUN" TO RUN-JOB-NAME
    ACCEPT FORCE-INP
    IF FORCE-INP = "FORCE"
        MOVE "Y" TO FORCE-SW
    END-IF
    PERFORM RUNCTL-CHECK-RTN
    IF RUNCTL-HIT AND NOT RUN-FORCED
        DISPLAY "KEDJUPROFUN: ALREADY SEALED FOR " REPORT-DATE
                " - RUN REFUSED (FEED FORCE TO OVERRIDE)"
        GOBACK
    END-IF
    IF RUNCTL-HIT AND RUN-FORCED
        DISPLAY "KEDJUPROFUN: FORCED RERUN FOR " REPORT-DATE
                " - LOGGED"
    END-IF

    OPEN INPUT SEAL-KEY-FILE
    IF SEAL-FOUND
        READ SEAL-KEY-FILE
        IF SEAL-FOUND AND SEAL-KEY IS NUMERIC AND SEAL-KEY > 0
            MOVE SEAL-KEY TO STORE-KEY
            MOVE "Y" TO SEAL-KEY-SW
        END-IF
    END-IF
    CLOSE SEAL-KEY-FILE
    IF NOT SEAL-KEY-HELD
        DISPLAY "KEDJUPROFUN: NO SEALING KEY (BUDSEAL) ON SITE - "
                "JOURNAL SEALS NEITHER CHECKED NOR WRITTEN"
    END-IF

      *> the journal first: its seals checked in order, and its
      *> closing values held for the walk.
    OPEN INPUT CHAIN-JOURNAL-FILE
    IF CHAIN-FOUND
        PERFORM CHAIN-JRN-READ-RTN
        PERFORM UNTIL CHAIN-EOF
            PERFORM JRN-LOAD-RTN
            PERFORM CHAIN-JRN-READ-RTN
        END-PERFORM
    END-IF
    CLOSE CHAIN-JOURNAL-FILE
    IF JRN-TABLE-FULL
        DISPLAY "KEDJUPROFUN: JOURNAL PAST 9999 LINES - THE "
                "OLDEST DAYS ARE NOT CHECKED AGAINST IT"
    END-IF

    OPEN INPUT HISTORY-FILE
    IF NOT HIST-FOUND
        DISPLAY "KEDJUPROFUN: NO TXHIST HISTORY ON SITE"
        GOBACK
    END-IF
    PERFORM HIST-READ-RTN
    PERFORM UNTIL HIST-EOF
        ADD 1 TO HIST-COUNT
        PERFORM LINK-CHECK-RTN
        PERFORM HIST-READ-RTN
    END-PERFORM
    CLOSE HISTORY-FILE

      *> a register that did not trade today still has its last
      *> day checked against the journal.
    PERFORM VARYING GX FROM 1 BY 1 UNTIL GX > REG-COUNT
        IF RG-CHAINED(GX) AND RG-LAST-DATE(GX) < REPORT-DATE
            PERFORM DAY-CLOSE-CHECK-RTN
        END-IF
    END-PERFORM

    PERFORM VARYING SORT-I FROM 1 BY 1 UNTIL SORT-I >= REG-COUNT
        PERFORM SORT-PASS-RTN
            VARYING SORT-J FROM 1 BY 1
            UNTIL SORT-J > REG-COUNT - SORT-I
    END-PERFORM

    DISPLAY "RECEIPT CHAIN VERIFICATION - " REPORT-DATE
    DISPLAY "  REG   RECORDS    TODAY CLOSING CHAIN  STATUS"
    PERFORM REG-LINE-RTN
        VARYING GX FROM 1 BY 1 UNTIL GX > REG-COUNT
    IF REG-FULL-COUNT > 0
        MOVE REG-FULL-COUNT TO COUNT-DISP
        DISPLAY "KEDJUPROFUN: " function TRIM(COUNT-DISP)
                " RECORDS ON REGISTERS PAST THE 50-REGISTER TABLE - "
                "NOT VERIFIED"
    END-IF

      *> the day's closing values, sealed onto the journal.
    OPEN INPUT CHAIN-JOURNAL-FILE
    IF CHAIN-FOUND
        CLOSE CHAIN-JOURNAL-FILE
        OPEN EXTEND CHAIN-JOURNAL-FILE
    ELSE
        OPEN OUTPUT CHAIN-JOURNAL-FILE
    END-IF
    PERFORM JRN-WRITE-RTN
        VARYING GX FROM 1 BY 1 UNTIL GX > REG-COUNT
    CLOSE CHAIN-JOURNAL-FILE

    DISPLAY " "
    MOVE HIST-COUNT TO COUNT-DISP
    DISPLAY "HISTORY RECORDS WALKED:  " function TRIM(COUNT-DISP)
    MOVE BROKEN-COUNT TO COUNT-DISP
    DISPLAY "REGISTERS WITH A BROKEN CHAIN: " function TRIM(COUNT-DISP)
    MOVE JRN-LINES TO COUNT-DISP
    DISPLAY "JOURNAL LINES CHECKED:   " function TRIM(COUNT-DISP)
    MOVE JRN-BAD-COUNT TO COUNT-DISP
    DISPLAY "  FAILING THEIR SEAL:    " function TRIM(COUNT-DISP)
    MOVE JRN-UNSEALED TO COUNT-DISP
    DISPLAY "  WRITTEN UNSEALED:      " function TRIM(COUNT-DISP)
    MOVE WRITTEN-COUNT TO COUNT-DISP
    DISPLAY "JOURNAL LINES WRITTEN:   " function TRIM(COUNT-DISP)
    IF WRITTEN-COUNT = 0
        DISPLAY "KEDJUPROFUN: NOTHING ON HISTORY FOR " REPORT-DATE
                " - RUN IT AFTER SOLUSAGA"
    END-IF

    PERFORM RUNCTL-POST-RTN

      *> a broken chain or a journal line off its seal ends the
      *> step on 4 - the driver schedules it report-only, so the
      *> night carries on and the morning open hears of it.
    IF BROKEN-COUNT > 0 OR JRN-BAD-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF

    GOBACK.

HIST-READ-RTN.
    READ HISTORY-FILE
        AT END
            MOVE "10" TO HIST-FS
    END-READ.

CHAIN-JRN-READ-RTN.
    READ CHAIN-JOURNAL-FILE
        AT END
            MOVE "10" TO CHAIN-FS
    END-READ.

      *> a journal line's seal is proved against the seal of the
      *> line before it as written, so one bad line reports once.
JRN-LOAD-RTN.
    ADD 1 TO JRN-LINES
    IF CJ-SEAL IS NOT NUMERIC OR CJ-SEAL = 0
        ADD 1 TO JRN-UNSEALED
        MOVE 0 TO LAST-SEAL
    ELSE
        IF SEAL-KEY-HELD
            PERFORM SEAL-CALC-RTN
            IF CHAIN-VALUE NOT = CJ-SEAL
                ADD 1 TO JRN-BAD-COUNT
                DISPLAY "KEDJUPROFUN: JOURNAL LINE " CJ-DATE " "
                        CJ-REGISTER " FAILS ITS SEAL"
            END-IF
        END-IF
        MOVE CJ-SEAL TO LAST-SEAL
    END-IF
    IF JRN-COUNT < 9999
        ADD 1 TO JRN-COUNT
        MOVE CJ-DATE TO JT-DATE(JRN-COUNT)
        MOVE CJ-REGISTER TO JT-REGISTER(JRN-COUNT)
        MOVE CJ-CLOSE-CHAIN TO JT-CHAIN(JRN-COUNT)
    ELSE
        MOVE "Y" TO JRN-FULL-SW
    END-IF.

SEAL-CALC-RTN.
    MOVE LAST-SEAL TO ST-PREV-SEAL
    MOVE CJ-BODY TO ST-BODY
    MOVE SEAL-TEXT TO CHAIN-TEXT
    MOVE 72 TO CHAIN-LEN
    MOVE STORE-KEY TO CHAIN-VALUE
    PERFORM CHAIN-STEP-RTN
        VARYING CHAIN-IX FROM 1 BY 1 UNTIL CHAIN-IX > CHAIN-LEN
    IF CHAIN-VALUE = 0
        MOVE 1 TO CHAIN-VALUE
    END-IF.

CHAIN-STEP-RTN.
    COMPUTE CHAIN-WORK = CHAIN-VALUE * 256
        + function ORD(CHAIN-TEXT(CHAIN-IX:1)) - 1
    DIVIDE CHAIN-WORK BY CHAIN-MODULUS
        GIVING CHAIN-QUOT REMAINDER CHAIN-VALUE.

      *> one history record against its register's chain.
LINK-CHECK-RTN.
    MOVE "N" TO FOUND-SW
    PERFORM VARYING GX FROM 1 BY 1
            UNTIL GX > REG-COUNT OR ENTRY-FOUND
        IF RG-REGISTER(GX) = TXLOG-REGISTER
            MOVE "Y" TO FOUND-SW
        END-IF
    END-PERFORM
    IF ENTRY-FOUND
        SET GX DOWN BY 1
    ELSE
    IF REG-COUNT < 50
        ADD 1 TO REG-COUNT
        SET GX TO REG-COUNT
        INITIALIZE REG-ENTRY(GX)
        MOVE TXLOG-REGISTER TO RG-REGISTER(GX)
        MOVE "N" TO RG-CHAINED-SW(GX)
        MOVE SPACES TO RG-BREAK-WHY(GX)
        MOVE "Y" TO FOUND-SW
    ELSE
        ADD 1 TO REG-FULL-COUNT
    END-IF
    END-IF

    IF ENTRY-FOUND
        ADD 1 TO RG-RECORDS(GX)
        IF TXLOG-CHAIN IS NOT NUMERIC OR TXLOG-CHAIN = 0
            IF RG-CHAINED(GX)
                MOVE "RECORD CARRIES NO CHAIN" TO BREAK-WHY
                MOVE TXLOG-DATE TO BREAK-DATE
                MOVE TXLOG-RCPT-NO TO BREAK-RCPT
                PERFORM BREAK-NOTE-RTN
            ELSE
                ADD 1 TO RG-UNCHAINED(GX)
            END-IF
        ELSE
            PERFORM LINK-CHAINED-RTN
        END-IF
        IF TXLOG-DATE = REPORT-DATE
            ADD 1 TO RG-DAY-COUNT(GX)
            IF RG-DAY-COUNT(GX) = 1
                MOVE TXLOG-RCPT-NO TO RG-DAY-FIRST(GX)
            END-IF
            MOVE TXLOG-RCPT-NO TO RG-DAY-LAST(GX)
        END-IF
    END-IF.

      *> the first chained record on a register links to the value
      *> the journal last closed it on before that day - the
      *> history in front of it may have been archived by ARSSAGA -
      *> or to nothing when the journal has none.  Every record
      *> after links to the one before.
LINK-CHAINED-RTN.
    IF NOT RG-CHAINED(GX)
        MOVE TXLOG-REGISTER TO WANT-REGISTER
        MOVE TXLOG-DATE TO WANT-DATE
        PERFORM JRN-PRIOR-RTN
        IF JRN-HIT
            MOVE JRN-HIT-CHAIN TO CHAIN-PREV
        ELSE
            MOVE 0 TO CHAIN-PREV
        END-IF
        MOVE "Y" TO RG-CHAINED-SW(GX)
    ELSE
        IF TXLOG-DATE < RG-LAST-DATE(GX)
            MOVE "DAY OUT OF ORDER ON THE HISTORY" TO BREAK-WHY
            MOVE TXLOG-DATE TO BREAK-DATE
            MOVE TXLOG-RCPT-NO TO BREAK-RCPT
            PERFORM BREAK-NOTE-RTN
        END-IF
        IF TXLOG-DATE > RG-LAST-DATE(GX)
            PERFORM DAY-CLOSE-CHECK-RTN
        END-IF
        MOVE RG-LAST-CHAIN(GX) TO CHAIN-PREV
    END-IF

    MOVE TXLOG-RECORD(1:153) TO CHAIN-TEXT
    MOVE 153 TO CHAIN-LEN
    MOVE CHAIN-PREV TO CHAIN-VALUE
    PERFORM CHAIN-STEP-RTN
        VARYING CHAIN-IX FROM 1 BY 1 UNTIL CHAIN-IX > CHAIN-LEN
    IF CHAIN-VALUE = 0
        MOVE 1 TO CHAIN-VALUE
    END-IF
    IF CHAIN-VALUE NOT = TXLOG-CHAIN
        MOVE "RECORD ALTERED OR OUT OF SEQUENCE" TO BREAK-WHY
        MOVE TXLOG-DATE TO BREAK-DATE
        MOVE TXLOG-RCPT-NO TO BREAK-RCPT
        PERFORM BREAK-NOTE-RTN
    END-IF
    MOVE TXLOG-CHAIN TO RG-LAST-CHAIN(GX)
    MOVE TXLOG-DATE TO RG-LAST-DATE(GX)
    MOVE TXLOG-RCPT-NO TO RG-LAST-RCPT(GX).

      *> a finished day must still close on the value the journal
      *> sealed for it - a day with no journal line (the check
      *> didn't run that night) has nothing to hold it to.
DAY-CLOSE-CHECK-RTN.
    MOVE RG-REGISTER(GX) TO WANT-REGISTER
    MOVE RG-LAST-DATE(GX) TO WANT-DATE
    PERFORM JRN-FIND-RTN
    IF JRN-HIT AND JRN-HIT-CHAIN NOT = RG-LAST-CHAIN(GX)
        MOVE "DAY NO LONGER CLOSES ON THE JOURNAL" TO BREAK-WHY
        MOVE RG-LAST-DATE(GX) TO BREAK-DATE
        MOVE RG-LAST-RCPT(GX) TO BREAK-RCPT
        PERFORM BREAK-NOTE-RTN
    END-IF.

BREAK-NOTE-RTN.
    ADD 1 TO RG-BREAKS(GX)
    IF RG-BREAKS(GX) = 1
        MOVE BREAK-DATE TO RG-BREAK-DATE(GX)
        MOVE BREAK-RCPT TO RG-BREAK-RCPT(GX)
        MOVE BREAK-WHY TO RG-BREAK-WHY(GX)
    END-IF.

      *> the latest journal line for the register and date - a
      *> forced rerun's line supersedes the first.
JRN-FIND-RTN.
    MOVE "N" TO JRN-HIT-SW
    PERFORM VARYING JX FROM 1 BY 1 UNTIL JX > JRN-COUNT
        IF JT-REGISTER(JX) = WANT-REGISTER
              AND JT-DATE(JX) = WANT-DATE
            MOVE "Y" TO JRN-HIT-SW
            MOVE JT-CHAIN(JX) TO JRN-HIT-CHAIN
        END-IF
    END-PERFORM.

      *> the register's latest journal line before the date.
JRN-PRIOR-RTN.
    MOVE "N" TO JRN-HIT-SW
    MOVE 0 TO JRN-HIT-DATE
    PERFORM VARYING JX FROM 1 BY 1 UNTIL JX > JRN-COUNT
        IF JT-REGISTER(JX) = WANT-REGISTER
              AND JT-DATE(JX) < WANT-DATE
              AND JT-DATE(JX) >= JRN-HIT-DATE
            MOVE "Y" TO JRN-HIT-SW
            MOVE JT-DATE(JX) TO JRN-HIT-DATE
            MOVE JT-CHAIN(JX) TO JRN-HIT-CHAIN
        END-IF
    END-PERFORM.

SORT-PASS-RTN.
    IF RG-REGISTER(SORT-J) > RG-REGISTER(SORT-J + 1)
        MOVE REG-ENTRY(SORT-J) TO SWAP-ENTRY
        MOVE REG-ENTRY(SORT-J + 1) TO REG-ENTRY(SORT-J)
        MOVE SWAP-ENTRY TO REG-ENTRY(SORT-J + 1)
    END-IF.

REG-LINE-RTN.
    IF RG-BREAKS(GX) > 0
        MOVE "BROKEN" TO STATUS-WORD
        ADD 1 TO BROKEN-COUNT
    ELSE
        MOVE "INTACT" TO STATUS-WORD
    END-IF
    DISPLAY "  " RG-REGISTER(GX) " " RG-RECORDS(GX) " "
            RG-DAY-COUNT(GX) " " RG-LAST-CHAIN(GX) "     "
            STATUS-WORD
    IF RG-BREAKS(GX) > 0
        DISPLAY "        FIRST BROKEN LINK " RG-BREAK-DATE(GX)
                " RECEIPT " RG-BREAK-RCPT(GX) " - "
                function TRIM(RG-BREAK-WHY(GX))
        MOVE RG-BREAKS(GX) TO COUNT-DISP
        DISPLAY "        " function TRIM(COUNT-DISP)
                " BROKEN LINK(S) IN ALL"
    END-IF
    IF RG-UNCHAINED(GX) > 0
        MOVE RG-UNCHAINED(GX) TO COUNT-DISP
        DISPLAY "        " function TRIM(COUNT-DISP)
                " RECORD(S) FROM BEFORE THE CHAIN"
    END-IF.

      *> only a register that traded today gets a line - one that
      *> didn't still opens tomorrow off its last one.
JRN-WRITE-RTN.
    IF RG-DAY-COUNT(GX) > 0
        MOVE SPACES TO CHAIN-JOURNAL-RECORD
        MOVE REPORT-DATE TO CJ-DATE
        MOVE RG-REGISTER(GX) TO CJ-REGISTER
        MOVE RG-DAY-COUNT(GX) TO CJ-RECORDS
        MOVE RG-DAY-FIRST(GX) TO CJ-FIRST-RCPT
        MOVE RG-DAY-LAST(GX) TO CJ-LAST-RCPT
        MOVE RG-LAST-CHAIN(GX) TO CJ-CLOSE-CHAIN
        IF RG-BREAKS(GX) > 0
            MOVE "BROKEN" TO CJ-STATUS
        ELSE
            MOVE "INTACT" TO CJ-STATUS
        END-IF
        IF SEAL-KEY-HELD
            PERFORM SEAL-CALC-RTN
            MOVE CHAIN-VALUE TO CJ-SEAL
            MOVE CHAIN-VALUE TO LAST-SEAL
        ELSE
            MOVE 0 TO CJ-SEAL
            MOVE 0 TO LAST-SEAL
        END-IF
        WRITE CHAIN-JOURNAL-RECORD
        ADD 1 TO WRITTEN-COUNT
    END-IF.

RUNCTL-READ-RTN.
    READ RUN-CONTROL-FILE
        AT END
            MOVE "10" TO RC-FS
    END-READ.

RUNCTL-CHECK-RTN.
    MOVE "N" TO RUNCTL-HIT-SW
    OPEN INPUT RUN-CONTROL-FILE
    IF RC-FOUND
        PERFORM RUNCTL-READ-RTN
        PERFORM UNTIL RC-EOF
            IF RC-JOB = RUN-JOB-NAME
                  AND RC-INPUT-ID = REPORT-DATE
                MOVE "Y" TO RUNCTL-HIT-SW
            END-IF
            PERFORM RUNCTL-READ-RTN
        END-PERFORM
    END-IF
    CLOSE RUN-CONTROL-FILE.

RUNCTL-POST-RTN.
    OPEN INPUT RUN-CONTROL-FILE
    IF RC-FOUND
        CLOSE RUN-CONTROL-FILE
        OPEN EXTEND RUN-CONTROL-FILE
    ELSE
        OPEN OUTPUT RUN-CONTROL-FILE
    END-IF
    MOVE RUN-JOB-NAME TO RC-JOB
    MOVE REPORT-DATE TO RC-INPUT-ID
    IF RUN-FORCED
        MOVE "F" TO RC-FORCED
    ELSE
        MOVE " " TO RC-FORCED
    END-IF
    WRITE RUN-CONTROL-RECORD
    CLOSE RUN-CONTROL-FILE.
