      *> register so the day files are safe to let the till
      *> truncate, runs the FORSKODUN gate, and only then advances
      *> BUD-BUSINESS-DATE on the control record and prints the
      *> opening floats per register off the REGMAST roster, then
      *> runs FASTTINSLA for the morning's standing-order picks.  The
      *> gate and the after-open steps are the G and O streams of
      *> the JOBMAST schedule, each with its rule and its failure
      *> mode, the same as DAGSLOK's nightly stream.  Last night's
      *> slowest steps are listed against their norm.  Any
      *> check failing refuses the open - the store does not trade
      *> on top of an unfinished night.  A day the CALMAST trading
      *> calendar has the store shut opens only on a manager's
      *> override - entry feed, one line, read only on such a day:
      *>   OVERRIDE pin
      *> and the override goes to the BUDCTLAUD audit.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REG-FS.

    SELECT CALENDAR-MASTER ASSIGN TO "CALMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CAL-DATE
        FILE STATUS IS CAL-FS.

    SELECT JOB-SCHEDULE-MASTER ASSIGN TO "JOBMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SCH-KEY
        FILE STATUS IS SCH-FS.

    SELECT CTL-AUDIT-FILE ASSIGN TO "BUDCTLAUD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CAUD-FS.

DATA DIVISION.
    FILE SECTION.
    FD  CONTROL-FILE.
        05  RL-STATUS       PIC X(5).
        05  FILLER          PIC X.
        05  RL-RC           PIC 9(4).
        05  FILLER          PIC X.
        05  RL-ON-FAIL      PIC X(1).
        05  FILLER          PIC X.
        05  RL-START        PIC 9(14).
        05  FILLER          PIC X.
        05  RL-END          PIC 9(14).
        05  FILLER          PIC X.
        05  RL-SECS         PIC 9(6).

    FD  RUN-CONTROL-FILE.
    01  RUN-CONTROL-RECORD.
        05  FILLER          PIC X.
        05  REG-FLOAT       PIC S9(9).

    FD  CALENDAR-MASTER.
    COPY "calmast.cpy".

    FD  JOB-SCHEDULE-MASTER.
    COPY "jobmast.cpy".

    FD  CTL-AUDIT-FILE.
    01  CTL-AUDIT-RECORD.
        05  CAUD-DATE       PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  CAUD-FIELD      PIC X(8).
        05  FILLER          PIC X VALUE SPACE.
        05  CAUD-OLD        PIC X(12).
        05  FILLER          PIC X VALUE SPACE.
        05  CAUD-NEW        PIC X(12).
        05  FILLER          PIC X VALUE SPACE.
        05  CAUD-WHO        PIC X(4).

    WORKING-STORAGE SECTION.
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".
           88 REG-FOUND VALUE "00".
           88 REG-EOF VALUE "10".

       01 CAL-FS PIC XX.
           88 CAL-FOUND VALUE "00".
       01 CAUD-FS PIC XX.
           88 CAUD-FOUND VALUE "00".

       01 TODAY-DATE PIC 9(8).
       01 PREV-DATE PIC 9(8).

      *> a closed calendar day and the override that opens it.
       01 CLOSED-DAY-SW PIC X VALUE "N".
           88 CLOSED-DAY VALUE "Y".
       01 OVERRIDE-SW PIC X VALUE "N".
           88 OVERRIDE-OK VALUE "Y".
       01 CLOSED-NAME PIC X(20).
       01 OVERRIDE-LINE PIC X(20).
       01 CTL-SAVE PIC X(120).

      *> per-step started/finished flags off the run journal.
       01 STEP-TAB.
           05 STEP-FLAGS OCCURS 99 TIMES.
               10 SF-STARTED PIC X.
               10 SF-OK PIC X.
       01 SFX PIC S9(3).
       01 ROLLOFF-SW PIC X VALUE "N".
           88 ROLLOFF-DONE VALUE "Y".

      *> the morning streams off the JOBMAST schedule - G gates
      *> the open, O runs once the day is open.
       01 SCH-FS PIC XX.
           88 SCH-FOUND VALUE "00".
           88 SCH-EOF VALUE "10".
       01 STREAM-ID PIC X(1).
       01 MORN-TAB.
           05 MORN-ENTRY OCCURS 99 TIMES INDEXED BY SX.
               10 STEP-NAME PIC X(12).
               10 STEP-CMD-TXT PIC X(60).
               10 STEP-RULE PIC X(1).
               10 STEP-DAYS PIC X(7).
               10 STEP-ON-FAIL PIC X(1).
               10 STEP-DEP PIC X(12) OCCURS 4 TIMES.
               10 STEP-STATE PIC X(5).
       01 STEP-TOTAL PIC 9(2) VALUE 0.
       01 STREAM-STOP-SW PIC X VALUE "N".
           88 STREAM-STOPPED VALUE "Y".

      *> the run rules, as DAGSLOK applies them.
       01 CAL-HELD-SW PIC X VALUE "N".
           88 CAL-HELD VALUE "Y".
       01 RULE-DATE PIC 9(8).
       01 NEXT-FIRST PIC 9(8).
       01 NEXT-FIRST-PARTS REDEFINES NEXT-FIRST.
           05 NF-YEAR PIC 9(4).
           05 NF-MONTH PIC 9(2).
           05 NF-DAY PIC 9(2).
       01 PROBE-INT PIC S9(9).
       01 PROBE-DATE PIC 9(8).
       01 PROBE-END PIC 9(8).
       01 DUE-SW PIC X VALUE "Y".
           88 STEP-DUE VALUE "Y".
       01 DOW-NUM PIC 9(1).
       01 DOW-CHAR PIC X(1).
       01 DOW-HITS PIC 9(2).
       01 RULE-TXT PIC X(24).
       01 DEPX PIC S9(2).
       01 DEP-MET-SW PIC X VALUE "Y".
           88 DEPS-MET VALUE "Y".
       01 DEP-WANT PIC X(12).
       01 DEP-FAILED PIC X(12).
       01 DEP-STATE PIC X(5).
       01 FIND-IX PIC S9(3).
       01 RC-DISP PIC 9(4).

      *> last night's step times against the fortnight before, for
      *> the slowest-steps list - the same norm and overrun margin
      *> DAGSLOK warns on.
       01 SLOW-TAB.
           05 SLOW-ENTRY OCCURS 99 TIMES.
               10 SL-NAME PIC X(12).
               10 SL-LAST-SECS PIC 9(6).
               10 SL-HIST-SECS PIC 9(9).
               10 SL-HIST-RUNS PIC 9(3).
       01 SLOW-COUNT PIC 9(2) VALUE 0.
       01 SLX PIC S9(3).
       01 SLY PIC S9(3).
       01 SLOW-SHOWN PIC 9(2) VALUE 5.
       01 SLOW-SWAP PIC X(30).
       01 SLOW-HIT-SW PIC X VALUE "N".
           88 SLOW-HIT VALUE "Y".
       01 NORM-NIGHTS PIC 9(3) VALUE 14.
       01 NORM-FROM-DATE PIC 9(8).
       01 NORM-AVG PIC 9(6).
       01 OVERRUN-PCT PIC 9(3) VALUE 150.
       01 OVERRUN-MIN-SECS PIC 9(4) VALUE 120.
       01 NIGHT-FIRST-START PIC 9(14) VALUE 0.
       01 NIGHT-LAST-END PIC 9(14) VALUE 0.
       01 STAMP-WORK PIC 9(14).
       01 STAMP-PARTS REDEFINES STAMP-WORK.
           05 SW-DATE PIC 9(8).
           05 SW-HH PIC 9(2).
           05 SW-MM PIC 9(2).
           05 SW-SS PIC 9(2).
       01 SECS-DISP PIC Z(5)9.
       01 NORM-DISP PIC Z(5)9.
       01 OVER-FLAG PIC X(11).

       01 STEP-CMD PIC X(60).
       01 STEP-RC PIC S9(9).
       01 FLOAT-DISP PIC -(8)9.
    ELSE
      *> check 1: every step last night's stream started also
      *> finished OK.
        PERFORM VARYING SFX FROM 1 BY 1 UNTIL SFX > 99
            MOVE SPACE TO SF-STARTED(SFX)
            MOVE SPACE TO SF-OK(SFX)
        END-PERFORM
        COMPUTE NORM-FROM-DATE = function DATE-OF-INTEGER(
            function INTEGER-OF-DATE(PREV-DATE) - NORM-NIGHTS)
        OPEN INPUT RUN-LOG-FILE
        IF NOT RLOG-FOUND
            MOVE "N" TO NIGHT-OK-SW
            DISPLAY "DAGBYRJUN: NO JOURNAL ENTRIES FOR "
                    PREV-DATE " - LAST NIGHT NEVER RAN"
        END-IF
        PERFORM VARYING SFX FROM 1 BY 1 UNTIL SFX > 99
            IF SF-STARTED(SFX) = "Y" AND SF-OK(SFX) NOT = "Y"
                MOVE "N" TO NIGHT-OK-SW
                DISPLAY "DAGBYRJUN: STEP " SFX
            END-IF
        END-PERFORM

        PERFORM SLOW-SHOW-RTN

      *> check 2: the roll-off posted before anything may
      *> truncate the day files.
        OPEN INPUT RUN-CONTROL-FILE
        END-IF
    END-IF

      *> check 3: the gate stream - the same pre-flight gate the
      *> till applies, and whatever else the schedule puts there.
      *> A stopping step failing refuses the open.
    MOVE "G" TO STREAM-ID
    PERFORM STREAM-LOAD-RTN
    IF NOT SCH-FOUND AND NOT SCH-EOF
        DISPLAY "DAGBYRJUN: NO JOB SCHEDULE (JOBMAST) - "
                "OPEN REFUSED, LOAD IT WITH JOBSKRA"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
    PERFORM STREAM-RUN-RTN
    IF STREAM-STOPPED
        DISPLAY "DAGBYRJUN: OPENING GATE FAILED - OPEN REFUSED"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

      *> check 4: the trading calendar.  No calendar on site, or
      *> today not on it, is an ordinary day.
    OPEN INPUT CALENDAR-MASTER
    IF CAL-FOUND
        MOVE TODAY-DATE TO CAL-DATE
        READ CALENDAR-MASTER
            INVALID KEY
                MOVE "23" TO CAL-FS
            NOT INVALID KEY
                IF CAL-CLOSED
                    MOVE "Y" TO CLOSED-DAY-SW
                    MOVE CAL-HOLIDAY TO CLOSED-NAME
                END-IF
        END-READ
        CLOSE CALENDAR-MASTER
    END-IF
    IF CLOSED-DAY
        PERFORM CLOSED-DAY-RTN
        IF NOT OVERRIDE-OK
            DISPLAY "DAGBYRJUN: " TODAY-DATE " IS A CLOSED DAY - "
                    "OPEN REFUSED WITHOUT A MANAGER OVERRIDE"
            MOVE 8 TO RETURN-CODE
            GOBACK
        END-IF
    END-IF

      *> all clear - today becomes the trading day.  The control
      *> file is one record; the rewrite is the usual OPEN OUTPUT
    END-IF
    CLOSE REGISTER-MASTER

      *> the after-open stream - the house accounts' standing
      *> orders picked first thing, and the like.  The day is
      *> already open, so a failure here is reported; a stopping
      *> step's failure only stops the rest of the stream.
    MOVE "O" TO STREAM-ID
    PERFORM STREAM-LOAD-RTN
    PERFORM STREAM-RUN-RTN
    IF STREAM-STOPPED
        DISPLAY "DAGBYRJUN: MORNING STEPS STOPPED ON A FAILED "
                "STEP - RUN THE REST BY HAND"
    END-IF

    STOP RUN.

RLOG-SCAN-RTN.
        AT END
            MOVE "10" TO RLOG-FS
        NOT AT END
            PERFORM RLOG-TIME-RTN
            IF RL-DATE = PREV-DATE
                  AND RL-STEP >= 1 AND RL-STEP <= 99
                IF RL-STATUS = "START"
                    MOVE "Y" TO SF-STARTED(RL-STEP)
                    ADD 1 TO STEPS-SEEN
                END-IF
                IF RL-STATUS = "HELD" AND RL-ON-FAIL = "S"
                    MOVE "Y" TO SF-STARTED(RL-STEP)
                    ADD 1 TO STEPS-SEEN
                END-IF
                IF RL-STATUS = "OK" OR RL-STATUS = "WARN"
                      OR RL-STATUS = "SKIP"
                    MOVE "Y" TO SF-OK(RL-STEP)
                END-IF
                IF RL-STATUS = "SKIP"
                    ADD 1 TO STEPS-SEEN
                END-IF
      *> a report-only step's failure let the night carry on, but
      *> the morning still hears about it.
                IF RL-STATUS = "WARN" OR RL-STATUS = "HELD"
                    IF RL-ON-FAIL = "R"
                        DISPLAY "DAGBYRJUN: NOTE - "
                                function TRIM(RL-NAME) " OF "
                                PREV-DATE " " function TRIM(RL-STATUS)
                                ", REPORTED ONLY (RC " RL-RC ")"
                    END-IF
                END-IF
            END-IF
    END-READ.

        AT END
            MOVE "10" TO REG-FS
    END-READ.

      *> the calendar says shut - the manager's PIN on an OVERRIDE
      *> line opens anyway (a trading day moved at short notice),
      *> and the BUDCTLAUD audit records who did it and why the
      *> calendar had it closed.
CLOSED-DAY-RTN.
    MOVE CTL-SAVE TO BUD-CONTROL-RECORD
    DISPLAY "DAGBYRJUN: THE TRADING CALENDAR HAS " TODAY-DATE
            " CLOSED - " function TRIM(CLOSED-NAME)
    MOVE SPACES TO OVERRIDE-LINE
    ACCEPT OVERRIDE-LINE
    IF OVERRIDE-LINE(1:9) = "OVERRIDE "
          AND BUD-MGR-PIN NOT = SPACES
          AND OVERRIDE-LINE(10:4) = BUD-MGR-PIN
        MOVE "Y" TO OVERRIDE-SW
        OPEN INPUT CTL-AUDIT-FILE
        IF CAUD-FOUND
            CLOSE CTL-AUDIT-FILE
            OPEN EXTEND CTL-AUDIT-FILE
        ELSE
            OPEN OUTPUT CTL-AUDIT-FILE
        END-IF
        MOVE SPACES TO CTL-AUDIT-RECORD
        MOVE TODAY-DATE TO CAUD-DATE
        MOVE "CLOSEDAY" TO CAUD-FIELD
        MOVE CLOSED-NAME TO CAUD-OLD
        MOVE "OVERRIDDEN" TO CAUD-NEW
        MOVE BUD-MGR-PIN TO CAUD-WHO
        WRITE CTL-AUDIT-RECORD
        CLOSE CTL-AUDIT-FILE
        DISPLAY "DAGBYRJUN: CLOSED DAY OVERRIDDEN BY MANAGER"
    END-IF.

      *> one stream of the schedule into MORN-TAB.  SCH-FS is left
      *> "35" when there is no schedule master at all.
STREAM-LOAD-RTN.
    MOVE 0 TO STEP-TOTAL
    MOVE "N" TO STREAM-STOP-SW
    OPEN INPUT JOB-SCHEDULE-MASTER
    IF SCH-FOUND
        MOVE STREAM-ID TO SCH-STREAM
        MOVE 0 TO SCH-SEQ
        START JOB-SCHEDULE-MASTER KEY IS NOT LESS THAN SCH-KEY
            INVALID KEY MOVE "10" TO SCH-FS
        END-START
        PERFORM UNTIL SCH-EOF
            READ JOB-SCHEDULE-MASTER NEXT
                AT END
                    MOVE "10" TO SCH-FS
                NOT AT END
                    IF SCH-STREAM NOT = STREAM-ID
                        MOVE "10" TO SCH-FS
                    ELSE
                        PERFORM STEP-LOAD-RTN
                    END-IF
            END-READ
        END-PERFORM
        CLOSE JOB-SCHEDULE-MASTER
    END-IF.

STEP-LOAD-RTN.
    IF STEP-TOTAL < 99
        ADD 1 TO STEP-TOTAL
        SET SX TO STEP-TOTAL
        MOVE SCH-NAME TO STEP-NAME(SX)
        MOVE SCH-CMD TO STEP-CMD-TXT(SX)
        MOVE SCH-RULE TO STEP-RULE(SX)
        MOVE SCH-DAYS TO STEP-DAYS(SX)
        MOVE SCH-ON-FAIL TO STEP-ON-FAIL(SX)
        PERFORM VARYING DEPX FROM 1 BY 1 UNTIL DEPX > 4
            MOVE SCH-DEP(DEPX) TO STEP-DEP(SX DEPX)
        END-PERFORM
        MOVE SPACES TO STEP-STATE(SX)
    END-IF.

      *> the loaded stream, due by its rules against the day being
      *> opened.
STREAM-RUN-RTN.
    MOVE "N" TO CAL-HELD-SW
    OPEN INPUT CALENDAR-MASTER
    IF CAL-FOUND
        MOVE "Y" TO CAL-HELD-SW
    END-IF
    MOVE TODAY-DATE TO RULE-DATE
    PERFORM MORN-STEP-RTN
        VARYING SX FROM 1 BY 1
        UNTIL SX > STEP-TOTAL OR STREAM-STOPPED
    IF CAL-HELD
        CLOSE CALENDAR-MASTER
    END-IF.

MORN-STEP-RTN.
    PERFORM RULE-CHECK-RTN
    IF NOT STEP-DUE
        MOVE "SKIP" TO STEP-STATE(SX)
        DISPLAY "DAGBYRJUN: " function TRIM(STEP-NAME(SX))
                " SKIPPED - NOT DUE BY ITS RULE "
                function TRIM(RULE-TXT)
    ELSE
        PERFORM DEP-CHECK-RTN
        IF NOT DEPS-MET
            MOVE "HELD" TO STEP-STATE(SX)
            DISPLAY "DAGBYRJUN: " function TRIM(STEP-NAME(SX))
                    " HELD - " function TRIM(DEP-FAILED)
                    " DID NOT FINISH"
            IF STEP-ON-FAIL(SX) NOT = "R"
                MOVE "Y" TO STREAM-STOP-SW
            END-IF
        ELSE
            IF STEP-CMD-TXT(SX) = SPACES
                DISPLAY "DAGBYRJUN: " function TRIM(STEP-NAME(SX))
                        " HAS NO COMMAND ON THE SCHEDULE"
                MOVE 1 TO STEP-RC
            ELSE
                MOVE STEP-CMD-TXT(SX) TO STEP-CMD
                MOVE 0 TO RETURN-CODE
                CALL "SYSTEM" USING STEP-CMD
                MOVE RETURN-CODE TO STEP-RC
                MOVE 0 TO RETURN-CODE
            END-IF
            IF STEP-RC = 0
                MOVE "OK" TO STEP-STATE(SX)
            ELSE
                MOVE "FAIL" TO STEP-STATE(SX)
                MOVE STEP-RC TO RC-DISP
                DISPLAY "DAGBYRJUN: " function TRIM(STEP-NAME(SX))
                        " FAILED WITH RETURN CODE " RC-DISP
                IF STEP-ON-FAIL(SX) = "R"
                    DISPLAY "DAGBYRJUN: REPORTED ONLY - RUN "
                            function TRIM(STEP-NAME(SX))
                            " BY HAND"
                ELSE
                    MOVE "Y" TO STREAM-STOP-SW
                END-IF
            END-IF
        END-IF
    END-IF.

      *> D every day; W the weekdays listed, 1 Monday to 7
      *> Sunday; M and P the last trading day of the month or of
      *> the fiscal period - no later day up to its end trades.
RULE-CHECK-RTN.
    MOVE "Y" TO DUE-SW
    MOVE SPACES TO RULE-TXT
    STRING STEP-RULE(SX) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           STEP-DAYS(SX) DELIMITED BY SIZE
        INTO RULE-TXT
    END-STRING
    IF STEP-RULE(SX) = "W"
        COMPUTE DOW-NUM = function MOD(
            function INTEGER-OF-DATE(RULE-DATE) - 1, 7) + 1
        MOVE DOW-NUM TO DOW-CHAR
        MOVE 0 TO DOW-HITS
        INSPECT STEP-DAYS(SX) TALLYING DOW-HITS FOR ALL DOW-CHAR
        IF DOW-HITS = 0
            MOVE "N" TO DUE-SW
        END-IF
    END-IF
    IF STEP-RULE(SX) = "M"
        MOVE RULE-DATE TO NEXT-FIRST
        MOVE 1 TO NF-DAY
        IF NF-MONTH = 12
            ADD 1 TO NF-YEAR
            MOVE 1 TO NF-MONTH
        ELSE
            ADD 1 TO NF-MONTH
        END-IF
        COMPUTE PROBE-END = function DATE-OF-INTEGER(
            function INTEGER-OF-DATE(NEXT-FIRST) - 1)
        PERFORM LAST-TRADING-RTN
    END-IF
    IF STEP-RULE(SX) = "P"
        MOVE "N" TO DUE-SW
        IF CAL-HELD
            MOVE RULE-DATE TO CAL-DATE
            READ CALENDAR-MASTER
                INVALID KEY
                    MOVE "23" TO CAL-FS
                NOT INVALID KEY
                    IF CAL-PERIOD-END >= RULE-DATE
                        MOVE CAL-PERIOD-END TO PROBE-END
                        MOVE "Y" TO DUE-SW
                    END-IF
            END-READ
        END-IF
        IF STEP-DUE
            PERFORM LAST-TRADING-RTN
        ELSE
            MOVE "P (NO CALENDAR PERIOD)" TO RULE-TXT
        END-IF
    END-IF.

      *> no calendar, or a day it doesn't hold, is a trading day.
LAST-TRADING-RTN.
    COMPUTE PROBE-INT = function INTEGER-OF-DATE(RULE-DATE) + 1
    COMPUTE PROBE-DATE = function DATE-OF-INTEGER(PROBE-INT)
    PERFORM UNTIL PROBE-DATE > PROBE-END OR NOT STEP-DUE
        IF NOT CAL-HELD
            MOVE "N" TO DUE-SW
        ELSE
            MOVE PROBE-DATE TO CAL-DATE
            READ CALENDAR-MASTER
                INVALID KEY
                    MOVE "N" TO DUE-SW
                NOT INVALID KEY
                    IF CAL-OPEN
                        MOVE "N" TO DUE-SW
                    END-IF
            END-READ
        END-IF
        ADD 1 TO PROBE-INT
        COMPUTE PROBE-DATE = function DATE-OF-INTEGER(PROBE-INT)
    END-PERFORM.

      *> what a step waits on must have finished OK this morning,
      *> or been skipped by its own rule.
DEP-CHECK-RTN.
    MOVE "Y" TO DEP-MET-SW
    MOVE SPACES TO DEP-FAILED
    PERFORM VARYING DEPX FROM 1 BY 1 UNTIL DEPX > 4
        IF STEP-DEP(SX DEPX) NOT = SPACES AND DEPS-MET
            MOVE STEP-DEP(SX DEPX) TO DEP-WANT
            MOVE SPACES TO DEP-STATE
            PERFORM VARYING FIND-IX FROM 1 BY 1
                    UNTIL FIND-IX > STEP-TOTAL
                IF STEP-NAME(FIND-IX) = DEP-WANT
                    MOVE STEP-STATE(FIND-IX) TO DEP-STATE
                END-IF
            END-PERFORM
            IF DEP-STATE NOT = "OK" AND DEP-STATE NOT = "SKIP"
                MOVE "N" TO DEP-MET-SW
                MOVE DEP-WANT TO DEP-FAILED
            END-IF
        END-IF
    END-PERFORM.

      *> a finished step's time - last night's for the list, the
      *> fortnight's OK runs before it for the norm.  Entries from
      *> before the journal was timed carry no seconds.
RLOG-TIME-RTN.
    IF RL-SECS IS NUMERIC AND RL-START IS NUMERIC AND RL-START > 0
          AND RL-END IS NUMERIC AND RL-END > 0
          AND (RL-STATUS = "OK" OR RL-STATUS = "WARN"
               OR RL-STATUS = "FAIL")
        IF RL-DATE = PREV-DATE
            IF NIGHT-FIRST-START = 0 OR RL-START < NIGHT-FIRST-START
                MOVE RL-START TO NIGHT-FIRST-START
            END-IF
            IF RL-END > NIGHT-LAST-END
                MOVE RL-END TO NIGHT-LAST-END
            END-IF
            PERFORM SLOW-FIND-RTN
            IF SLOW-HIT
                ADD RL-SECS TO SL-LAST-SECS(SLX)
            END-IF
        END-IF
        IF RL-DATE >= NORM-FROM-DATE AND RL-DATE < PREV-DATE
              AND RL-STATUS = "OK"
            PERFORM SLOW-FIND-RTN
            IF SLOW-HIT
                ADD RL-SECS TO SL-HIST-SECS(SLX)
                ADD 1 TO SL-HIST-RUNS(SLX)
            END-IF
        END-IF
    END-IF.

SLOW-FIND-RTN.
    MOVE "N" TO SLOW-HIT-SW
    PERFORM VARYING SLX FROM 1 BY 1
            UNTIL SLX > SLOW-COUNT OR SLOW-HIT
        IF SL-NAME(SLX) = RL-NAME
            MOVE "Y" TO SLOW-HIT-SW
        END-IF
    END-PERFORM
    IF SLOW-HIT
        SUBTRACT 1 FROM SLX
    ELSE
        IF SLOW-COUNT < 99
            ADD 1 TO SLOW-COUNT
            MOVE SLOW-COUNT TO SLX
            MOVE RL-NAME TO SL-NAME(SLX)
            MOVE 0 TO SL-LAST-SECS(SLX)
            MOVE 0 TO SL-HIST-SECS(SLX)
            MOVE 0 TO SL-HIST-RUNS(SLX)
            MOVE "Y" TO SLOW-HIT-SW
        END-IF
    END-IF.

      *> last night's slowest steps against their norm, so a step
      *> creeping towards opening time is seen before it costs a
      *> morning.
SLOW-SHOW-RTN.
    IF NIGHT-FIRST-START > 0
        PERFORM VARYING SLX FROM 1 BY 1 UNTIL SLX >= SLOW-COUNT
            PERFORM VARYING SLY FROM 1 BY 1
                    UNTIL SLY > SLOW-COUNT - SLX
                IF SL-LAST-SECS(SLY) < SL-LAST-SECS(SLY + 1)
                    MOVE SLOW-ENTRY(SLY) TO SLOW-SWAP
                    MOVE SLOW-ENTRY(SLY + 1) TO SLOW-ENTRY(SLY)
                    MOVE SLOW-SWAP TO SLOW-ENTRY(SLY + 1)
                END-IF
            END-PERFORM
        END-PERFORM
        MOVE NIGHT-FIRST-START TO STAMP-WORK
        DISPLAY "LAST NIGHT'S STREAM RAN FROM " SW-HH ":" SW-MM
                WITH NO ADVANCING
        MOVE NIGHT-LAST-END TO STAMP-WORK
        DISPLAY " TO " SW-HH ":" SW-MM
        DISPLAY "SLOWEST STEPS:     SECONDS   NORM"
        PERFORM VARYING SLX FROM 1 BY 1
                UNTIL SLX > SLOW-COUNT OR SLX > SLOW-SHOWN
            MOVE SPACES TO OVER-FLAG
            MOVE 0 TO NORM-AVG
            IF SL-HIST-RUNS(SLX) > 0
                COMPUTE NORM-AVG =
                    SL-HIST-SECS(SLX) / SL-HIST-RUNS(SLX)
                IF SL-LAST-SECS(SLX) * 100 > NORM-AVG * OVERRUN-PCT
                      AND SL-LAST-SECS(SLX) - NORM-AVG
                          >= OVERRUN-MIN-SECS
                    MOVE "ABOVE NORM" TO OVER-FLAG
                END-IF
            END-IF
            MOVE SL-LAST-SECS(SLX) TO SECS-DISP
            MOVE NORM-AVG TO NORM-DISP
            IF SL-LAST-SECS(SLX) > 0
                DISPLAY "  " SL-NAME(SLX) "  " SECS-DISP " "
                        NORM-DISP " " OVER-FLAG
            END-IF
        END-PERFORM
    END-IF.
