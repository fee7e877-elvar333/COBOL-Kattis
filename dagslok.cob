      *> FORCE probe falls straight through.  Run from the
      *> repository root, same as every file ASSIGN in this tree
      *> expects its data files relative to.
      *>
      *> the steps are the nightly (N) stream of the JOBMAST
      *> schedule JOBSKRA maintains, no longer a table compiled in
      *> here.  A step not due tonight by its rule is journalled
      *> SKIP; one whose prerequisite didn't finish is journalled
      *> HELD; a report-only step's failure is journalled WARN and
      *> the stream carries on - only a stopping step's failure or
      *> hold stops it.
      *>
      *> every journal entry is timed.  A step running well past its
      *> norm over the last fortnight is warned of as it finishes,
      *> and so is a stream heading past the control record's
      *> window end; KEYRSLUTIMAR reports the history.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

    SELECT JOB-SCHEDULE-MASTER ASSIGN TO "JOBMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SCH-KEY
        FILE STATUS IS SCH-FS.

    SELECT CALENDAR-MASTER ASSIGN TO "CALMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CAL-DATE
        FILE STATUS IS CAL-FS.

    SELECT RUN-LOG-FILE ASSIGN TO "BUDRLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RLOG-FS.
    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    FD  JOB-SCHEDULE-MASTER.
    COPY "jobmast.cpy".

    FD  CALENDAR-MASTER.
    COPY "calmast.cpy".

    FD  SPOOL-INDEX-FILE.
    01  SPOOL-INDEX-RECORD.
        05  SPIX-DATE       PIC 9(8).
        05  RL-STATUS       PIC X(5).
        05  FILLER          PIC X VALUE SPACE.
        05  RL-RC           PIC 9(4).
        05  FILLER          PIC X VALUE SPACE.
        05  RL-ON-FAIL      PIC X(1).
      *> when the entry was made - a finished step carries the
      *> start of its run, its end and the seconds between.
        05  FILLER          PIC X VALUE SPACE.
        05  RL-START        PIC 9(14).
        05  FILLER          PIC X VALUE SPACE.
        05  RL-END          PIC 9(14).
        05  FILLER          PIC X VALUE SPACE.
        05  RL-SECS         PIC 9(6).

    WORKING-STORAGE SECTION.
    01 CTL-FS PIC XX.

    01 BUSINESS-DATE PIC 9(8).

      *> the nightly stream off the JOBMAST schedule, in run order,
      *> with where each step stands for the business date.
    01 STEP-TAB.
        05 STEP-ENTRY OCCURS 99 TIMES INDEXED BY SX.
            10 STEP-NAME PIC X(12).
            10 STEP-CMD-TXT PIC X(60).
            10 STEP-RULE PIC X(1).
            10 STEP-DAYS PIC X(7).
            10 STEP-ON-FAIL PIC X(1).
            10 STEP-DEP PIC X(12) OCCURS 4 TIMES.
            10 STEP-STATE PIC X(5).
            10 STEP-HIST-SECS PIC 9(9).
            10 STEP-HIST-RUNS PIC 9(3).
    01 STEP-TOTAL PIC 9(2) VALUE 0.
    01 STREAM-ID PIC X(1) VALUE "N".
    01 SCH-FS PIC XX.
        88 SCH-FOUND VALUE "00".
        88 SCH-EOF VALUE "10".
    01 STEP-DONE-SW PIC X VALUE "N".
        88 STEP-DONE VALUE "Y".
    01 LOG-STATUS PIC X(5).
    01 LOG-RC PIC 9(4).

      *> the run rules - the weekday, and the last trading day of
      *> the month or the fiscal period off the CALMAST calendar.
    01 CAL-FS PIC XX.
        88 CAL-FOUND VALUE "00".
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

      *> the steps a step waits on, against what they did tonight.
    01 DEPX PIC S9(2).
    01 DEP-MET-SW PIC X VALUE "Y".
        88 DEPS-MET VALUE "Y".
    01 DEP-WANT PIC X(12).
    01 DEP-FAILED PIC X(12).
    01 DEP-STATE PIC X(5).
    01 FIND-IX PIC S9(3).

      *> the clock, as a YYYYMMDDHHMMSS stamp for the journal and
      *> as seconds for the arithmetic.
    01 CLOCK-DATE PIC 9(8).
    01 CLOCK-TIME PIC 9(8).
    01 CLOCK-TIME-PARTS REDEFINES CLOCK-TIME.
        05 CT-HH PIC 9(2).
        05 CT-MM PIC 9(2).
        05 CT-SS PIC 9(2).
        05 CT-CC PIC 9(2).
    01 STAMP-NOW PIC 9(14).
    01 ABS-NOW PIC S9(13).
    01 STEP-START-STAMP PIC 9(14).
    01 STEP-START-ABS PIC S9(13).

      *> each step's norm - its average over the OK runs of the last
      *> NORM-NIGHTS nights - and how far past it counts as an
      *> overrun: half as long again, and two minutes at least.
    01 NORM-NIGHTS PIC 9(3) VALUE 14.
    01 NORM-FROM-DATE PIC 9(8).
    01 OVERRUN-PCT PIC 9(3) VALUE 150.
    01 OVERRUN-MIN-SECS PIC 9(4) VALUE 120.
    01 NORM-AVG PIC 9(6).
    01 NORM-LIMIT PIC 9(7).
    01 OVERRUN-COUNT PIC 9(2) VALUE 0.
    01 SECS-DISP PIC Z(5)9.
    01 NORM-DISP PIC Z(5)9.

      *> the window the stream must finish inside, off the control
      *> record, and where the stream is heading against it.
    01 WINDOW-END PIC 9(4) VALUE 0.
    01 WINDOW-END-PARTS REDEFINES WINDOW-END.
        05 WE-HH PIC 9(2).
        05 WE-MM PIC 9(2).
    01 WINDOW-ABS PIC S9(13).
    01 PROJECT-ABS PIC S9(13).
    01 PROJECT-SECS PIC 9(5).
    01 PROJECT-HH PIC 9(2).
    01 PROJECT-MM PIC 9(2).
    01 WINDOW-WARNED-SW PIC X VALUE "N".
        88 WINDOW-WARNED VALUE "Y".
    01 PJX PIC S9(3).

    01 STEP-CMD PIC X(200).
    01 SPOOL-MEMBER PIC X(30).
    01 SPIX-FS PIC XX.
        88 SPIX-FOUND VALUE "00".
    01 STEP-NO PIC 9(2).
    01 RESUME-FROM PIC 9(2) VALUE 0.
    01 FAIL-SW PIC X VALUE "N".
        88 STREAM-FAILED VALUE "Y".
    01 STEP-RC PIC S9(9).
    01 DONE-COUNT PIC 9(2) VALUE 0.
    01 SKIP-COUNT PIC 9(2) VALUE 0.
    01 WARN-COUNT PIC 9(2) VALUE 0.
    01 COUNT-DISP PIC Z9.

PROCEDURE DIVISION.
        IF CTL-FOUND AND BUD-BUSINESS-DATE > 0
            MOVE BUD-BUSINESS-DATE TO BUSINESS-DATE
        END-IF
        IF CTL-FOUND AND BUD-WINDOW-END IS NUMERIC
            MOVE BUD-WINDOW-END TO WINDOW-END
        END-IF
    END-IF
    CLOSE CONTROL-FILE
    COMPUTE NORM-FROM-DATE = function DATE-OF-INTEGER(
        function INTEGER-OF-DATE(BUSINESS-DATE) - NORM-NIGHTS)

      *> the stream itself, off the schedule master.
    OPEN INPUT JOB-SCHEDULE-MASTER
    IF NOT SCH-FOUND
        DISPLAY "DAGSLOK: NO JOB SCHEDULE (JOBMAST) - "
                "LOAD IT WITH JOBSKRA"
        GOBACK
    END-IF
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
    IF STEP-TOTAL = 0
        DISPLAY "DAGSLOK: NO STEPS ON THE NIGHTLY STREAM IN "
                "JOBMAST - NOTHING RUN"
        GOBACK
    END-IF

      *> resume point: a step the journal already shows finished
      *> for this business date - OK, skipped by its rule, or a
      *> report-only failure already reported - is not run again,
      *> so a rerun after an abend carries on where the stream
      *> stopped instead of double-posting what finished.
    OPEN INPUT RUN-LOG-FILE
    IF RLOG-FOUND
        PERFORM RLOG-SCAN-RTN UNTIL RLOG-EOF
    END-IF
    CLOSE RUN-LOG-FILE
    PERFORM VARYING SX FROM 1 BY 1
            UNTIL SX > STEP-TOTAL OR RESUME-FROM > 0
        PERFORM STEP-DONE-RTN
        IF NOT STEP-DONE
            SET RESUME-FROM TO SX
        END-IF
    END-PERFORM

    IF RESUME-FROM = 0
        DISPLAY "DAGSLOK: ALL STEPS ALREADY COMPLETE FOR "
                BUSINESS-DATE
        GOBACK
                " FOR " BUSINESS-DATE
    END-IF

    OPEN INPUT CALENDAR-MASTER
    IF CAL-FOUND
        MOVE "Y" TO CAL-HELD-SW
    END-IF

    OPEN INPUT RUN-LOG-FILE
    IF RLOG-FOUND
        CLOSE RUN-LOG-FILE
    END-IF

    DISPLAY "END-OF-DAY RUN STARTING - " BUSINESS-DATE
      *> the window end is the next time the clock shows it - a
      *> stream started at 23:00 against a 06:00 end has until the
      *> morning.
    IF WINDOW-END > 0
        PERFORM CLOCK-RTN
        COMPUTE WINDOW-ABS =
            function INTEGER-OF-DATE(CLOCK-DATE) * 86400
            + WE-HH * 3600 + WE-MM * 60
        IF WINDOW-ABS <= ABS-NOW
            ADD 86400 TO WINDOW-ABS
        END-IF
    END-IF
    MOVE BUSINESS-DATE TO RULE-DATE
    PERFORM STEP-RUN-RTN
        VARYING SX FROM 1 BY 1
        UNTIL SX > STEP-TOTAL OR STREAM-FAILED

    CLOSE SPOOL-INDEX-FILE
    CLOSE RUN-LOG-FILE
    IF CAL-HELD
        CLOSE CALENDAR-MASTER
    END-IF

    IF STREAM-FAILED
        DISPLAY "END-OF-DAY RUN STOPPED ON A FAILED STEP - "
        MOVE DONE-COUNT TO COUNT-DISP
        DISPLAY "END-OF-DAY RUN COMPLETE: "
                function TRIM(COUNT-DISP) " STEPS"
        IF SKIP-COUNT > 0
            MOVE SKIP-COUNT TO COUNT-DISP
            DISPLAY "  " function TRIM(COUNT-DISP)
                    " STEP(S) NOT DUE TONIGHT BY THEIR RULE"
        END-IF
        IF WARN-COUNT > 0
            MOVE WARN-COUNT TO COUNT-DISP
            DISPLAY "  " function TRIM(COUNT-DISP)
                    " REPORT-ONLY STEP(S) FAILED OR HELD - SEE ABOVE"
        END-IF
    END-IF
    IF OVERRUN-COUNT > 0
        MOVE OVERRUN-COUNT TO COUNT-DISP
        DISPLAY "  " function TRIM(COUNT-DISP)
                " STEP(S) RAN WELL PAST THEIR NORM - SEE ABOVE"
    END-IF
    IF WINDOW-END > 0
        PERFORM CLOCK-RTN
        IF ABS-NOW > WINDOW-ABS
            DISPLAY "DAGSLOK: WARNING - THE STREAM RAN PAST ITS "
                    "WINDOW END " WE-HH ":" WE-MM
        END-IF
    END-IF

    STOP RUN.

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
        MOVE 0 TO STEP-HIST-SECS(SX) STEP-HIST-RUNS(SX)
    ELSE
        DISPLAY "DAGSLOK: MORE THAN 99 NIGHTLY STEPS - "
                function TRIM(SCH-NAME) " NOT RUN"
    END-IF.

      *> the journal is append-only; the last entry for a step on
      *> this date is where it stands, so yesterday's entries don't
      *> move today's resume point.
RLOG-SCAN-RTN.
    READ RUN-LOG-FILE
        AT END
            MOVE "10" TO RLOG-FS
        NOT AT END
            IF RL-DATE = BUSINESS-DATE
                PERFORM VARYING FIND-IX FROM 1 BY 1
                        UNTIL FIND-IX > STEP-TOTAL
                    IF STEP-NAME(FIND-IX) = RL-NAME
                        MOVE RL-STATUS TO STEP-STATE(FIND-IX)
                    END-IF
                END-PERFORM
            END-IF
      *> the nights before feed each step's norm - OK runs only, a
      *> failed run's time says nothing of a normal one, and an
      *> entry from before the journal was timed has no seconds.
            IF RL-DATE >= NORM-FROM-DATE AND RL-DATE < BUSINESS-DATE
                  AND RL-STATUS = "OK" AND RL-SECS IS NUMERIC
                  AND RL-START IS NUMERIC AND RL-START > 0
                PERFORM VARYING FIND-IX FROM 1 BY 1
                        UNTIL FIND-IX > STEP-TOTAL
                    IF STEP-NAME(FIND-IX) = RL-NAME
                        ADD RL-SECS TO STEP-HIST-SECS(FIND-IX)
                        ADD 1 TO STEP-HIST-RUNS(FIND-IX)
                    END-IF
                END-PERFORM
            END-IF
    END-READ.

      *> a step held back by a report-only dependency is finished
      *> with; one that stops the stream runs again once what it
      *> waits on has.
STEP-DONE-RTN.
    MOVE "N" TO STEP-DONE-SW
    IF STEP-STATE(SX) = "OK" OR STEP-STATE(SX) = "SKIP"
          OR STEP-STATE(SX) = "WARN"
        MOVE "Y" TO STEP-DONE-SW
    END-IF
    IF STEP-STATE(SX) = "HELD" AND STEP-ON-FAIL(SX) = "R"
        MOVE "Y" TO STEP-DONE-SW
    END-IF.

STEP-RUN-RTN.
    SET STEP-NO TO SX
    PERFORM STEP-DONE-RTN
    IF STEP-DONE
        CONTINUE
    ELSE
        PERFORM RULE-CHECK-RTN
        IF NOT STEP-DUE
            MOVE "SKIP" TO LOG-STATUS
            MOVE 0 TO LOG-RC
            PERFORM LOG-WRITE-RTN
            ADD 1 TO SKIP-COUNT
            DISPLAY "STEP " STEP-NO ": "
                    function TRIM(STEP-NAME(SX))
                    " SKIPPED - NOT DUE BY ITS RULE "
                    function TRIM(RULE-TXT)
        ELSE
            PERFORM DEP-CHECK-RTN
            IF NOT DEPS-MET
                MOVE "HELD" TO LOG-STATUS
                MOVE 0 TO LOG-RC
                PERFORM LOG-WRITE-RTN
                DISPLAY "STEP " STEP-NO ": "
                        function TRIM(STEP-NAME(SX))
                        " HELD - " function TRIM(DEP-FAILED)
                        " DID NOT FINISH"
                IF STEP-ON-FAIL(SX) = "R"
                    ADD 1 TO WARN-COUNT
                ELSE
                    MOVE "Y" TO FAIL-SW
                END-IF
            ELSE
                PERFORM STEP-EXEC-RTN
            END-IF
        END-IF
    END-IF.

STEP-EXEC-RTN.
    MOVE "START" TO LOG-STATUS
    MOVE 0 TO LOG-RC
    PERFORM LOG-WRITE-RTN

      *> the step's console page is captured to the spool member
      *> and then echoed to the screen - the step's own return
      *> code still decides the stream, not the capture's.
    MOVE SPACES TO SPOOL-MEMBER
    STRING "SPOOL/" DELIMITED BY SIZE
           function TRIM(STEP-NAME(SX)) DELIMITED BY SIZE
           "." DELIMITED BY SIZE
           BUSINESS-DATE DELIMITED BY SIZE
        INTO SPOOL-MEMBER
    MOVE SPACES TO STEP-CMD
    STRING "( " DELIMITED BY SIZE
           function TRIM(STEP-CMD-TXT(SX)) DELIMITED BY SIZE
           " ) > " DELIMITED BY SIZE
           function TRIM(SPOOL-MEMBER) DELIMITED BY SIZE
           " 2>&1; rc=$?; cat " DELIMITED BY SIZE
           function TRIM(SPOOL-MEMBER) DELIMITED BY SIZE
           "; exit $rc" DELIMITED BY SIZE
        INTO STEP-CMD
      *> a step put on the schedule without its command yet fails
      *> rather than running an empty shell.
    IF STEP-CMD-TXT(SX) = SPACES
        DISPLAY "DAGSLOK: " function TRIM(STEP-NAME(SX))
                " HAS NO COMMAND ON THE SCHEDULE"
        MOVE 1 TO STEP-RC
    ELSE
        MOVE 0 TO RETURN-CODE
        CALL "SYSTEM" USING STEP-CMD
        MOVE RETURN-CODE TO STEP-RC
        MOVE 0 TO RETURN-CODE
    END-IF

    IF STEP-RC = 0
        MOVE "OK" TO LOG-STATUS
        MOVE 0 TO LOG-RC
        PERFORM LOG-WRITE-RTN
        MOVE BUSINESS-DATE TO SPIX-DATE
        MOVE STEP-NAME(SX) TO SPIX-NAME
        MOVE SPOOL-MEMBER TO SPIX-MEMBER
        WRITE SPOOL-INDEX-RECORD
        ADD 1 TO DONE-COUNT
        DISPLAY "STEP " STEP-NO ": "
                function TRIM(STEP-NAME(SX)) " COMPLETE"
        PERFORM OVERRUN-CHECK-RTN
    ELSE
    IF STEP-ON-FAIL(SX) = "R"
      *> report-only: journalled as a warning, and the stream
      *> carries on.
        MOVE "WARN" TO LOG-STATUS
        MOVE STEP-RC TO LOG-RC
        PERFORM LOG-WRITE-RTN
        ADD 1 TO WARN-COUNT
        DISPLAY "STEP " STEP-NO ": "
                function TRIM(STEP-NAME(SX))
                " FAILED WITH RETURN CODE " RL-RC
                " - REPORTED, STREAM CONTINUES"
        PERFORM OVERRUN-CHECK-RTN
    ELSE
        MOVE "FAIL" TO LOG-STATUS
        MOVE STEP-RC TO LOG-RC
        PERFORM LOG-WRITE-RTN
        MOVE "Y" TO FAIL-SW
        DISPLAY "STEP " STEP-NO ": "
                function TRIM(STEP-NAME(SX))
                " FAILED WITH RETURN CODE " RL-RC
    END-IF
    END-IF
    IF WINDOW-END > 0 AND NOT WINDOW-WARNED AND NOT STREAM-FAILED
        PERFORM WINDOW-CHECK-RTN
    END-IF.

LOG-WRITE-RTN.
    PERFORM CLOCK-RTN
    IF LOG-STATUS = "START"
        MOVE STAMP-NOW TO STEP-START-STAMP
        MOVE ABS-NOW TO STEP-START-ABS
        MOVE STAMP-NOW TO RL-START
        MOVE 0 TO RL-END
        MOVE 0 TO RL-SECS
    ELSE
    IF LOG-STATUS = "OK" OR LOG-STATUS = "WARN"
          OR LOG-STATUS = "FAIL"
        MOVE STEP-START-STAMP TO RL-START
        MOVE STAMP-NOW TO RL-END
        COMPUTE RL-SECS = ABS-NOW - STEP-START-ABS
    ELSE
        MOVE STAMP-NOW TO RL-START
        MOVE STAMP-NOW TO RL-END
        MOVE 0 TO RL-SECS
    END-IF
    END-IF
    MOVE BUSINESS-DATE TO RL-DATE
    MOVE STEP-NO TO RL-STEP
    MOVE STEP-NAME(SX) TO RL-NAME
    MOVE LOG-STATUS TO RL-STATUS
    MOVE LOG-RC TO RL-RC
    MOVE STEP-ON-FAIL(SX) TO RL-ON-FAIL
    WRITE RUN-LOG-RECORD
    MOVE LOG-STATUS TO STEP-STATE(SX).

      *> D every night; W the weekdays listed, 1 Monday to 7
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

      *> what a step waits on must have finished OK tonight, or
      *> been skipped by its own rule.
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

CLOCK-RTN.
    ACCEPT CLOCK-DATE FROM DATE YYYYMMDD
    ACCEPT CLOCK-TIME FROM TIME
    COMPUTE STAMP-NOW = CLOCK-DATE * 1000000
        + CT-HH * 10000 + CT-MM * 100 + CT-SS
    COMPUTE ABS-NOW = function INTEGER-OF-DATE(CLOCK-DATE) * 86400
        + CT-HH * 3600 + CT-MM * 60 + CT-SS.

      *> a step with no timed history yet has no norm to overrun.
OVERRUN-CHECK-RTN.
    IF STEP-HIST-RUNS(SX) > 0
        COMPUTE NORM-AVG = STEP-HIST-SECS(SX) / STEP-HIST-RUNS(SX)
        COMPUTE NORM-LIMIT = NORM-AVG * OVERRUN-PCT / 100
        IF RL-SECS > NORM-LIMIT
              AND RL-SECS - NORM-AVG >= OVERRUN-MIN-SECS
            ADD 1 TO OVERRUN-COUNT
            MOVE RL-SECS TO SECS-DISP
            MOVE NORM-AVG TO NORM-DISP
            DISPLAY "DAGSLOK: WARNING - " function TRIM(STEP-NAME(SX))
                    " RAN " function TRIM(SECS-DISP)
                    " SECONDS AGAINST A NORM OF "
                    function TRIM(NORM-DISP)
        END-IF
    END-IF.

      *> where the stream will finish if every step still to run
      *> takes its norm - a step that may yet be skipped by its
      *> rule is counted anyway, so the warning errs early.  Said
      *> once a night.
WINDOW-CHECK-RTN.
    MOVE ABS-NOW TO PROJECT-ABS
    PERFORM VARYING PJX FROM 1 BY 1 UNTIL PJX > STEP-TOTAL
        IF PJX > SX AND STEP-HIST-RUNS(PJX) > 0
              AND STEP-STATE(PJX) = SPACES
            COMPUTE PROJECT-ABS = PROJECT-ABS
                + STEP-HIST-SECS(PJX) / STEP-HIST-RUNS(PJX)
        END-IF
    END-PERFORM
    IF PROJECT-ABS > WINDOW-ABS
        MOVE "Y" TO WINDOW-WARNED-SW
        COMPUTE PROJECT-SECS = function MOD(PROJECT-ABS, 86400)
        COMPUTE PROJECT-HH = PROJECT-SECS / 3600
        COMPUTE PROJECT-MM =
            (PROJECT-SECS - PROJECT-HH * 3600) / 60
        DISPLAY "DAGSLOK: WARNING - AT THE NORMS THE STREAM "
                "FINISHES ABOUT " PROJECT-HH ":" PROJECT-MM
                ", PAST ITS WINDOW END " WE-HH ":" WE-MM
    END-IF.
