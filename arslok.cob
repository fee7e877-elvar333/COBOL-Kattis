      *> whole close to be redone.  Entry feed: the closing year,
      *> YYYY, one line; the driver leaves it in the ARSFEED file
      *> the year-scoped steps read.  Run from the repository
      *> root, same as DAGSLOK.  The steps are the year-end (Y)
      *> stream of the JOBMAST schedule, with DAGSLOK's rules,
      *> dependencies and failure modes - a rule is judged against
      *> the business date the close runs on, and a step not due
      *> is journalled SKIP.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RLOG-FS.

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

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

    SELECT FEED-FILE ASSIGN TO "ARSFEED"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS FEED-FS.
        05  RL-STATUS       PIC X(5).
        05  FILLER          PIC X VALUE SPACE.
        05  RL-RC           PIC 9(4).
        05  FILLER          PIC X VALUE SPACE.
        05  RL-ON-FAIL      PIC X(1).

    FD  JOB-SCHEDULE-MASTER.
    COPY "jobmast.cpy".

    FD  CALENDAR-MASTER.
    COPY "calmast.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    FD  FEED-FILE.
    01  FEED-RECORD         PIC X(10).
        88 EOF-INP VALUE SPACES.
    01 CLOSE-YEAR PIC 9(4).

      *> the close off the JOBMAST schedule, in run order, with
      *> where each step stands for the closing year.
    01 STEP-TAB.
        05 STEP-ENTRY OCCURS 99 TIMES INDEXED BY SX.
            10 STEP-NAME PIC X(12).
            10 STEP-CMD-TXT PIC X(60).
            10 STEP-RULE PIC X(1).
            10 STEP-DAYS PIC X(7).
            10 STEP-ON-FAIL PIC X(1).
            10 STEP-DEP PIC X(12) OCCURS 4 TIMES.
            10 STEP-STATE PIC X(5).
    01 STEP-TOTAL PIC 9(2) VALUE 0.
    01 STREAM-ID PIC X(1) VALUE "Y".
    01 SCH-FS PIC XX.
        88 SCH-FOUND VALUE "00".
        88 SCH-EOF VALUE "10".
    01 CTL-FS PIC XX.
        88 CTL-FOUND VALUE "00".
    01 STEP-DONE-SW PIC X VALUE "N".
        88 STEP-DONE VALUE "Y".
    01 LOG-STATUS PIC X(5).
    01 LOG-RC PIC 9(4).
    01 SKIP-COUNT PIC 9(2) VALUE 0.
    01 WARN-COUNT PIC 9(2) VALUE 0.

      *> the run rules, as DAGSLOK applies them.
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
    01 DEPX PIC S9(2).
    01 DEP-MET-SW PIC X VALUE "Y".
        88 DEPS-MET VALUE "Y".
    01 DEP-WANT PIC X(12).
    01 DEP-FAILED PIC X(12).
    01 DEP-STATE PIC X(5).
    01 FIND-IX PIC S9(3).

    01 STEP-CMD PIC X(80).
    01 STEP-NO PIC 9(2).
    01 RESUME-FROM PIC 9(2) VALUE 0.
    01 FAIL-SW PIC X VALUE "N".
        88 STREAM-FAILED VALUE "Y".
    01 STEP-RC PIC S9(9).
    WRITE FEED-RECORD
    CLOSE FEED-FILE

      *> the business date the rules are judged against.
    ACCEPT RULE-DATE FROM DATE YYYYMMDD
    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND AND BUD-BUSINESS-DATE > 0
            MOVE BUD-BUSINESS-DATE TO RULE-DATE
        END-IF
    END-IF
    CLOSE CONTROL-FILE

    OPEN INPUT JOB-SCHEDULE-MASTER
    IF NOT SCH-FOUND
        DISPLAY "ARSLOK: NO JOB SCHEDULE (JOBMAST) - "
                "LOAD IT WITH JOBSKRA"
        STOP RUN
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
        DISPLAY "ARSLOK: NO STEPS ON THE YEAR-END STREAM IN "
                "JOBMAST - NOTHING RUN"
        STOP RUN
    END-IF

      *> resume point: a step the journal already shows finished
      *> for this closing year is not run again.
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
        DISPLAY "ARSLOK: YEAR " CLOSE-YEAR " ALREADY CLOSED"
        STOP RUN
    END-IF
                " FOR YEAR " CLOSE-YEAR
    END-IF

    OPEN INPUT CALENDAR-MASTER
    IF CAL-FOUND
        MOVE "Y" TO CAL-HELD-SW
    END-IF

    OPEN INPUT RUN-LOG-FILE
    IF RLOG-FOUND
        CLOSE RUN-LOG-FILE
        UNTIL SX > STEP-TOTAL OR STREAM-FAILED

    CLOSE RUN-LOG-FILE
    IF CAL-HELD
        CLOSE CALENDAR-MASTER
    END-IF

    IF STREAM-FAILED
        DISPLAY "YEAR-END CLOSE STOPPED ON A FAILED STEP - "
        MOVE DONE-COUNT TO COUNT-DISP
        DISPLAY "YEAR-END CLOSE COMPLETE: "
                function TRIM(COUNT-DISP) " STEPS"
        IF SKIP-COUNT > 0
            MOVE SKIP-COUNT TO COUNT-DISP
            DISPLAY "  " function TRIM(COUNT-DISP)
                    " STEP(S) NOT DUE BY THEIR RULE"
        END-IF
        IF WARN-COUNT > 0
            MOVE WARN-COUNT TO COUNT-DISP
            DISPLAY "  " function TRIM(COUNT-DISP)
                    " REPORT-ONLY STEP(S) FAILED OR HELD - SEE ABOVE"
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
    END-IF.

RLOG-SCAN-RTN.
    READ RUN-LOG-FILE
        AT END
            MOVE "10" TO RLOG-FS
        NOT AT END
            IF RL-YEAR = CLOSE-YEAR
                PERFORM VARYING FIND-IX FROM 1 BY 1
                        UNTIL FIND-IX > STEP-TOTAL
                    IF STEP-NAME(FIND-IX) = RL-NAME
                        MOVE RL-STATUS TO STEP-STATE(FIND-IX)
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

    IF STEP-CMD-TXT(SX) = SPACES
        DISPLAY "ARSLOK: " function TRIM(STEP-NAME(SX))
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
        MOVE "OK" TO LOG-STATUS
        MOVE 0 TO LOG-RC
        PERFORM LOG-WRITE-RTN
        ADD 1 TO DONE-COUNT
        DISPLAY "STEP " STEP-NO ": "
                function TRIM(STEP-NAME(SX)) " COMPLETE"
    ELSE
    IF STEP-ON-FAIL(SX) = "R"
        MOVE "WARN" TO LOG-STATUS
        MOVE STEP-RC TO LOG-RC
        PERFORM LOG-WRITE-RTN
        ADD 1 TO WARN-COUNT
        DISPLAY "STEP " STEP-NO ": "
                function TRIM(STEP-NAME(SX))
                " FAILED WITH RETURN CODE " RL-RC
                " - REPORTED, CLOSE CONTINUES"
    ELSE
        MOVE "FAIL" TO LOG-STATUS
        MOVE STEP-RC TO LOG-RC
        PERFORM LOG-WRITE-RTN
        MOVE "Y" TO FAIL-SW
        DISPLAY "STEP " STEP-NO ": "
                function TRIM(STEP-NAME(SX))
                " FAILED WITH RETURN CODE " RL-RC
    END-IF
    END-IF.

LOG-WRITE-RTN.
    MOVE CLOSE-YEAR TO RL-YEAR
    MOVE STEP-NO TO RL-STEP
    MOVE STEP-NAME(SX) TO RL-NAME
    MOVE LOG-STATUS TO RL-STATUS
    MOVE LOG-RC TO RL-RC
    MOVE STEP-ON-FAIL(SX) TO RL-ON-FAIL
    WRITE RUN-LOG-RECORD
    MOVE LOG-STATUS TO STEP-STATE(SX).

      *> D every run; W the weekdays listed, 1 Monday to 7
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

      *> what a step waits on must have finished OK in this close, or
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
