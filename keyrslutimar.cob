IDENTIFICATION DIVISION.
PROGRAM-ID. KEYRSLUTIMAR.

      *> batch-window timing history - BUDRLOG said whether each
      *> nightly step worked but not how long it took, so when the
      *> stream ran into opening time nobody could say which step
      *> had grown.  Every journal entry is timed now; this reads
      *> the last N nights back off it and prints, step by step,
      *> last night's time against the normal range of the nights
      *> before it (fewest, average and most seconds), flagging a
      *> step that ran well past its norm by the margin DAGSLOK
      *> warns on - half as long again, and two minutes at least.
      *> Then each night's stream: first start, last finish, the
      *> elapsed minutes, and whether it finished past the control
      *> record's window end.  Entry feed: the number of nights,
      *> one line - blank for the last fortnight.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RUN-LOG-FILE ASSIGN TO "BUDRLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RLOG-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  RUN-LOG-FILE.
    01  RUN-LOG-RECORD.
        05  RL-DATE         PIC 9(8).
        05  FILLER          PIC X.
        05  RL-STEP         PIC 9(2).
        05  FILLER          PIC X.
        05  RL-NAME         PIC X(12).
        05  FILLER          PIC X.
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

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    WORKING-STORAGE SECTION.
       01 RLOG-FS PIC XX.
           88 RLOG-FOUND VALUE "00".
           88 RLOG-EOF VALUE "10".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".

       01 INP PIC X(10).
       01 NIGHTS-WANTED PIC 9(2) VALUE 14.

      *> the timed nights on the journal, oldest first.
       01 NIGHT-TAB.
           05 NIGHT-ENTRY OCCURS 400 TIMES.
               10 NT-DATE PIC 9(8).
               10 NT-FIRST-START PIC 9(14).
               10 NT-LAST-END PIC 9(14).
       01 NIGHT-COUNT PIC 9(3) VALUE 0.
       01 NTX PIC S9(4).
       01 NTY PIC S9(4).
       01 NIGHT-SWAP PIC X(36).
       01 NIGHT-HIT-SW PIC X VALUE "N".
           88 NIGHT-HIT VALUE "Y".
      *> the window reported on - its first night's place in
      *> NIGHT-TAB, and the last night's.
       01 FIRST-IX PIC S9(4).
       01 FIRST-NIGHT PIC 9(8).
       01 LAST-NIGHT PIC 9(8).
       01 NIGHT-NO PIC S9(4).

      *> each step's seconds, night by night across the window.
       01 STEP-TAB.
           05 STEP-ENTRY OCCURS 99 TIMES.
               10 ST-NAME PIC X(12).
               10 ST-SECS PIC 9(6) OCCURS 60 TIMES.
               10 ST-RAN PIC X(1) OCCURS 60 TIMES.
       01 STEP-COUNT PIC 9(2) VALUE 0.
       01 SX PIC S9(3).
       01 STEP-HIT-SW PIC X VALUE "N".
           88 STEP-HIT VALUE "Y".
       01 STEP-FULL-COUNT PIC 9(5) VALUE 0.

       01 NORM-RUNS PIC 9(3).
       01 NORM-SUM PIC 9(9).
       01 NORM-MIN PIC 9(6).
       01 NORM-MAX PIC 9(6).
       01 NORM-AVG PIC 9(6).
       01 LAST-SECS PIC 9(6).
       01 OVERRUN-PCT PIC 9(3) VALUE 150.
       01 OVERRUN-MIN-SECS PIC 9(4) VALUE 120.
       01 STEP-FLAG PIC X(7).
       01 OVERRUN-COUNT PIC 9(3) VALUE 0.

       01 WINDOW-END PIC 9(4) VALUE 0.
       01 WINDOW-END-PARTS REDEFINES WINDOW-END.
           05 WE-HH PIC 9(2).
           05 WE-MM PIC 9(2).
       01 STAMP-WORK PIC 9(14).
       01 STAMP-PARTS REDEFINES STAMP-WORK.
           05 SW-DATE PIC 9(8).
           05 SW-HH PIC 9(2).
           05 SW-MM PIC 9(2).
           05 SW-SS PIC 9(2).
       01 START-ABS PIC S9(13).
       01 END-ABS PIC S9(13).
       01 WINDOW-ABS PIC S9(13).
       01 ELAPSED-MINS PIC 9(5).
       01 START-HHMM PIC X(5).
       01 END-HHMM PIC X(5).
       01 WINDOW-FLAG PIC X(11).
       01 LATE-COUNT PIC 9(3) VALUE 0.

       01 SECS-DISP PIC Z(5)9.
       01 MIN-DISP PIC Z(5)9.
       01 AVG-DISP PIC Z(5)9.
       01 MAX-DISP PIC Z(5)9.
       01 RUNS-DISP PIC Z9.
       01 MINS-DISP PIC Z(4)9.
       01 COUNT-DISP PIC Z(2)9.

PROCEDURE DIVISION.
    ACCEPT INP
    IF INP NOT = SPACES
        IF function TRIM(INP) IS NUMERIC
              AND function NUMVAL(INP) >= 1
              AND function NUMVAL(INP) <= 60
            COMPUTE NIGHTS-WANTED = function NUMVAL(INP)
        ELSE
            DISPLAY "KEYRSLUTIMAR: NIGHTS MUST BE 1-60 - "
                    "THE LAST 14 REPORTED"
        END-IF
    END-IF

    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND AND BUD-WINDOW-END IS NUMERIC
            MOVE BUD-WINDOW-END TO WINDOW-END
        END-IF
    END-IF
    CLOSE CONTROL-FILE

      *> pass 1: which nights the journal has timed entries for.
    OPEN INPUT RUN-LOG-FILE
    IF NOT RLOG-FOUND
        DISPLAY "KEYRSLUTIMAR: NO RUN JOURNAL BUDRLOG ON SITE"
        GOBACK
    END-IF
    PERFORM RLOG-READ-RTN
    PERFORM UNTIL RLOG-EOF
        IF RL-SECS IS NUMERIC AND RL-START IS NUMERIC
              AND RL-START > 0
            PERFORM NIGHT-NOTE-RTN
        END-IF
        PERFORM RLOG-READ-RTN
    END-PERFORM
    CLOSE RUN-LOG-FILE
    IF NIGHT-COUNT = 0
        DISPLAY "KEYRSLUTIMAR: NO TIMED NIGHTS ON THE RUN JOURNAL "
                "YET"
        GOBACK
    END-IF

    PERFORM VARYING NTX FROM 1 BY 1 UNTIL NTX >= NIGHT-COUNT
        PERFORM VARYING NTY FROM 1 BY 1
                UNTIL NTY > NIGHT-COUNT - NTX
            IF NT-DATE(NTY) > NT-DATE(NTY + 1)
                MOVE NIGHT-ENTRY(NTY) TO NIGHT-SWAP
                MOVE NIGHT-ENTRY(NTY + 1) TO NIGHT-ENTRY(NTY)
                MOVE NIGHT-SWAP TO NIGHT-ENTRY(NTY + 1)
            END-IF
        END-PERFORM
    END-PERFORM
    IF NIGHT-COUNT > NIGHTS-WANTED
        COMPUTE FIRST-IX = NIGHT-COUNT - NIGHTS-WANTED + 1
    ELSE
        MOVE 1 TO FIRST-IX
    END-IF
    MOVE NT-DATE(FIRST-IX) TO FIRST-NIGHT
    MOVE NT-DATE(NIGHT-COUNT) TO LAST-NIGHT

      *> pass 2: every finished step in the window, by night.
    OPEN INPUT RUN-LOG-FILE
    PERFORM RLOG-READ-RTN
    PERFORM UNTIL RLOG-EOF
        IF RL-DATE >= FIRST-NIGHT
              AND RL-SECS IS NUMERIC AND RL-START IS NUMERIC
              AND RL-START > 0
              AND (RL-STATUS = "OK" OR RL-STATUS = "WARN"
                   OR RL-STATUS = "FAIL")
            PERFORM STEP-NOTE-RTN
        END-IF
        PERFORM RLOG-READ-RTN
    END-PERFORM
    CLOSE RUN-LOG-FILE

    COMPUTE NIGHT-NO = NIGHT-COUNT - FIRST-IX + 1
    MOVE NIGHT-NO TO COUNT-DISP
    DISPLAY "BATCH TIMING - " function TRIM(COUNT-DISP)
            " NIGHT(S), " FIRST-NIGHT " TO " LAST-NIGHT
    DISPLAY " "
    DISPLAY "STEP          NIGHTS   LAST NIGHT  FEWEST  AVERAGE"
            "    MOST"
    PERFORM STEP-LINE-RTN
        VARYING SX FROM 1 BY 1 UNTIL SX > STEP-COUNT
    IF STEP-FULL-COUNT > 0
        DISPLAY "KEYRSLUTIMAR: MORE THAN 99 STEP NAMES - THE REST "
                "LEFT OFF"
    END-IF

    DISPLAY " "
    DISPLAY "NIGHT     START  FINISH  MINUTES"
    PERFORM NIGHT-LINE-RTN
        VARYING NTX FROM FIRST-IX BY 1 UNTIL NTX > NIGHT-COUNT

    DISPLAY " "
    MOVE OVERRUN-COUNT TO COUNT-DISP
    DISPLAY "STEPS PAST THEIR NORM LAST NIGHT: "
            function TRIM(COUNT-DISP)
    IF WINDOW-END > 0
        MOVE LATE-COUNT TO COUNT-DISP
        DISPLAY "NIGHTS PAST THE " WE-HH ":" WE-MM " WINDOW END: "
                function TRIM(COUNT-DISP)
    ELSE
        DISPLAY "NO WINDOW END ON THE CONTROL RECORD"
    END-IF

    GOBACK.

RLOG-READ-RTN.
    READ RUN-LOG-FILE
        AT END
            MOVE "10" TO RLOG-FS
    END-READ.

      *> a night's first start and last finish, whatever the
      *> entry - a skipped or held step stamps its time too.
NIGHT-NOTE-RTN.
    MOVE "N" TO NIGHT-HIT-SW
    PERFORM VARYING NTX FROM 1 BY 1
            UNTIL NTX > NIGHT-COUNT OR NIGHT-HIT
        IF NT-DATE(NTX) = RL-DATE
            MOVE "Y" TO NIGHT-HIT-SW
        END-IF
    END-PERFORM
    IF NIGHT-HIT
        SUBTRACT 1 FROM NTX
    ELSE
      *> a full table gives up its oldest night.
        IF NIGHT-COUNT = 400
            PERFORM VARYING NTX FROM 1 BY 1 UNTIL NTX >= 400
                MOVE NIGHT-ENTRY(NTX + 1) TO NIGHT-ENTRY(NTX)
            END-PERFORM
        ELSE
            ADD 1 TO NIGHT-COUNT
        END-IF
        MOVE NIGHT-COUNT TO NTX
        MOVE RL-DATE TO NT-DATE(NTX)
        MOVE RL-START TO NT-FIRST-START(NTX)
        MOVE 0 TO NT-LAST-END(NTX)
    END-IF
    IF RL-START < NT-FIRST-START(NTX)
        MOVE RL-START TO NT-FIRST-START(NTX)
    END-IF
    IF RL-END IS NUMERIC AND RL-END > NT-LAST-END(NTX)
        MOVE RL-END TO NT-LAST-END(NTX)
    END-IF.

      *> a rerun after a failure adds to the night's time - it is
      *> window the night spent on the step either way.
STEP-NOTE-RTN.
    MOVE "N" TO NIGHT-HIT-SW
    MOVE 0 TO NIGHT-NO
    PERFORM VARYING NTX FROM FIRST-IX BY 1
            UNTIL NTX > NIGHT-COUNT OR NIGHT-HIT
        IF NT-DATE(NTX) = RL-DATE
            MOVE "Y" TO NIGHT-HIT-SW
            COMPUTE NIGHT-NO = NTX - FIRST-IX + 1
        END-IF
    END-PERFORM
    IF NIGHT-HIT
        MOVE "N" TO STEP-HIT-SW
        PERFORM VARYING SX FROM 1 BY 1
                UNTIL SX > STEP-COUNT OR STEP-HIT
            IF ST-NAME(SX) = RL-NAME
                MOVE "Y" TO STEP-HIT-SW
            END-IF
        END-PERFORM
        IF STEP-HIT
            SUBTRACT 1 FROM SX
        ELSE
            IF STEP-COUNT < 99
                ADD 1 TO STEP-COUNT
                MOVE STEP-COUNT TO SX
                INITIALIZE STEP-ENTRY(SX)
                MOVE RL-NAME TO ST-NAME(SX)
                MOVE "Y" TO STEP-HIT-SW
            ELSE
                ADD 1 TO STEP-FULL-COUNT
            END-IF
        END-IF
        IF STEP-HIT
            ADD RL-SECS TO ST-SECS(SX NIGHT-NO)
            MOVE "Y" TO ST-RAN(SX NIGHT-NO)
        END-IF
    END-IF.

      *> the norm is the nights before the last; the last night is
      *> held against it.
STEP-LINE-RTN.
    MOVE 0 TO NORM-RUNS NORM-SUM NORM-MAX NORM-AVG
    MOVE 999999 TO NORM-MIN
    COMPUTE NIGHT-NO = NIGHT-COUNT - FIRST-IX + 1
    PERFORM VARYING NTY FROM 1 BY 1 UNTIL NTY >= NIGHT-NO
        IF ST-RAN(SX NTY) = "Y"
            ADD 1 TO NORM-RUNS
            ADD ST-SECS(SX NTY) TO NORM-SUM
            IF ST-SECS(SX NTY) < NORM-MIN
                MOVE ST-SECS(SX NTY) TO NORM-MIN
            END-IF
            IF ST-SECS(SX NTY) > NORM-MAX
                MOVE ST-SECS(SX NTY) TO NORM-MAX
            END-IF
        END-IF
    END-PERFORM
    MOVE SPACES TO STEP-FLAG
    IF NORM-RUNS = 0
        MOVE 0 TO NORM-MIN
        MOVE "NO NORM" TO STEP-FLAG
    ELSE
        COMPUTE NORM-AVG = NORM-SUM / NORM-RUNS
    END-IF
    IF ST-RAN(SX NIGHT-NO) = "Y"
        MOVE ST-SECS(SX NIGHT-NO) TO LAST-SECS
        MOVE LAST-SECS TO SECS-DISP
        IF NORM-RUNS > 0
              AND LAST-SECS * 100 > NORM-AVG * OVERRUN-PCT
              AND LAST-SECS - NORM-AVG >= OVERRUN-MIN-SECS
            MOVE "OVERRUN" TO STEP-FLAG
            ADD 1 TO OVERRUN-COUNT
        END-IF
    ELSE
        MOVE 0 TO SECS-DISP
        MOVE "NOT RUN" TO STEP-FLAG
    END-IF
    IF ST-RAN(SX NIGHT-NO) = "Y"
        ADD 1 TO NORM-RUNS
    END-IF
    MOVE NORM-RUNS TO RUNS-DISP
    MOVE NORM-MIN TO MIN-DISP
    MOVE NORM-AVG TO AVG-DISP
    MOVE NORM-MAX TO MAX-DISP
    DISPLAY ST-NAME(SX) "    " RUNS-DISP "     " SECS-DISP
            "  " MIN-DISP "   " AVG-DISP "  " MAX-DISP "  " STEP-FLAG.

      *> a window end is the next time the clock showed it after
      *> the stream started, as DAGSLOK reckons it.
NIGHT-LINE-RTN.
    MOVE NT-FIRST-START(NTX) TO STAMP-WORK
    COMPUTE START-ABS = function INTEGER-OF-DATE(SW-DATE) * 86400
        + SW-HH * 3600 + SW-MM * 60 + SW-SS
    MOVE SPACES TO START-HHMM
    STRING SW-HH ":" SW-MM DELIMITED BY SIZE INTO START-HHMM
    COMPUTE WINDOW-ABS = function INTEGER-OF-DATE(SW-DATE) * 86400
        + WE-HH * 3600 + WE-MM * 60
    IF WINDOW-ABS <= START-ABS
        ADD 86400 TO WINDOW-ABS
    END-IF
    MOVE SPACES TO WINDOW-FLAG
    MOVE SPACES TO END-HHMM
    MOVE 0 TO ELAPSED-MINS
    IF NT-LAST-END(NTX) > 0
        MOVE NT-LAST-END(NTX) TO STAMP-WORK
        COMPUTE END-ABS = function INTEGER-OF-DATE(SW-DATE) * 86400
            + SW-HH * 3600 + SW-MM * 60 + SW-SS
        STRING SW-HH ":" SW-MM DELIMITED BY SIZE INTO END-HHMM
        COMPUTE ELAPSED-MINS = (END-ABS - START-ABS) / 60
        IF WINDOW-END > 0 AND END-ABS > WINDOW-ABS
            MOVE "PAST WINDOW" TO WINDOW-FLAG
            ADD 1 TO LATE-COUNT
        END-IF
    END-IF
    MOVE ELAPSED-MINS TO MINS-DISP
    DISPLAY NT-DATE(NTX) "  " START-HHMM "  " END-HHMM "   "
            MINS-DISP "  " WINDOW-FLAG.
