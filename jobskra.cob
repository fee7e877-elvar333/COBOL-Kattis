IDENTIFICATION DIVISION.
PROGRAM-ID. JOBSKRA.

      *> job-schedule maintenance - the nightly stream used to be a
      *> table compiled into DAGSLOK, so adding a step, running the
      *> weekly audit only on Sundays or a report only at month-end
      *> meant a recompile, or somebody remembering to run it by
      *> hand.  The streams now live on the JOBMAST schedule master
      *> DAGSLOK, DAGBYRJUN and ARSLOK drive from, and this keeps
      *> it: each step's command, its run rule, the earlier steps it
      *> waits on, and whether its failure stops the stream or is
      *> only reported.  The manager PIN off the control record is
      *> required, as STILLINGAR requires it, and every change -
      *> step, field, old, new, who, when - goes to the JOBAUD
      *> audit.
      *>
      *> entry feed:
      *>   line 1: manager PIN
      *>   then, one per line, blank line ends:
      *>     INIT              load the standard streams onto an
      *>                       empty master
      *>     LIST [s]          list one stream, or all of them
      *>     ADD s nnn NAME    a new step - daily, stops the stream
      *>                       on failure, no command until CMD
      *>     CMD s nnn text    the step's shell command
      *>     RULE s nnn D      every run
      *>     RULE s nnn W ddd  on the weekdays given, 1 Monday to 7
      *>                       Sunday
      *>     RULE s nnn M      the last trading day of the month
      *>     RULE s nnn P      the last trading day of the fiscal
      *>                       period
      *>     FAIL s nnn S|R    a failure stops the stream, or is
      *>                       only reported
      *>     DEP s nnn [NAME ...]
      *>                       up to four earlier steps of the same
      *>                       stream that must finish first; no
      *>                       names clears them
      *>     DEL s nnn         drop the step
      *>   s is the stream - N nightly close, G morning-open gate,
      *>   O after the open, Y year-end close - and nnn the run
      *>   order within it.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT JOB-SCHEDULE-MASTER ASSIGN TO "JOBMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SCH-KEY
        FILE STATUS IS SCH-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

    SELECT JOB-AUDIT-FILE ASSIGN TO "JOBAUD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS JAUD-FS.

DATA DIVISION.
    FILE SECTION.
    FD  JOB-SCHEDULE-MASTER.
    COPY "jobmast.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    FD  JOB-AUDIT-FILE.
    01  JOB-AUDIT-RECORD.
        05  JAUD-DATE       PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  JAUD-KEY        PIC X(4).
        05  FILLER          PIC X VALUE SPACE.
        05  JAUD-NAME       PIC X(12).
        05  FILLER          PIC X VALUE SPACE.
        05  JAUD-FIELD      PIC X(6).
        05  FILLER          PIC X VALUE SPACE.
        05  JAUD-OLD        PIC X(60).
        05  FILLER          PIC X VALUE SPACE.
        05  JAUD-NEW        PIC X(60).
        05  FILLER          PIC X VALUE SPACE.
        05  JAUD-WHO        PIC X(4).

    WORKING-STORAGE SECTION.
       01 SCH-FS PIC XX.
           88 SCH-FOUND    VALUE "00".
           88 SCH-NEW-FILE VALUE "35".
           88 SCH-EOF      VALUE "10".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".
       01 JAUD-FS PIC XX.
           88 JAUD-FOUND VALUE "00".

       01 TODAY-DATE PIC 9(8).
       01 MGR-PIN PIC X(4) VALUE SPACES.
       01 ENTERED-PIN PIC X(4).

       01 INP PIC X(80).
           88 EOF-INP VALUE SPACES.
       01 ACT-RAW PIC X(6).
       01 STREAM-RAW PIC X(4).
       01 SEQ-RAW PIC X(4).
       01 ACT-LEN PIC S9(2).
       01 STREAM-LEN PIC S9(2).
       01 SEQ-LEN PIC S9(2).
       01 REST-PTR PIC S9(3).
       01 REST-TXT PIC X(80).
       01 TOK-RAW PIC X(12).
       01 TOK2-RAW PIC X(12).
       01 TOK-LEN PIC S9(2).
       01 TOK2-LEN PIC S9(2).
       01 DEP-IN PIC X(12) OCCURS 5 TIMES.
       01 DEP-IX PIC S9(2).

       01 WANT-KEY.
           05 WANT-STREAM PIC X(1).
               88 WANT-STREAM-OK VALUE "N" "G" "O" "Y".
           05 WANT-SEQ PIC 9(3).
       01 KEY-OK-SW PIC X VALUE "N".
           88 KEY-OK VALUE "Y".
       01 CHECK-OK-SW PIC X VALUE "Y".
           88 CHECK-OK VALUE "Y".

      *> one stream as it stands, for the name and dependency
      *> checks.
       01 STREAM-TAB.
           05 STREAM-ENTRY OCCURS 99 TIMES.
               10 STT-SEQ PIC 9(3).
               10 STT-NAME PIC X(12).
               10 STT-DEP PIC X(12) OCCURS 4 TIMES.
       01 STREAM-COUNT PIC 9(2) VALUE 0.
       01 STX PIC S9(3).
       01 DPX PIC S9(2).
       01 HIT-SW PIC X VALUE "N".
           88 NAME-HIT VALUE "Y".
       01 HIT-SEQ PIC 9(3).
       01 HIT-NAME PIC X(12).
       01 LIST-STREAM PIC X(1).
       01 LIST-COUNT PIC 9(3).

       01 DAY-IX PIC S9(2).
       01 RULE-TXT PIC X(9).
       01 FAIL-TXT PIC X(6).
       01 OLD-TXT PIC X(60).
       01 NEW-TXT PIC X(60).
       01 AUDIT-FIELD PIC X(6).
       01 CHANGE-COUNT PIC 9(4) VALUE 0.
       01 COUNT-DISP PIC Z(3)9.

      *> the standard streams INIT loads: stream, order, rule,
      *> weekdays, S or R on failure, name, the step it waits on,
      *> then the command.  The nightly close is the one DAGSLOK
      *> carried compiled in, posting before reporting.
       01 SEED-DEFS.
           05 FILLER PIC X(43) VALUE
               "N 010 D         S FORSKODUN".
           05 FILLER PIC X(40) VALUE
               "./forskodun < /dev/null".
           05 FILLER PIC X(43) VALUE
               "N 020 D         S BUDARKASSI2".
           05 FILLER PIC X(40) VALUE
               "./iceland/budarkassi2".
           05 FILLER PIC X(43) VALUE
               "N 030 D         S BIRGDAEYDING".
           05 FILLER PIC X(40) VALUE
               "./birgdaeyding < /dev/null".
           05 FILLER PIC X(43) VALUE
               "N 040 D         S VEFPONTUN".
           05 FILLER PIC X(40) VALUE
               "./vefpontun < /dev/null".
           05 FILLER PIC X(43) VALUE
               "N 050 D         S TIMABIL".
           05 FILLER PIC X(40) VALUE
               "./timabil < /dev/null".
           05 FILLER PIC X(43) VALUE
               "N 060 D         S HEILTOLUSUM".
           05 FILLER PIC X(40) VALUE
               "./heiltolusumma".
           05 FILLER PIC X(43) VALUE
               "N 070 D         S PUNKTAFYRN".
           05 FILLER PIC X(40) VALUE
               "./punktafyrning < /dev/null".
           05 FILLER PIC X(43) VALUE
               "N 080 D         S STIGABRU".
           05 FILLER PIC X(40) VALUE
               "./stigabru < /dev/null".
           05 FILLER PIC X(43) VALUE
               "N 090 D         S STIGAGJOF".
           05 FILLER PIC X(40) VALUE
               "./iceland/stigagjof < STIGFEED".
           05 FILLER PIC X(43) VALUE
               "N 100 D         S SOLUSAGA".
           05 FILLER PIC X(40) VALUE
               "./solusaga < /dev/null".
      *> every register's receipt chain walked on the history the
      *> day has just rolled onto, and the closing values sealed - a
      *> broken chain is reported, not a reason to hold the night.
           05 FILLER PIC X(43) VALUE
               "N 110 D         R KEDJUPROFUN  SOLUSAGA".
           05 FILLER PIC X(40) VALUE
               "./kedjuprofun < /dev/null".
      *> the day's trade settled per SKU for the history reports,
      *> straight behind the roll-off.
           05 FILLER PIC X(43) VALUE
               "N 120 D         S SOLUDAGUR    SOLUSAGA".
           05 FILLER PIC X(40) VALUE
               "./soludagur < /dev/null".
      *> the night's stock positions queued for head office's
      *> chain balancing, off the summary just built.
           05 FILLER PIC X(43) VALUE
               "N 130 D         S LAGERSTADA   SOLUDAGUR".
           05 FILLER PIC X(40) VALUE
               "./lagerstada < /dev/null".
      *> the providers' agency settlement, off the till's agency
      *> ledger, ahead of the journal that posts what they're owed.
           05 FILLER PIC X(43) VALUE
               "N 140 D         S UMBODSUPPGJ".
           05 FILLER PIC X(40) VALUE
               "./umbodsuppgjor < /dev/null".
      *> the wallet provider's settlement matched and its fees
      *> marked, so the journal below posts them the same night.
           05 FILLER PIC X(43) VALUE
               "N 145 D         R VESKIUPPGJOR".
           05 FILLER PIC X(40) VALUE
               "./veskiuppgjor < /dev/null".
           05 FILLER PIC X(43) VALUE
               "N 150 D         S FJARHAGUR    UMBODSUPPGJ".
           05 FILLER PIC X(40) VALUE
               "./fjarhagur < /dev/null".
           05 FILLER PIC X(43) VALUE
               "N 160 D         S VERDVIRKJUN".
           05 FILLER PIC X(40) VALUE
               "./verdvirkjun < /dev/null".
           05 FILLER PIC X(43) VALUE
               "N 170 D         S SOLUVERD".
           05 FILLER PIC X(40) VALUE
               "./soluverd < /dev/null".
           05 FILLER PIC X(43) VALUE
               "N 180 D         S VERDBOK".
           05 FILLER PIC X(40) VALUE
               "./verdbok < /dev/null".
           05 FILLER PIC X(43) VALUE
               "N 190 D         S VAKTASKYRSLA".
           05 FILLER PIC X(40) VALUE
               "./vaktaskyrsla < /dev/null".
           05 FILLER PIC X(43) VALUE
               "N 200 D         S VAKTAGREIN".
           05 FILLER PIC X(40) VALUE
               "./vaktagreining < /dev/null".
           05 FILLER PIC X(43) VALUE
               "N 210 D         S KASSASKYRSLA".
           05 FILLER PIC X(40) VALUE
               "./kassaskyrsla < /dev/null".
      *> checkout pace per shift, beside the per-cashier takings.
           05 FILLER PIC X(43) VALUE
               "N 220 D         S AFKOST".
           05 FILLER PIC X(40) VALUE
               "./afkost < /dev/null".
           05 FILLER PIC X(43) VALUE
               "N 230 D         S AAETLUNSKYR".
           05 FILLER PIC X(40) VALUE
               "./aaetlunskyrsla < /dev/null".
           05 FILLER PIC X(43) VALUE
               "N 240 D         S ZSKYRSLA".
           05 FILLER PIC X(40) VALUE
               "./zskyrsla < /dev/null".
      *> the door counter's hourly export, then the day's footfall
      *> and conversion against the same weekday.
           05 FILLER PIC X(43) VALUE
               "N 243 D         R GESTATALNING".
           05 FILLER PIC X(40) VALUE
               "./gestatalning < /dev/null".
           05 FILLER PIC X(43) VALUE
               "N 246 D         R GESTASKYRSLA".
           05 FILLER PIC X(40) VALUE
               "./gestaskyrsla < /dev/null".
           05 FILLER PIC X(43) VALUE
               "N 250 D         S KVITTANAROF".
           05 FILLER PIC X(40) VALUE
               "./kvittanarof < /dev/null".
           05 FILLER PIC X(43) VALUE
               "N 260 D         S SKATTFRJALS".
           05 FILLER PIC X(40) VALUE
               "./skattfrjals < /dev/null".
           05 FILLER PIC X(43) VALUE
               "N 270 D         S RAFKVITTUN".
           05 FILLER PIC X(40) VALUE
               "./rafkvittun < /dev/null".
           05 FILLER PIC X(43) VALUE
               "N 280 D         S GJALDEYRIR".
           05 FILLER PIC X(40) VALUE
               "./gjaldeyrir < /dev/null".
           05 FILLER PIC X(43) VALUE
               "N 290 D         S SOLUHRADI".
           05 FILLER PIC X(40) VALUE
               "./soluhradi < /dev/null".
           05 FILLER PIC X(43) VALUE
               "N 300 D         S FYRNING".
           05 FILLER PIC X(40) VALUE
               "./fyrning < /dev/null".
      *> the deliveries the dock signed off against their notices
      *> today, received through the normal receiving path, and the
      *> feed emptied only once they have posted.
           05 FILLER PIC X(43) VALUE
               "N 303 D         R VORUMOTTAKA".
           05 FILLER PIC X(40) VALUE
               "./vorumottaka < ASNFEED && : > ASNFEED".
      *> the suppliers' advance shipping notices for tomorrow's
      *> deliveries, loaded before the reorder pass looks at what
      *> is on order.
           05 FILLER PIC X(43) VALUE
               "N 305 D         R ASNINNLESTUR".
           05 FILLER PIC X(40) VALUE
               "./asninnlestur < /dev/null".
      *> and the suppliers' order confirmations, so the reorder pass
      *> counts what they have promised rather than what we asked.
           05 FILLER PIC X(43) VALUE
               "N 307 D         R STADFESTING".
           05 FILLER PIC X(40) VALUE
               "./stadfesting < /dev/null".
           05 FILLER PIC X(43) VALUE
               "N 310 D         S ENDURPONTUN".
           05 FILLER PIC X(40) VALUE
               "./endurpontun < /dev/null".
      *> the day's new and changed order lines out to the suppliers
      *> on the electronic order file.
           05 FILLER PIC X(43) VALUE
               "N 315 D         R PANTSENDING".
           05 FILLER PIC X(40) VALUE
               "./pantsending < /dev/null".
      *> the shelf-fill list for the morning crew, off the night's
      *> depleted floor stock.
           05 FILLER PIC X(43) VALUE
               "N 320 D         S HILLUFYLLING BIRGDAEYDING".
           05 FILLER PIC X(40) VALUE
               "echo L | ./hillufylling".
      *> the cross-file integrity audit, Sunday nights only.
           05 FILLER PIC X(43) VALUE
               "N 330 W 7       R SAMSKODUN".
           05 FILLER PIC X(40) VALUE
               "./samskodun < /dev/null".
      *> the cycle-count ABC classes, looked at every month end -
      *> the program itself only reclassifies at a quarter end.
           05 FILLER PIC X(43) VALUE
               "N 335 M         R ABCFLOKKUN".
           05 FILLER PIC X(40) VALUE
               "./abcflokkun < /dev/null".
      *> generation backups last, once everything has posted - the
      *> closed input lets the retention prompt fall through to its
      *> three-generation default.
           05 FILLER PIC X(43) VALUE
               "N 340 D         S AFRIT".
           05 FILLER PIC X(40) VALUE
               "./afrit < /dev/null".
      *> the morning open: the pre-flight gate before the date moves,
      *> the standing-order picks once the day is open, the buyers'
      *> open-to-buy position on Monday mornings, the orders still
      *> waiting on a supplier's confirmation, the day's cycle
      *> count sheets, and the count compliance report on Mondays.
           05 FILLER PIC X(43) VALUE
               "G 010 D         S FORSKODUN".
           05 FILLER PIC X(40) VALUE
               "./forskodun < /dev/null".
           05 FILLER PIC X(43) VALUE
               "O 010 D         R FASTTINSLA".
           05 FILLER PIC X(40) VALUE
               "./fasttinsla < /dev/null".
           05 FILLER PIC X(43) VALUE
               "O 020 W 1       R INNKAUPSTADA".
           05 FILLER PIC X(40) VALUE
               "./innkaupastada < /dev/null".
           05 FILLER PIC X(43) VALUE
               "O 025 D         R OSTADFEST".
           05 FILLER PIC X(40) VALUE
               "./ostadfest < /dev/null".
           05 FILLER PIC X(43) VALUE
               "O 030 D         R TALNINGPLAN".
           05 FILLER PIC X(40) VALUE
               "./talningarplan < /dev/null".
           05 FILLER PIC X(43) VALUE
               "O 040 W 1       R TALNEFTIRLIT".
           05 FILLER PIC X(40) VALUE
               "./talningareftirlit < /dev/null".
      *> the year-end close, in valuation-before-consolidation order.
           05 FILLER PIC X(43) VALUE
               "Y 010 D         S VERDMAT".
           05 FILLER PIC X(40) VALUE
               "./verdmat < /dev/null".
           05 FILLER PIC X(43) VALUE
               "Y 020 D         S ARSGL".
           05 FILLER PIC X(40) VALUE
               "./arsgl < ARSFEED".
           05 FILLER PIC X(43) VALUE
               "Y 030 D         S ARSSAGA".
           05 FILLER PIC X(40) VALUE
               "./arssaga < ARSFEED".
           05 FILLER PIC X(43) VALUE
               "Y 040 D         S ARSSTADA".
           05 FILLER PIC X(40) VALUE
               "./arsstada < /dev/null".
       01 SEED-TAB REDEFINES SEED-DEFS.
           05 SEED-ENTRY OCCURS 52 TIMES.
               10 SD-STREAM PIC X(1).
               10 FILLER PIC X(1).
               10 SD-SEQ PIC 9(3).
               10 FILLER PIC X(1).
               10 SD-RULE PIC X(1).
               10 FILLER PIC X(1).
               10 SD-DAYS PIC X(7).
               10 FILLER PIC X(1).
               10 SD-FAIL PIC X(1).
               10 FILLER PIC X(1).
               10 SD-NAME PIC X(12).
               10 FILLER PIC X(1).
               10 SD-DEP PIC X(12).
               10 SD-CMD PIC X(40).
       01 SEED-TOTAL PIC 9(2) VALUE 52.
       01 SDX PIC S9(3).

PROCEDURE DIVISION.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD

    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND
            MOVE BUD-MGR-PIN TO MGR-PIN
        END-IF
    END-IF
    CLOSE CONTROL-FILE
    IF MGR-PIN = SPACES
        DISPLAY "JOBSKRA: NO MANAGER PIN ON THE CONTROL RECORD - "
                "SET ONE WITH STILLINGAR FIRST"
        GOBACK
    END-IF
    ACCEPT ENTERED-PIN
    IF ENTERED-PIN NOT = MGR-PIN
        DISPLAY "JOBSKRA: MANAGER PIN DOES NOT MATCH - "
                "NO CHANGES ACCEPTED"
        GOBACK
    END-IF

    OPEN I-O JOB-SCHEDULE-MASTER
    IF SCH-NEW-FILE
        OPEN OUTPUT JOB-SCHEDULE-MASTER
        CLOSE JOB-SCHEDULE-MASTER
        OPEN I-O JOB-SCHEDULE-MASTER
    END-IF

    OPEN INPUT JOB-AUDIT-FILE
    IF JAUD-FOUND
        CLOSE JOB-AUDIT-FILE
        OPEN EXTEND JOB-AUDIT-FILE
    ELSE
        OPEN OUTPUT JOB-AUDIT-FILE
    END-IF

    PERFORM UNTIL EOF-INP
        ACCEPT INP
        IF NOT EOF-INP
            PERFORM CHANGE-RTN
        END-IF
    END-PERFORM

    CLOSE JOB-AUDIT-FILE
    CLOSE JOB-SCHEDULE-MASTER

    MOVE CHANGE-COUNT TO COUNT-DISP
    DISPLAY "JOBSKRA: " function TRIM(COUNT-DISP)
            " SCHEDULE CHANGE(S) AUDITED"

    GOBACK.

      *> one feed line: action, stream, order, and the rest of the
      *> line for whatever the action takes.
CHANGE-RTN.
    MOVE SPACES TO ACT-RAW STREAM-RAW SEQ-RAW REST-TXT
    MOVE 0 TO ACT-LEN STREAM-LEN SEQ-LEN
    MOVE 1 TO REST-PTR
    UNSTRING INP DELIMITED BY ALL SPACE
        INTO ACT-RAW    COUNT IN ACT-LEN,
             STREAM-RAW COUNT IN STREAM-LEN,
             SEQ-RAW    COUNT IN SEQ-LEN
        WITH POINTER REST-PTR
    END-UNSTRING
    IF REST-PTR <= 80
        MOVE INP(REST-PTR:) TO REST-TXT
    END-IF

    MOVE "N" TO KEY-OK-SW
    MOVE SPACE TO WANT-STREAM
    MOVE 0 TO WANT-SEQ
    IF STREAM-LEN = 1 AND SEQ-LEN >= 1 AND SEQ-LEN <= 3
          AND SEQ-RAW(1:SEQ-LEN) IS NUMERIC
        MOVE STREAM-RAW(1:1) TO WANT-STREAM
        MOVE SEQ-RAW(1:SEQ-LEN) TO WANT-SEQ
        IF WANT-STREAM-OK AND WANT-SEQ > 0
            MOVE "Y" TO KEY-OK-SW
        END-IF
    END-IF

    IF ACT-RAW = "INIT"
        PERFORM SEED-RTN
    ELSE
    IF ACT-RAW = "LIST"
        PERFORM LIST-RTN
    ELSE
    IF NOT KEY-OK
        DISPLAY "JOBSKRA: STREAM N, G, O OR Y AND AN ORDER "
                "1-999 WANTED - " function TRIM(INP)
    ELSE
    IF ACT-RAW = "ADD"
        PERFORM STEP-ADD-RTN
    ELSE
    IF ACT-RAW = "CMD"
        PERFORM STEP-CMD-RTN
    ELSE
    IF ACT-RAW = "RULE"
        PERFORM STEP-RULE-RTN
    ELSE
    IF ACT-RAW = "FAIL"
        PERFORM STEP-FAIL-RTN
    ELSE
    IF ACT-RAW = "DEP"
        PERFORM STEP-DEP-RTN
    ELSE
    IF ACT-RAW = "DEL"
        PERFORM STEP-DEL-RTN
    ELSE
        DISPLAY "JOBSKRA: UNKNOWN ACTION " function TRIM(INP)
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF.

      *> the standard streams, onto a master with nothing on it -
      *> loading them over a maintained schedule would undo it.
SEED-RTN.
    MOVE LOW-VALUES TO SCH-KEY
    START JOB-SCHEDULE-MASTER KEY IS NOT LESS THAN SCH-KEY
        INVALID KEY MOVE "10" TO SCH-FS
    END-START
    IF NOT SCH-EOF
        PERFORM SCH-READ-NEXT-RTN
    END-IF
    IF NOT SCH-EOF
        DISPLAY "JOBSKRA: JOBMAST ALREADY HOLDS STEPS - INIT "
                "ONLY LOADS AN EMPTY MASTER"
    ELSE
        PERFORM VARYING SDX FROM 1 BY 1 UNTIL SDX > SEED-TOTAL
            MOVE SPACES TO JOB-SCHEDULE-RECORD
            MOVE SD-STREAM(SDX) TO SCH-STREAM
            MOVE SD-SEQ(SDX) TO SCH-SEQ
            MOVE SD-NAME(SDX) TO SCH-NAME
            MOVE SD-CMD(SDX) TO SCH-CMD
            MOVE SD-RULE(SDX) TO SCH-RULE
            MOVE SD-DAYS(SDX) TO SCH-DAYS
            MOVE SD-FAIL(SDX) TO SCH-ON-FAIL
            MOVE SD-DEP(SDX) TO SCH-DEP(1)
            WRITE JOB-SCHEDULE-RECORD
                INVALID KEY
                    DISPLAY "JOBSKRA: COULD NOT LOAD " SCH-KEY
                NOT INVALID KEY
                    MOVE SPACES TO OLD-TXT
                    MOVE SCH-CMD TO NEW-TXT
                    MOVE "INIT" TO AUDIT-FIELD
                    PERFORM AUDIT-RTN
            END-WRITE
        END-PERFORM
    END-IF
    MOVE "00" TO SCH-FS.

SCH-READ-NEXT-RTN.
    READ JOB-SCHEDULE-MASTER NEXT
        AT END
            MOVE "10" TO SCH-FS
    END-READ.

      *> the stream as it stands into STREAM-TAB, in run order.
STREAM-LOAD-RTN.
    MOVE 0 TO STREAM-COUNT
    MOVE WANT-STREAM TO SCH-STREAM
    MOVE 0 TO SCH-SEQ
    MOVE "00" TO SCH-FS
    START JOB-SCHEDULE-MASTER KEY IS NOT LESS THAN SCH-KEY
        INVALID KEY MOVE "10" TO SCH-FS
    END-START
    PERFORM UNTIL SCH-EOF
        PERFORM SCH-READ-NEXT-RTN
        IF NOT SCH-EOF
            IF SCH-STREAM NOT = WANT-STREAM
                MOVE "10" TO SCH-FS
            ELSE
            IF STREAM-COUNT < 99
                ADD 1 TO STREAM-COUNT
                MOVE SCH-SEQ TO STT-SEQ(STREAM-COUNT)
                MOVE SCH-NAME TO STT-NAME(STREAM-COUNT)
                PERFORM VARYING DPX FROM 1 BY 1 UNTIL DPX > 4
                    MOVE SCH-DEP(DPX) TO STT-DEP(STREAM-COUNT DPX)
                END-PERFORM
            END-IF
            END-IF
        END-IF
    END-PERFORM
    MOVE "00" TO SCH-FS.

      *> HIT-NAME's place in the loaded stream, if it has one.
NAME-FIND-RTN.
    MOVE "N" TO HIT-SW
    MOVE 0 TO HIT-SEQ
    PERFORM VARYING STX FROM 1 BY 1
            UNTIL STX > STREAM-COUNT OR NAME-HIT
        IF STT-NAME(STX) = HIT-NAME
            MOVE "Y" TO HIT-SW
            MOVE STT-SEQ(STX) TO HIT-SEQ
        END-IF
    END-PERFORM.

SCH-KEY-READ-RTN.
    MOVE WANT-KEY TO SCH-KEY
    READ JOB-SCHEDULE-MASTER
        INVALID KEY
            MOVE "23" TO SCH-FS
            DISPLAY "JOBSKRA: NO STEP " WANT-STREAM " " WANT-SEQ
                    " ON THE SCHEDULE"
    END-READ.

      *> the drivers journal and resume a step by name, so a name
      *> appears once in its stream.
STEP-ADD-RTN.
    MOVE SPACES TO TOK-RAW
    MOVE 0 TO TOK-LEN
    UNSTRING REST-TXT DELIMITED BY ALL SPACE
        INTO TOK-RAW COUNT IN TOK-LEN
    END-UNSTRING
    IF TOK-LEN = 0 OR TOK-LEN > 12
        DISPLAY "JOBSKRA: ADD WANTS A STEP NAME OF UP TO 12 - "
                function TRIM(INP)
    ELSE
        PERFORM STREAM-LOAD-RTN
        MOVE TOK-RAW TO HIT-NAME
        PERFORM NAME-FIND-RTN
        IF NAME-HIT
            DISPLAY "JOBSKRA: " function TRIM(TOK-RAW)
                    " IS ALREADY STEP " WANT-STREAM " " HIT-SEQ
        ELSE
            MOVE SPACES TO JOB-SCHEDULE-RECORD
            MOVE WANT-KEY TO SCH-KEY
            MOVE TOK-RAW TO SCH-NAME
            MOVE "D" TO SCH-RULE
            MOVE "S" TO SCH-ON-FAIL
            WRITE JOB-SCHEDULE-RECORD
                INVALID KEY
                    DISPLAY "JOBSKRA: STEP " WANT-STREAM " "
                            WANT-SEQ " IS ALREADY ON THE SCHEDULE"
                NOT INVALID KEY
                    MOVE SPACES TO OLD-TXT
                    MOVE SCH-NAME TO NEW-TXT
                    MOVE "ADD" TO AUDIT-FIELD
                    PERFORM AUDIT-RTN
            END-WRITE
        END-IF
    END-IF.

STEP-CMD-RTN.
    IF REST-TXT = SPACES
        DISPLAY "JOBSKRA: CMD WANTS THE COMMAND - "
                function TRIM(INP)
    ELSE
    IF REST-TXT(61:20) NOT = SPACES
        DISPLAY "JOBSKRA: COMMAND LONGER THAN 60 - "
                function TRIM(INP)
    ELSE
        PERFORM SCH-KEY-READ-RTN
        IF SCH-FOUND
            MOVE SCH-CMD TO OLD-TXT
            MOVE REST-TXT TO SCH-CMD
            MOVE SCH-CMD TO NEW-TXT
            MOVE "CMD" TO AUDIT-FIELD
            PERFORM SCH-REWRITE-RTN
        END-IF
    END-IF
    END-IF.

      *> W carries its weekdays, every other rule none.
STEP-RULE-RTN.
    MOVE SPACES TO TOK-RAW TOK2-RAW
    MOVE 0 TO TOK-LEN TOK2-LEN
    UNSTRING REST-TXT DELIMITED BY ALL SPACE
        INTO TOK-RAW  COUNT IN TOK-LEN,
             TOK2-RAW COUNT IN TOK2-LEN
    END-UNSTRING
    MOVE "Y" TO CHECK-OK-SW
    IF TOK-LEN NOT = 1
          OR (TOK-RAW(1:1) NOT = "D" AND NOT = "W"
              AND NOT = "M" AND NOT = "P")
        MOVE "N" TO CHECK-OK-SW
        DISPLAY "JOBSKRA: RULE IS D, W, M OR P - "
                function TRIM(INP)
    END-IF
    IF CHECK-OK AND TOK-RAW(1:1) = "W"
        IF TOK2-LEN = 0 OR TOK2-LEN > 7
            MOVE "N" TO CHECK-OK-SW
        ELSE
            PERFORM VARYING DAY-IX FROM 1 BY 1
                    UNTIL DAY-IX > TOK2-LEN
                IF TOK2-RAW(DAY-IX:1) < "1"
                      OR TOK2-RAW(DAY-IX:1) > "7"
                    MOVE "N" TO CHECK-OK-SW
                END-IF
            END-PERFORM
        END-IF
        IF NOT CHECK-OK
            DISPLAY "JOBSKRA: W WANTS ITS WEEKDAYS, 1 MONDAY TO "
                    "7 SUNDAY - " function TRIM(INP)
        END-IF
    END-IF
    IF CHECK-OK AND TOK-RAW(1:1) NOT = "W" AND TOK2-LEN > 0
        MOVE "N" TO CHECK-OK-SW
        DISPLAY "JOBSKRA: ONLY W TAKES WEEKDAYS - "
                function TRIM(INP)
    END-IF
    IF CHECK-OK
        PERFORM SCH-KEY-READ-RTN
        IF SCH-FOUND
            PERFORM RULE-TEXT-RTN
            MOVE RULE-TXT TO OLD-TXT
            MOVE TOK-RAW(1:1) TO SCH-RULE
            MOVE SPACES TO SCH-DAYS
            IF SCH-WEEKDAYS
                MOVE TOK2-RAW(1:7) TO SCH-DAYS
            END-IF
            PERFORM RULE-TEXT-RTN
            MOVE RULE-TXT TO NEW-TXT
            MOVE "RULE" TO AUDIT-FIELD
            PERFORM SCH-REWRITE-RTN
        END-IF
    END-IF.

RULE-TEXT-RTN.
    MOVE SPACES TO RULE-TXT
    STRING SCH-RULE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           SCH-DAYS DELIMITED BY SIZE
        INTO RULE-TXT
    END-STRING.

STEP-FAIL-RTN.
    IF REST-TXT(1:1) NOT = "S" AND NOT = "R"
          OR REST-TXT(2:79) NOT = SPACES
        DISPLAY "JOBSKRA: FAIL IS S (STOP) OR R (REPORT) - "
                function TRIM(INP)
    ELSE
        PERFORM SCH-KEY-READ-RTN
        IF SCH-FOUND
            MOVE SCH-ON-FAIL TO OLD-TXT
            MOVE REST-TXT(1:1) TO SCH-ON-FAIL
            MOVE SCH-ON-FAIL TO NEW-TXT
            MOVE "FAIL" TO AUDIT-FIELD
            PERFORM SCH-REWRITE-RTN
        END-IF
    END-IF.

      *> a step can only wait on one that runs ahead of it in the
      *> same stream - anything else it would wait on forever.
STEP-DEP-RTN.
    PERFORM VARYING DEP-IX FROM 1 BY 1 UNTIL DEP-IX > 5
        MOVE SPACES TO DEP-IN(DEP-IX)
    END-PERFORM
    UNSTRING REST-TXT DELIMITED BY ALL SPACE
        INTO DEP-IN(1) DEP-IN(2) DEP-IN(3) DEP-IN(4) DEP-IN(5)
    END-UNSTRING
    MOVE "Y" TO CHECK-OK-SW
    IF DEP-IN(5) NOT = SPACES
        MOVE "N" TO CHECK-OK-SW
        DISPLAY "JOBSKRA: NO MORE THAN FOUR DEPENDENCIES - "
                function TRIM(INP)
    ELSE
        PERFORM STREAM-LOAD-RTN
        PERFORM VARYING DEP-IX FROM 1 BY 1 UNTIL DEP-IX > 4
            IF DEP-IN(DEP-IX) NOT = SPACES
                MOVE DEP-IN(DEP-IX) TO HIT-NAME
                PERFORM NAME-FIND-RTN
                IF NOT NAME-HIT OR HIT-SEQ >= WANT-SEQ
                    MOVE "N" TO CHECK-OK-SW
                    DISPLAY "JOBSKRA: " function TRIM(HIT-NAME)
                            " IS NOT A STEP AHEAD OF " WANT-STREAM
                            " " WANT-SEQ
                END-IF
            END-IF
        END-PERFORM
    END-IF
    IF CHECK-OK
        PERFORM SCH-KEY-READ-RTN
        IF SCH-FOUND
            MOVE SCH-DEPENDS TO OLD-TXT
            PERFORM VARYING DEP-IX FROM 1 BY 1 UNTIL DEP-IX > 4
                MOVE DEP-IN(DEP-IX) TO SCH-DEP(DEP-IX)
            END-PERFORM
            MOVE SCH-DEPENDS TO NEW-TXT
            MOVE "DEP" TO AUDIT-FIELD
            PERFORM SCH-REWRITE-RTN
        END-IF
    END-IF.

      *> a step something else waits on stays until that
      *> dependency is cleared.
STEP-DEL-RTN.
    PERFORM SCH-KEY-READ-RTN
    IF SCH-FOUND
        MOVE SCH-NAME TO HIT-NAME
        MOVE SCH-CMD TO OLD-TXT
        PERFORM STREAM-LOAD-RTN
        MOVE "Y" TO CHECK-OK-SW
        PERFORM VARYING STX FROM 1 BY 1 UNTIL STX > STREAM-COUNT
            PERFORM VARYING DPX FROM 1 BY 1 UNTIL DPX > 4
                IF STT-DEP(STX DPX) = HIT-NAME
                    MOVE "N" TO CHECK-OK-SW
                    DISPLAY "JOBSKRA: " function TRIM(STT-NAME(STX))
                            " WAITS ON " function TRIM(HIT-NAME)
                            " - CLEAR THAT FIRST"
                END-IF
            END-PERFORM
        END-PERFORM
        IF CHECK-OK
            MOVE WANT-KEY TO SCH-KEY
            READ JOB-SCHEDULE-MASTER
                INVALID KEY
                    MOVE "23" TO SCH-FS
            END-READ
            IF SCH-FOUND
                DELETE JOB-SCHEDULE-MASTER
                    INVALID KEY
                        DISPLAY "JOBSKRA: COULD NOT DROP " SCH-KEY
                    NOT INVALID KEY
                        MOVE SPACES TO NEW-TXT
                        MOVE "DEL" TO AUDIT-FIELD
                        PERFORM AUDIT-RTN
                END-DELETE
            END-IF
        END-IF
    END-IF.

SCH-REWRITE-RTN.
    REWRITE JOB-SCHEDULE-RECORD
        INVALID KEY
            DISPLAY "JOBSKRA: COULD NOT UPDATE " SCH-KEY
        NOT INVALID KEY
            PERFORM AUDIT-RTN
    END-REWRITE.

      *> one stream, or every stream when none is named, in run
      *> order - a step with no command yet is flagged, since the
      *> driver would fail it.
LIST-RTN.
    MOVE STREAM-RAW(1:1) TO LIST-STREAM
    MOVE 0 TO LIST-COUNT
    MOVE LOW-VALUES TO SCH-KEY
    IF LIST-STREAM NOT = SPACE
        MOVE LIST-STREAM TO SCH-STREAM
    END-IF
    MOVE "00" TO SCH-FS
    START JOB-SCHEDULE-MASTER KEY IS NOT LESS THAN SCH-KEY
        INVALID KEY MOVE "10" TO SCH-FS
    END-START
    DISPLAY "S SEQ NAME         RULE      ON-FAIL WAITS ON"
    PERFORM UNTIL SCH-EOF
        PERFORM SCH-READ-NEXT-RTN
        IF NOT SCH-EOF
            IF LIST-STREAM NOT = SPACE
                  AND SCH-STREAM NOT = LIST-STREAM
                MOVE "10" TO SCH-FS
            ELSE
                PERFORM LIST-LINE-RTN
            END-IF
        END-IF
    END-PERFORM
    MOVE "00" TO SCH-FS
    MOVE LIST-COUNT TO COUNT-DISP
    DISPLAY function TRIM(COUNT-DISP) " STEP(S)".

LIST-LINE-RTN.
    ADD 1 TO LIST-COUNT
    PERFORM RULE-TEXT-RTN
    IF SCH-REPORTS
        MOVE "REPORT" TO FAIL-TXT
    ELSE
        MOVE "STOP" TO FAIL-TXT
    END-IF
    DISPLAY SCH-STREAM " " SCH-SEQ " " SCH-NAME " " RULE-TXT " "
            FAIL-TXT "  " function TRIM(SCH-DEPENDS)
    IF SCH-CMD = SPACES
        DISPLAY "        ** NO COMMAND **"
    ELSE
        DISPLAY "        " function TRIM(SCH-CMD)
    END-IF.

AUDIT-RTN.
    MOVE SPACES TO JOB-AUDIT-RECORD
    MOVE TODAY-DATE TO JAUD-DATE
    MOVE SCH-KEY TO JAUD-KEY
    MOVE SCH-NAME TO JAUD-NAME
    MOVE AUDIT-FIELD TO JAUD-FIELD
    MOVE OLD-TXT TO JAUD-OLD
    MOVE NEW-TXT TO JAUD-NEW
    MOVE ENTERED-PIN TO JAUD-WHO
    WRITE JOB-AUDIT-RECORD
    ADD 1 TO CHANGE-COUNT
    DISPLAY function TRIM(AUDIT-FIELD) " " SCH-STREAM " " SCH-SEQ
            " " function TRIM(SCH-NAME) ": "
            function TRIM(OLD-TXT) " -> " function TRIM(NEW-TXT).
