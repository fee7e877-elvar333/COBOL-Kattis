      *> baskets, tenders, refunds, promo codes - and nothing posts
      *> to the live files, because nothing in the sandbox IS a
      *> live file.  Afterwards the sandbox's TXLOG is read back as
      *> the session summary the trainer reviews - with the
      *> trainee's pace (items a minute, seconds a receipt, share of
      *> items keyed rather than scanned) held to the targets below
      *> and kept on BUDTRAIN for the supervisor's sign-off, since
      *> the next session wipes the sandbox.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TLOG-FS.

      *> the live store's session ledger - outside the sandbox.
    SELECT TRAIN-FILE ASSIGN TO "BUDTRAIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TRN-FS.

DATA DIVISION.
    FILE SECTION.
    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    FD  TRAIN-CONTROL-FILE.
    01  TRAIN-CONTROL-RECORD PIC X(120).

    FD  TRAIN-TXLOG-FILE.
    COPY "txlog.cpy".

    FD  TRAIN-FILE.
    COPY "budtrain.cpy".

    WORKING-STORAGE SECTION.
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".
       01 TLOG-FS PIC XX.
           88 TLOG-FOUND VALUE "00".
           88 TLOG-EOF VALUE "10".
       01 TRN-FS PIC XX.
           88 TRN-FOUND VALUE "00".

       01 STEP-CMD PIC X(200).
       01 STEP-RC PIC S9(9).
       01 AMT-DISP PIC -(11)9.
       01 COUNT-DISP PIC Z(4)9.

      *> the pace a trainee is signed off at - items a minute at
      *> least, seconds a receipt at most, and at most this share
      *> of items keyed by hand instead of scanned.  Tuned here.
       01 TARGET-IPM PIC 9(3)V9 VALUE 8.0.
       01 TARGET-SPR PIC 9(4) VALUE 90.
       01 TARGET-KEY-PCT PIC 9(3) VALUE 20.
      *> a gap longer than this before a receipt's first line was
      *> an empty belt - the receipt is timed from that line.
       01 IDLE-CAP PIC 9(4) VALUE 300.

       01 BUSINESS-DATE PIC 9(8).
       01 TRAINEE-ID PIC X(4) VALUE SPACES.
       01 ITEM-COUNT PIC 9(5) VALUE 0.
       01 KEYED-COUNT PIC 9(5) VALUE 0.
       01 SCANNED-COUNT PIC 9(5) VALUE 0.
       01 RCPT-ITEMS PIC 9(5) VALUE 0.
       01 ITEM-RCPTS PIC 9(5) VALUE 0.
       01 TIMED-RCPTS PIC 9(5) VALUE 0.
       01 TIMED-SECS PIC 9(7) VALUE 0.
       01 SESSION-FIRST PIC S9(6) VALUE -1.
       01 SESSION-LAST PIC S9(6) VALUE -1.
       01 SESSION-SECS PIC 9(6) VALUE 0.
       01 CUR-FIRST PIC S9(6) VALUE -1.
       01 CUR-LAST PIC S9(6) VALUE -1.
       01 PREV-END PIC S9(6) VALUE -1.
       01 RCPT-START PIC S9(6).
       01 RCPT-SECS PIC S9(6).
       01 TIME-IN PIC X(4).
       01 TIME-NUM REDEFINES TIME-IN.
           05 TIME-HH PIC 9(2).
           05 TIME-MM PIC 9(2).
       01 SECS-IN PIC X(2).
       01 SECS-NUM REDEFINES SECS-IN PIC 9(2).
       01 TOD-SECS PIC S9(6).
       01 SESSION-MIN PIC 9(5).
       01 SESSION-IPM PIC 9(3)V9 VALUE 0.
       01 SESSION-SPR PIC 9(5) VALUE 0.
       01 SESSION-KEY-PCT PIC 9(3) VALUE 0.
       01 PASS-SW PIC X VALUE "P".
           88 SESSION-PASSED VALUE "P".
       01 IPM-DISP PIC ZZ9.9.
       01 IPM2-DISP PIC ZZ9.9.
       01 SPR-DISP PIC Z(4)9.
       01 SPR2-DISP PIC Z(4)9.
       01 PCT-DISP PIC ZZ9.
       01 PCT2-DISP PIC ZZ9.

PROCEDURE DIVISION.
      *> a fresh sandbox every session - yesterday's practice must
      *> not confuse today's.
        CLOSE CONTROL-FILE
        GOBACK
    END-IF
    ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
    IF BUD-BUSINESS-DATE > 0
        MOVE BUD-BUSINESS-DATE TO BUSINESS-DATE
    END-IF
    MOVE "T" TO BUD-TRAINING-SW
    OPEN OUTPUT TRAIN-CONTROL-FILE
    MOVE BUD-CONTROL-RECORD TO TRAIN-CONTROL-RECORD
            PERFORM TLOG-TALLY-RTN
            PERFORM TLOG-READ-RTN
        END-PERFORM
        PERFORM RCPT-CLOSE-RTN
    END-IF
    CLOSE TRAIN-TXLOG-FILE

    PERFORM TYPE-PRINT-RTN
        VARYING TYPE-IX FROM 1 BY 1 UNTIL TYPE-IX > 26
    DISPLAY " "
    PERFORM PACE-RTN
    DISPLAY "  NOTHING POSTED TO THE LIVE STORE"

    GOBACK.

TLOG-TALLY-RTN.
    IF TXLOG-RCPT-NO NOT = LAST-RCPT
        PERFORM RCPT-CLOSE-RTN
        ADD 1 TO RCPT-COUNT
        MOVE TXLOG-RCPT-NO TO LAST-RCPT
    END-IF
    IF TRAINEE-ID = SPACES
        MOVE TXLOG-CASHIER TO TRAINEE-ID
    END-IF
    MOVE TXLOG-TIME TO TIME-IN
    MOVE TXLOG-SECS TO SECS-IN
    PERFORM TOD-SECS-RTN
    IF TOD-SECS >= 0
        IF CUR-FIRST < 0
            MOVE TOD-SECS TO CUR-FIRST
        END-IF
        MOVE TOD-SECS TO CUR-LAST
        IF SESSION-FIRST < 0
            MOVE TOD-SECS TO SESSION-FIRST
        END-IF
        MOVE TOD-SECS TO SESSION-LAST
    END-IF
    ADD TXLOG-AMT TO SALE-TOTAL
    UNSTRING TXLOG-LINE DELIMITED BY ALL SPACE
        INTO LINE-TXTYPE
        COMPUTE TYPE-IX =
            function ORD(LINE-TXTYPE) - function ORD("A") + 1
        MOVE LINE-TXTYPE TO TYPE-SEEN(TYPE-IX)
    END-IF
    IF (TXLOG-ENTRY = "S" OR TXLOG-ENTRY = "K")
          AND LINE-TXTYPE NOT = "P"
        ADD 1 TO RCPT-ITEMS
        ADD 1 TO ITEM-COUNT
        IF TXLOG-ENTRY = "S"
            ADD 1 TO SCANNED-COUNT
        ELSE
            ADD 1 TO KEYED-COUNT
        END-IF
    END-IF.

      *> the receipt just read through, timed the way AFKOST times
      *> a live one - from the previous tender unless the belt sat
      *> empty in between.
RCPT-CLOSE-RTN.
    IF RCPT-ITEMS > 0
        ADD 1 TO ITEM-RCPTS
        IF CUR-FIRST >= 0
            MOVE CUR-FIRST TO RCPT-START
            IF PREV-END >= 0 AND PREV-END <= CUR-FIRST
                  AND CUR-FIRST - PREV-END <= IDLE-CAP
                MOVE PREV-END TO RCPT-START
            END-IF
            COMPUTE RCPT-SECS = CUR-LAST - RCPT-START
            IF RCPT-SECS >= 0
                ADD 1 TO TIMED-RCPTS
                ADD RCPT-SECS TO TIMED-SECS
            END-IF
            MOVE CUR-LAST TO PREV-END
        END-IF
    END-IF
    MOVE 0 TO RCPT-ITEMS
    MOVE -1 TO CUR-FIRST CUR-LAST.

TOD-SECS-RTN.
    MOVE -1 TO TOD-SECS
    IF TIME-IN IS NUMERIC AND TIME-IN NOT = "0000"
        IF SECS-IN IS NUMERIC
            COMPUTE TOD-SECS =
                TIME-HH * 3600 + TIME-MM * 60 + SECS-NUM
        ELSE
            COMPUTE TOD-SECS = TIME-HH * 3600 + TIME-MM * 60
        END-IF
    END-IF.

      *> the trainee's pace against the targets, shown and kept.
PACE-RTN.
    IF SESSION-FIRST >= 0 AND SESSION-LAST > SESSION-FIRST
        COMPUTE SESSION-SECS = SESSION-LAST - SESSION-FIRST
    END-IF
    MOVE 1 TO SESSION-MIN
    IF SESSION-SECS > 60
        COMPUTE SESSION-MIN ROUNDED = SESSION-SECS / 60
    END-IF
    COMPUTE SESSION-IPM ROUNDED = ITEM-COUNT / SESSION-MIN
    IF TIMED-RCPTS > 0
        COMPUTE SESSION-SPR ROUNDED = TIMED-SECS / TIMED-RCPTS
    END-IF
    IF KEYED-COUNT + SCANNED-COUNT > 0
        COMPUTE SESSION-KEY-PCT ROUNDED =
            KEYED-COUNT * 100 / (KEYED-COUNT + SCANNED-COUNT)
    END-IF
    MOVE "P" TO PASS-SW
    IF ITEM-COUNT = 0 OR SESSION-IPM < TARGET-IPM
          OR TIMED-RCPTS = 0 OR SESSION-SPR > TARGET-SPR
          OR SESSION-KEY-PCT > TARGET-KEY-PCT
        MOVE "F" TO PASS-SW
    END-IF

    DISPLAY "  PACE FOR TRAINEE " TRAINEE-ID ":"
    MOVE SESSION-IPM TO IPM-DISP
    MOVE TARGET-IPM TO IPM2-DISP
    DISPLAY "    ITEMS/MIN    " IPM-DISP "   TARGET AT LEAST "
            IPM2-DISP
    IF TIMED-RCPTS = 0
        DISPLAY "    SECS/RECEIPT  NOT TIMED - NO CLOCK ON THE LINES"
    ELSE
        MOVE SESSION-SPR TO SPR-DISP
        MOVE TARGET-SPR TO SPR2-DISP
        DISPLAY "    SECS/RECEIPT " SPR-DISP " TARGET AT MOST  "
                SPR2-DISP
    END-IF
    MOVE SESSION-KEY-PCT TO PCT-DISP
    MOVE TARGET-KEY-PCT TO PCT2-DISP
    DISPLAY "    PCT KEYED      " PCT-DISP "   TARGET AT MOST    "
            PCT2-DISP
    IF SESSION-PASSED
        DISPLAY "  SESSION MEETS TARGET - READY FOR SUPERVISOR "
                "SIGN-OFF"
    ELSE
        DISPLAY "  SESSION BELOW TARGET - MORE PRACTICE BEFORE "
                "SIGN-OFF"
    END-IF

    OPEN INPUT TRAIN-FILE
    IF TRN-FOUND
        CLOSE TRAIN-FILE
        OPEN EXTEND TRAIN-FILE
    ELSE
        OPEN OUTPUT TRAIN-FILE
    END-IF
    MOVE SPACES TO TRAIN-SESSION-RECORD
    MOVE BUSINESS-DATE TO TRS-DATE
    MOVE TRAINEE-ID TO TRS-CASHIER
    MOVE ITEM-COUNT TO TRS-ITEMS
    MOVE ITEM-RCPTS TO TRS-RECEIPTS
    MOVE SESSION-SECS TO TRS-SECONDS
    MOVE TIMED-SECS TO TRS-RCPT-SECS
    MOVE TIMED-RCPTS TO TRS-TIMED
    MOVE KEYED-COUNT TO TRS-KEYED
    MOVE SCANNED-COUNT TO TRS-SCANNED
    MOVE TARGET-IPM TO TRS-IPM-TARGET
    MOVE TARGET-SPR TO TRS-SPR-TARGET
    MOVE TARGET-KEY-PCT TO TRS-KEY-TARGET
    MOVE PASS-SW TO TRS-RESULT
    WRITE TRAIN-SESSION-RECORD
    CLOSE TRAIN-FILE.

TYPE-PRINT-RTN.
    IF TYPE-SEEN(TYPE-IX) NOT = SPACE
        DISPLAY TYPE-SEEN(TYPE-IX) " " WITH NO ADVANCING
