IDENTIFICATION DIVISION.
PROGRAM-ID. STIMPILL.

      *> time-clock corrections - the till writes every clock event
      *> to BUDATT as it is keyed, and a forgotten clock-out or a
      *> break keyed twice has to be put right before the week's
      *> hours go to payroll.  Only a supervisor may do it, under
      *> the same authority levels the till holds voids to: the
      *> first line of the feed names the supervisor's operator ID,
      *> which has to be an active level 3 or 4 on the cashier
      *> master, and nobody corrects their own clock.  Nothing on
      *> the log is rewritten - each correction appends its own
      *> record carrying the supervisor and the day it was made.
      *> Entry feed after the supervisor line:
      *>   A yyyymmdd oper hhmm event
      *>                     add a missed event (IN, OUT, BRK, RET)
      *>   X yyyymmdd oper hhmm event
      *>                     strike an event keyed in error - it
      *>                     has to be on the log and not already
      *>                     struck
      *>   L yyyymmdd [oper] list the day's events as they now stand

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ATTENDANCE-FILE ASSIGN TO "BUDATT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ATT-FS.

    SELECT CASHIER-MASTER ASSIGN TO "CASHMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CASH-ID
        FILE STATUS IS CASH-FS.

      *> the business date the corrections are stamped with.
    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  ATTENDANCE-FILE.
    COPY "attlog.cpy".

    FD  CASHIER-MASTER.
    COPY "cashmast.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    WORKING-STORAGE SECTION.
       01 ATT-FS PIC XX.
           88 ATT-FOUND VALUE "00".
           88 ATT-EOF VALUE "10".
       01 CASH-FS PIC XX.
           88 CASH-FOUND VALUE "00".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".

       01 TODAY-DATE PIC 9(8).
       01 SUPER-ID PIC X(4).

       01 INP PIC X(60).
           88 EOF-INP VALUE SPACES.
       01 ACT-RAW PIC X(3).
       01 DATE-RAW PIC X(10).
       01 OPER-RAW PIC X(6).
       01 TIME-RAW PIC X(6).
       01 EVENT-RAW PIC X(4).
       01 ACT-LEN PIC S9(2).
       01 DATE-LEN PIC S9(2).
       01 OPER-LEN PIC S9(2).
       01 TIME-LEN PIC S9(2).
       01 EVENT-LEN PIC S9(2).

       01 WANT-DATE PIC 9(8).
       01 WANT-OPER PIC X(4).
       01 WANT-TIME PIC 9(4).
       01 WANT-EVENT PIC X(3).
       01 EVENT-CHECK PIC X(3).
           88 EVENT-VALID VALUE "IN " "OUT" "BRK" "RET".

      *> the corrections accepted this run, appended together at the
      *> end - and looked at when a later line in the same feed
      *> strikes what an earlier one added.
       01 PEND-TAB.
           05 PEND-ENTRY OCCURS 200 TIMES INDEXED BY PX.
               10 PD-DATE PIC 9(8).
               10 PD-OPER PIC X(4).
               10 PD-TIME PIC 9(4).
               10 PD-EVENT PIC X(3).
               10 PD-KIND PIC X(1).
       01 PEND-COUNT PIC 9(3) VALUE 0.
      *> how many live copies of the event the log holds - events
      *> less strikes.
       01 LIVE-COUNT PIC S9(4).
       01 ADD-COUNT PIC 9(4) VALUE 0.
       01 STRIKE-COUNT PIC 9(4) VALUE 0.
       01 COUNT-DISP PIC Z(3)9.
       01 KIND-DISP PIC X(8).

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

    OPEN INPUT CASHIER-MASTER
    IF NOT CASH-FOUND
        DISPLAY "STIMPILL: NO CASHIER MASTER ON SITE - NOBODY CAN "
                "AUTHORIZE A CORRECTION"
        GOBACK
    END-IF

    ACCEPT INP
    MOVE SPACES TO ACT-RAW OPER-RAW
    MOVE 0 TO ACT-LEN OPER-LEN
    UNSTRING INP DELIMITED BY ALL SPACE
        INTO ACT-RAW COUNT IN ACT-LEN,
             OPER-RAW COUNT IN OPER-LEN
    IF ACT-RAW NOT = "SUP" OR OPER-LEN = 0 OR OPER-LEN > 4
        DISPLAY "STIMPILL: FIRST LINE MUST BE SUP AND THE "
                "SUPERVISOR'S OPERATOR ID - RUN REFUSED"
        CLOSE CASHIER-MASTER
        GOBACK
    END-IF
    MOVE OPER-RAW(1:4) TO CASH-ID SUPER-ID
    READ CASHIER-MASTER
        INVALID KEY
            MOVE "10" TO CASH-FS
    END-READ
    IF NOT CASH-FOUND OR NOT CASH-ACTIVE
          OR (CASH-LEVEL NOT = 3 AND CASH-LEVEL NOT = 4)
        DISPLAY "STIMPILL: " SUPER-ID " IS NOT AN ACTIVE SUPERVISOR "
                "OR MANAGER - RUN REFUSED"
        CLOSE CASHIER-MASTER
        GOBACK
    END-IF

    MOVE SPACES TO INP
    PERFORM UNTIL EOF-INP
        ACCEPT INP
        IF NOT EOF-INP
            MOVE SPACES TO ACT-RAW DATE-RAW OPER-RAW TIME-RAW
                           EVENT-RAW
            MOVE 0 TO ACT-LEN DATE-LEN OPER-LEN TIME-LEN EVENT-LEN
            UNSTRING INP DELIMITED BY ALL SPACE
                INTO ACT-RAW   COUNT IN ACT-LEN,
                     DATE-RAW  COUNT IN DATE-LEN,
                     OPER-RAW  COUNT IN OPER-LEN,
                     TIME-RAW  COUNT IN TIME-LEN,
                     EVENT-RAW COUNT IN EVENT-LEN

            IF DATE-LEN NOT = 8 OR DATE-RAW(1:8) IS NOT NUMERIC
                DISPLAY "STIMPILL: BAD DATE - " function TRIM(INP)
            ELSE
                MOVE DATE-RAW(1:8) TO WANT-DATE
                IF ACT-RAW = "L"
                    PERFORM ATT-LIST-RTN
                ELSE
                IF ACT-RAW = "A" OR ACT-RAW = "X"
                    PERFORM ATT-CORRECT-RTN
                ELSE
                    DISPLAY "STIMPILL: BAD ACTION CODE "
                            function TRIM(INP)
                END-IF
                END-IF
            END-IF
        END-IF
    END-PERFORM

    CLOSE CASHIER-MASTER

    IF PEND-COUNT > 0
        OPEN INPUT ATTENDANCE-FILE
        IF ATT-FOUND
            CLOSE ATTENDANCE-FILE
            OPEN EXTEND ATTENDANCE-FILE
        ELSE
            OPEN OUTPUT ATTENDANCE-FILE
        END-IF
        PERFORM PEND-WRITE-RTN
            VARYING PX FROM 1 BY 1 UNTIL PX > PEND-COUNT
        CLOSE ATTENDANCE-FILE
    END-IF

    MOVE ADD-COUNT TO COUNT-DISP
    DISPLAY "CLOCK EVENTS ADDED:  " function TRIM(COUNT-DISP)
    MOVE STRIKE-COUNT TO COUNT-DISP
    DISPLAY "CLOCK EVENTS STRUCK: " function TRIM(COUNT-DISP)
    DISPLAY "AUTHORIZED BY " SUPER-ID

    GOBACK.

ATT-CORRECT-RTN.
    MOVE EVENT-RAW(1:3) TO EVENT-CHECK
    IF OPER-LEN = 0 OR OPER-LEN > 4
          OR TIME-LEN NOT = 4 OR TIME-RAW(1:4) IS NOT NUMERIC
          OR EVENT-LEN = 0 OR EVENT-LEN > 3 OR NOT EVENT-VALID
        DISPLAY "STIMPILL: BAD CORRECTION LINE " function TRIM(INP)
    ELSE
        MOVE OPER-RAW(1:4) TO WANT-OPER
        MOVE TIME-RAW(1:4) TO WANT-TIME
        MOVE EVENT-CHECK TO WANT-EVENT
        IF WANT-TIME > 2359 OR WANT-TIME(3:2) > "59"
            DISPLAY "STIMPILL: BAD CLOCK TIME - " function TRIM(INP)
        ELSE
        IF WANT-OPER = SUPER-ID
            DISPLAY "STIMPILL: A SUPERVISOR MAY NOT CORRECT THEIR "
                    "OWN CLOCK - " function TRIM(INP)
        ELSE
        IF PEND-COUNT >= 200
            DISPLAY "STIMPILL: 200 CORRECTIONS IN ONE RUN - FEED "
                    "THE REST SEPARATELY - " function TRIM(INP)
        ELSE
            MOVE WANT-OPER TO CASH-ID
            READ CASHIER-MASTER
                INVALID KEY
                    MOVE "10" TO CASH-FS
            END-READ
            IF NOT CASH-FOUND
                DISPLAY "STIMPILL: " WANT-OPER
                        " NOT ON THE CASHIER MASTER"
            ELSE
            IF ACT-RAW = "A"
                PERFORM PEND-ADD-RTN
                ADD 1 TO ADD-COUNT
                DISPLAY "ADDED: " WANT-DATE " " WANT-OPER " "
                        WANT-TIME " " WANT-EVENT
            ELSE
                PERFORM LIVE-COUNT-RTN
                IF LIVE-COUNT < 1
                    DISPLAY "STIMPILL: NO SUCH EVENT ON THE CLOCK - "
                            function TRIM(INP)
                ELSE
                    PERFORM PEND-ADD-RTN
                    ADD 1 TO STRIKE-COUNT
                    DISPLAY "STRUCK: " WANT-DATE " " WANT-OPER " "
                            WANT-TIME " " WANT-EVENT
                END-IF
            END-IF
            END-IF
        END-IF
        END-IF
        END-IF
    END-IF.

PEND-ADD-RTN.
    ADD 1 TO PEND-COUNT
    MOVE WANT-DATE TO PD-DATE(PEND-COUNT)
    MOVE WANT-OPER TO PD-OPER(PEND-COUNT)
    MOVE WANT-TIME TO PD-TIME(PEND-COUNT)
    MOVE WANT-EVENT TO PD-EVENT(PEND-COUNT)
    MOVE ACT-RAW(1:1) TO PD-KIND(PEND-COUNT).

      *> live copies of one event - the log's till and added events
      *> less its strikes, then this run's own pending lines the
      *> same way.
LIVE-COUNT-RTN.
    MOVE 0 TO LIVE-COUNT
    OPEN INPUT ATTENDANCE-FILE
    IF ATT-FOUND
        PERFORM ATT-READ-RTN
        PERFORM UNTIL ATT-EOF
            IF ATT-DATE = WANT-DATE AND ATT-OPER = WANT-OPER
                  AND ATT-TIME = WANT-TIME AND ATT-EVENT = WANT-EVENT
                IF ATT-STRIKE
                    SUBTRACT 1 FROM LIVE-COUNT
                ELSE
                    ADD 1 TO LIVE-COUNT
                END-IF
            END-IF
            PERFORM ATT-READ-RTN
        END-PERFORM
        CLOSE ATTENDANCE-FILE
    END-IF
    PERFORM VARYING PX FROM 1 BY 1 UNTIL PX > PEND-COUNT
        IF PD-DATE(PX) = WANT-DATE AND PD-OPER(PX) = WANT-OPER
              AND PD-TIME(PX) = WANT-TIME
              AND PD-EVENT(PX) = WANT-EVENT
            IF PD-KIND(PX) = "X"
                SUBTRACT 1 FROM LIVE-COUNT
            ELSE
                ADD 1 TO LIVE-COUNT
            END-IF
        END-IF
    END-PERFORM.

ATT-READ-RTN.
    READ ATTENDANCE-FILE
        AT END
            MOVE "10" TO ATT-FS
    END-READ.

PEND-WRITE-RTN.
    MOVE SPACES TO ATTENDANCE-RECORD
    MOVE PD-DATE(PX) TO ATT-DATE
    MOVE PD-OPER(PX) TO ATT-OPER
    MOVE PD-TIME(PX) TO ATT-TIME
    MOVE PD-EVENT(PX) TO ATT-EVENT
    MOVE PD-KIND(PX) TO ATT-KIND
    MOVE SPACES TO ATT-REGISTER
    MOVE SUPER-ID TO ATT-SUPERVISOR
    MOVE TODAY-DATE TO ATT-ENTERED
    WRITE ATTENDANCE-RECORD.

      *> the day as it stands on the log - this run's own pending
      *> corrections are not on it until the run ends.
ATT-LIST-RTN.
    MOVE SPACES TO WANT-OPER
    IF OPER-LEN > 0 AND OPER-LEN <= 4
        MOVE OPER-RAW(1:4) TO WANT-OPER
    END-IF
    DISPLAY "CLOCK EVENTS FOR " WANT-DATE
    OPEN INPUT ATTENDANCE-FILE
    IF ATT-FOUND
        PERFORM ATT-READ-RTN
        PERFORM UNTIL ATT-EOF
            IF ATT-DATE = WANT-DATE
                  AND (WANT-OPER = SPACES OR ATT-OPER = WANT-OPER)
                IF ATT-STRIKE
                    MOVE "STRUCK" TO KIND-DISP
                ELSE
                IF ATT-ADDED
                    MOVE "ADDED" TO KIND-DISP
                ELSE
                    MOVE "TILL" TO KIND-DISP
                END-IF
                END-IF
                DISPLAY "  " ATT-OPER "  " ATT-TIME "  " ATT-EVENT
                        "  " KIND-DISP " " ATT-REGISTER " "
                        ATT-SUPERVISOR
            END-IF
            PERFORM ATT-READ-RTN
        END-PERFORM
        CLOSE ATTENDANCE-FILE
    END-IF.
