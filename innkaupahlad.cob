IDENTIFICATION DIVISION.
PROGRAM-ID. INNKAUPAHLAD.

      *> open-to-buy plan load - the merchandise plan sets what each
      *> department may buy per month at cost, and arrives as the
      *> MRCHPLAN file, one line per figure:
      *>   yyyymm dept amount
      *>                     the month's planned purchases for the
      *>                     department (1-4), whole currency at cost
      *> Each figure replaces the month's plan on the open-to-buy
      *> master; what has already been ordered against the month
      *> stays where it is, so a re-planned month shows at once how
      *> much of the new figure is left.  Loading the same file
      *> twice just sets the same figures again.  A month already
      *> carrying orders before any plan came shows them beside its
      *> new plan.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PLAN-FILE ASSIGN TO "MRCHPLAN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PLN-FS.

    SELECT OTB-MASTER ASSIGN TO "OTBMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS OTB-KEY
        FILE STATUS IS OTB-FS.

DATA DIVISION.
    FILE SECTION.
    FD  PLAN-FILE.
    01  PLAN-LINE           PIC X(60).

    FD  OTB-MASTER.
    COPY "otbmast.cpy".

    WORKING-STORAGE SECTION.
       01 PLN-FS PIC XX.
           88 PLN-FOUND VALUE "00".
           88 PLN-EOF VALUE "10".
       01 OTB-FS PIC XX.
           88 OTB-FOUND    VALUE "00".
           88 OTB-NEW-FILE VALUE "35".

       01 MONTH-RAW PIC X(8).
       01 DEPT-RAW PIC X(4).
       01 AMT-RAW PIC X(12).
       01 MONTH-LEN PIC S9(2).
       01 DEPT-LEN PIC S9(2).
       01 AMT-LEN PIC S9(2).

       01 WANT-MONTH PIC 9(6).
       01 WANT-DEPT PIC 9(2).
       01 WANT-AMT PIC 9(11).
       01 LEFT-AMT PIC S9(11).

       01 LINE-COUNT PIC 9(6) VALUE 0.
       01 SET-COUNT PIC 9(6) VALUE 0.
       01 SHORT-COUNT PIC 9(6) VALUE 0.
       01 REJECT-COUNT PIC 9(6) VALUE 0.
       01 COUNT-DISP PIC Z(5)9.
       01 AMT-DISP PIC -(12)9.

PROCEDURE DIVISION.
    OPEN INPUT PLAN-FILE
    IF NOT PLN-FOUND
        DISPLAY "INNKAUPAHLAD: NO MERCHANDISE PLAN FILE (MRCHPLAN)"
        GOBACK
    END-IF

    OPEN I-O OTB-MASTER
    IF OTB-NEW-FILE
        OPEN OUTPUT OTB-MASTER
        CLOSE OTB-MASTER
        OPEN I-O OTB-MASTER
    END-IF

    PERFORM PLN-READ-RTN
    PERFORM UNTIL PLN-EOF
        IF PLAN-LINE NOT = SPACES
            ADD 1 TO LINE-COUNT
            PERFORM PLN-LINE-RTN
        END-IF
        PERFORM PLN-READ-RTN
    END-PERFORM

    CLOSE PLAN-FILE
    CLOSE OTB-MASTER

    MOVE LINE-COUNT TO COUNT-DISP
    DISPLAY "MERCHANDISE PLAN LINES READ: " function TRIM(COUNT-DISP)
    MOVE SET-COUNT TO COUNT-DISP
    DISPLAY "  MONTHS SET:                " function TRIM(COUNT-DISP)
    MOVE SHORT-COUNT TO COUNT-DISP
    DISPLAY "  ALREADY OVERCOMMITTED:     " function TRIM(COUNT-DISP)
    MOVE REJECT-COUNT TO COUNT-DISP
    DISPLAY "  LINES REJECTED:            " function TRIM(COUNT-DISP)

    GOBACK.

PLN-READ-RTN.
    READ PLAN-FILE
        AT END
            MOVE "10" TO PLN-FS
    END-READ.

PLN-LINE-RTN.
    MOVE SPACES TO MONTH-RAW DEPT-RAW AMT-RAW
    MOVE 0 TO MONTH-LEN DEPT-LEN AMT-LEN
    UNSTRING PLAN-LINE DELIMITED BY ALL SPACE
        INTO MONTH-RAW COUNT IN MONTH-LEN,
             DEPT-RAW  COUNT IN DEPT-LEN,
             AMT-RAW   COUNT IN AMT-LEN
    IF MONTH-LEN NOT = 6 OR MONTH-RAW(1:6) IS NOT NUMERIC
          OR MONTH-RAW(5:2) < "01" OR MONTH-RAW(5:2) > "12"
          OR DEPT-LEN = 0 OR DEPT-LEN > 2
          OR DEPT-RAW(1:DEPT-LEN) IS NOT NUMERIC
          OR AMT-LEN = 0 OR AMT-LEN > 11
          OR AMT-RAW(1:AMT-LEN) IS NOT NUMERIC
        ADD 1 TO REJECT-COUNT
        DISPLAY "INNKAUPAHLAD: BAD PLAN LINE "
                function TRIM(PLAN-LINE)
    ELSE
        MOVE MONTH-RAW(1:6) TO WANT-MONTH
        MOVE DEPT-RAW(1:DEPT-LEN) TO WANT-DEPT
        MOVE AMT-RAW(1:AMT-LEN) TO WANT-AMT
        IF WANT-DEPT < 1 OR WANT-DEPT > 4
            ADD 1 TO REJECT-COUNT
            DISPLAY "INNKAUPAHLAD: DEPARTMENT MUST BE 1-4 - "
                    function TRIM(PLAN-LINE)
        ELSE
            PERFORM OTB-POST-RTN
        END-IF
    END-IF.

OTB-POST-RTN.
    MOVE WANT-MONTH TO OTB-MONTH
    MOVE WANT-DEPT TO OTB-DEPT
    READ OTB-MASTER
        INVALID KEY
            MOVE "Y" TO OTB-PLAN-SW
            MOVE WANT-AMT TO OTB-PLAN
            MOVE 0 TO OTB-ORDERED OTB-RELEASED OTB-OVER-AMT
            WRITE OTB-MASTER-RECORD
        NOT INVALID KEY
            MOVE "Y" TO OTB-PLAN-SW
            MOVE WANT-AMT TO OTB-PLAN
            REWRITE OTB-MASTER-RECORD
    END-READ
    ADD 1 TO SET-COUNT
      *> a plan cut below what is already on order can't take the
      *> orders back - say so, the buyers have nothing left.
    COMPUTE LEFT-AMT = OTB-PLAN - OTB-ORDERED + OTB-RELEASED
    IF LEFT-AMT < 0
        ADD 1 TO SHORT-COUNT
        MOVE LEFT-AMT TO AMT-DISP
        DISPLAY "ALREADY PAST PLAN: " WANT-MONTH
                " DEPARTMENT " WANT-DEPT
                " - REMAINING " function TRIM(AMT-DISP)
    END-IF.
