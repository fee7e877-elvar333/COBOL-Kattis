IDENTIFICATION DIVISION.
PROGRAM-ID. VAKTAPLAN.

      *> staff rota maintenance - VAKTASKYRSLA says which hours were
      *> busy, but nothing on file said who was meant to be working
      *> them.  ROTAMAST holds one scheduled shift per operator per
      *> day; this keeps it.  Entry feed:
      *>   A yyyymmdd oper hhmm hhmm role
      *>                     schedule an operator (an active CASHMAST
      *>                     entry) from the first time to the
      *>                     second; role C cashier, S supervisor,
      *>                     F floor - an operator already on that
      *>                     day has the shift replaced
      *>   D yyyymmdd oper   take an operator off that day's rota
      *>   K yyyymmdd        copy last week - the seven days before
      *>                     the date are copied forward onto the
      *>                     week starting on it; a day an operator
      *>                     is already on keeps its own shift, and
      *>                     an operator retired since is left off
      *>   L yyyymmdd        list the week starting on the date

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ROTA-MASTER ASSIGN TO "ROTAMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ROTA-KEY
        FILE STATUS IS ROTA-FS.

    SELECT CASHIER-MASTER ASSIGN TO "CASHMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CASH-ID
        FILE STATUS IS CASH-FS.

DATA DIVISION.
    FILE SECTION.
    FD  ROTA-MASTER.
    COPY "rotamast.cpy".

    FD  CASHIER-MASTER.
    COPY "cashmast.cpy".

    WORKING-STORAGE SECTION.
       01 ROTA-FS PIC XX.
           88 ROTA-FOUND    VALUE "00".
           88 ROTA-NEW-FILE VALUE "35".
           88 ROTA-EOF      VALUE "10".
       01 CASH-FS PIC XX.
           88 CASH-FOUND VALUE "00".

       01 INP PIC X(60).
           88 EOF-INP VALUE SPACES.
       01 ACT-RAW PIC X(1).
       01 DATE-RAW PIC X(10).
       01 OPER-RAW PIC X(6).
       01 FROM-RAW PIC X(6).
       01 TO-RAW PIC X(6).
       01 ROLE-RAW PIC X(2).
       01 ACT-LEN PIC S9(2).
       01 DATE-LEN PIC S9(2).
       01 OPER-LEN PIC S9(2).
       01 FROM-LEN PIC S9(2).
       01 TO-LEN PIC S9(2).
       01 ROLE-LEN PIC S9(2).

       01 WANT-DATE PIC 9(8).
       01 WANT-INT PIC S9(9).
       01 WANT-FROM PIC 9(4).
       01 WANT-TO PIC 9(4).
       01 FROM-DATE PIC 9(8).
       01 TO-DATE PIC 9(8).

      *> last week's shifts, read in whole before any of them are
      *> copied, so the copy never walks into what it just wrote.
       01 COPY-TAB.
           05 COPY-ENTRY OCCURS 300 TIMES INDEXED BY CX.
               10 CP-DATE PIC 9(8).
               10 CP-CASHIER PIC X(4).
               10 CP-START PIC 9(4).
               10 CP-END PIC 9(4).
               10 CP-ROLE PIC X(1).
       01 COPY-COUNT PIC 9(3).
       01 COPIED-COUNT PIC 9(4).
       01 KEPT-COUNT PIC 9(4).
       01 RETIRED-COUNT PIC 9(4).

       01 LIST-COUNT PIC 9(4).
       01 LIST-HOURS PIC 9(5)V99.
       01 SHIFT-MINS PIC S9(5).
       01 TIME-WORK PIC 9(4).
       01 TIME-PARTS REDEFINES TIME-WORK.
           05 TW-HH PIC 9(2).
           05 TW-MM PIC 9(2).
       01 CHANGE-COUNT PIC 9(4) VALUE 0.
       01 COUNT-DISP PIC Z(3)9.
       01 HOURS-DISP PIC Z(4)9.99.

PROCEDURE DIVISION.
    OPEN I-O ROTA-MASTER
    IF ROTA-NEW-FILE
        OPEN OUTPUT ROTA-MASTER
        CLOSE ROTA-MASTER
        OPEN I-O ROTA-MASTER
    END-IF

    OPEN INPUT CASHIER-MASTER
    IF NOT CASH-FOUND
        DISPLAY "VAKTAPLAN: NO CASHIER MASTER ON SITE"
        CLOSE ROTA-MASTER
        GOBACK
    END-IF

    PERFORM UNTIL EOF-INP
        ACCEPT INP
        IF NOT EOF-INP
            MOVE SPACES TO ACT-RAW DATE-RAW OPER-RAW FROM-RAW
                           TO-RAW ROLE-RAW
            MOVE 0 TO ACT-LEN DATE-LEN OPER-LEN FROM-LEN TO-LEN
                      ROLE-LEN
            UNSTRING INP DELIMITED BY ALL SPACE
                INTO ACT-RAW  COUNT IN ACT-LEN,
                     DATE-RAW COUNT IN DATE-LEN,
                     OPER-RAW COUNT IN OPER-LEN,
                     FROM-RAW COUNT IN FROM-LEN,
                     TO-RAW   COUNT IN TO-LEN,
                     ROLE-RAW COUNT IN ROLE-LEN

            IF DATE-LEN NOT = 8 OR DATE-RAW(1:8) IS NOT NUMERIC
                DISPLAY "VAKTAPLAN: BAD DATE - " function TRIM(INP)
            ELSE
                MOVE DATE-RAW(1:8) TO WANT-DATE
                IF ACT-RAW = "A"
                    PERFORM ROTA-ADD-RTN
                ELSE
                IF ACT-RAW = "D"
                    PERFORM ROTA-DELETE-RTN
                ELSE
                IF ACT-RAW = "K"
                    PERFORM ROTA-COPY-RTN
                ELSE
                IF ACT-RAW = "L"
                    PERFORM ROTA-LIST-RTN
                ELSE
                    DISPLAY "VAKTAPLAN: BAD ACTION CODE "
                            function TRIM(INP)
                END-IF
                END-IF
                END-IF
                END-IF
            END-IF
        END-IF
    END-PERFORM

    CLOSE ROTA-MASTER
    CLOSE CASHIER-MASTER

    MOVE CHANGE-COUNT TO COUNT-DISP
    DISPLAY "ROTA LINES CHANGED: " function TRIM(COUNT-DISP)

    GOBACK.

ROTA-ADD-RTN.
    IF OPER-LEN = 0 OR OPER-LEN > 4
          OR FROM-LEN NOT = 4 OR FROM-RAW(1:4) IS NOT NUMERIC
          OR TO-LEN NOT = 4 OR TO-RAW(1:4) IS NOT NUMERIC
          OR ROLE-LEN NOT = 1
        DISPLAY "VAKTAPLAN: BAD ROTA LINE " function TRIM(INP)
    ELSE
        MOVE FROM-RAW(1:4) TO WANT-FROM
        MOVE TO-RAW(1:4) TO WANT-TO
        MOVE ROLE-RAW(1:1) TO ROTA-ROLE
        IF WANT-FROM >= WANT-TO OR WANT-TO > 2400
              OR WANT-FROM(3:2) > "59" OR WANT-TO(3:2) > "59"
            DISPLAY "VAKTAPLAN: SHIFT MUST START BEFORE IT ENDS, "
                    "SAME DAY - " function TRIM(INP)
        ELSE
        IF NOT ROTA-ROLE-VALID
            DISPLAY "VAKTAPLAN: ROLE MUST BE C, S OR F - "
                    function TRIM(INP)
        ELSE
            MOVE OPER-RAW(1:4) TO CASH-ID
            READ CASHIER-MASTER
                INVALID KEY
                    MOVE "10" TO CASH-FS
            END-READ
            IF NOT CASH-FOUND OR NOT CASH-ACTIVE
                DISPLAY "VAKTAPLAN: " function TRIM(OPER-RAW)
                        " IS NOT AN ACTIVE OPERATOR"
            ELSE
                MOVE WANT-DATE TO ROTA-DATE
                MOVE CASH-ID TO ROTA-CASHIER
                READ ROTA-MASTER
                    INVALID KEY
                        MOVE WANT-FROM TO ROTA-START
                        MOVE WANT-TO TO ROTA-END
                        MOVE ROLE-RAW(1:1) TO ROTA-ROLE
                        WRITE ROTA-MASTER-RECORD
                    NOT INVALID KEY
                        DISPLAY "VAKTAPLAN: " ROTA-CASHIER " ON "
                                ROTA-DATE " WAS " ROTA-START "-"
                                ROTA-END " " ROTA-ROLE
                        MOVE WANT-FROM TO ROTA-START
                        MOVE WANT-TO TO ROTA-END
                        MOVE ROLE-RAW(1:1) TO ROTA-ROLE
                        REWRITE ROTA-MASTER-RECORD
                END-READ
                ADD 1 TO CHANGE-COUNT
                DISPLAY "ROTA: " WANT-DATE " " CASH-ID " "
                        WANT-FROM "-" WANT-TO " " ROTA-ROLE
            END-IF
        END-IF
        END-IF
    END-IF.

ROTA-DELETE-RTN.
    IF OPER-LEN = 0 OR OPER-LEN > 4
        DISPLAY "VAKTAPLAN: BAD ROTA LINE " function TRIM(INP)
    ELSE
        MOVE WANT-DATE TO ROTA-DATE
        MOVE OPER-RAW(1:4) TO ROTA-CASHIER
        READ ROTA-MASTER
            INVALID KEY
                DISPLAY "VAKTAPLAN: " function TRIM(OPER-RAW)
                        " IS NOT ON THE ROTA FOR " WANT-DATE
            NOT INVALID KEY
                DELETE ROTA-MASTER RECORD
                ADD 1 TO CHANGE-COUNT
                DISPLAY "REMOVED: " WANT-DATE " "
                        function TRIM(OPER-RAW)
        END-READ
    END-IF.

ROTA-COPY-RTN.
    COMPUTE WANT-INT = function INTEGER-OF-DATE(WANT-DATE)
    COMPUTE FROM-DATE = function DATE-OF-INTEGER(WANT-INT - 7)
    COMPUTE TO-DATE = function DATE-OF-INTEGER(WANT-INT - 1)
    MOVE 0 TO COPY-COUNT COPIED-COUNT KEPT-COUNT RETIRED-COUNT
    MOVE FROM-DATE TO ROTA-DATE
    MOVE LOW-VALUES TO ROTA-CASHIER
    START ROTA-MASTER KEY IS NOT LESS THAN ROTA-KEY
        INVALID KEY MOVE "10" TO ROTA-FS
    END-START
    PERFORM UNTIL ROTA-EOF
        READ ROTA-MASTER NEXT
            AT END
                MOVE "10" TO ROTA-FS
            NOT AT END
                IF ROTA-DATE > TO-DATE
                    MOVE "10" TO ROTA-FS
                ELSE
                IF COPY-COUNT < 300
                    ADD 1 TO COPY-COUNT
                    MOVE ROTA-DATE TO CP-DATE(COPY-COUNT)
                    MOVE ROTA-CASHIER TO CP-CASHIER(COPY-COUNT)
                    MOVE ROTA-START TO CP-START(COPY-COUNT)
                    MOVE ROTA-END TO CP-END(COPY-COUNT)
                    MOVE ROTA-ROLE TO CP-ROLE(COPY-COUNT)
                ELSE
                    DISPLAY "VAKTAPLAN: MORE THAN 300 SHIFTS LAST "
                            "WEEK - THE REST NOT COPIED"
                    MOVE "10" TO ROTA-FS
                END-IF
                END-IF
        END-READ
    END-PERFORM
    MOVE "00" TO ROTA-FS
    PERFORM ROTA-COPY-ONE-RTN
        VARYING CX FROM 1 BY 1 UNTIL CX > COPY-COUNT
    MOVE COPIED-COUNT TO COUNT-DISP
    DISPLAY "WEEK FROM " WANT-DATE ": " function TRIM(COUNT-DISP)
            " SHIFTS COPIED FROM " FROM-DATE
    IF KEPT-COUNT > 0
        MOVE KEPT-COUNT TO COUNT-DISP
        DISPLAY "  ALREADY ON THE ROTA, KEPT: "
                function TRIM(COUNT-DISP)
    END-IF
    IF RETIRED-COUNT > 0
        MOVE RETIRED-COUNT TO COUNT-DISP
        DISPLAY "  OPERATORS NO LONGER ACTIVE, LEFT OFF: "
                function TRIM(COUNT-DISP)
    END-IF.

ROTA-COPY-ONE-RTN.
    MOVE CP-CASHIER(CX) TO CASH-ID
    READ CASHIER-MASTER
        INVALID KEY
            MOVE "10" TO CASH-FS
    END-READ
    IF NOT CASH-FOUND OR NOT CASH-ACTIVE
        ADD 1 TO RETIRED-COUNT
    ELSE
        COMPUTE ROTA-DATE = function DATE-OF-INTEGER(
            function INTEGER-OF-DATE(CP-DATE(CX)) + 7)
        MOVE CP-CASHIER(CX) TO ROTA-CASHIER
        READ ROTA-MASTER
            INVALID KEY
                MOVE CP-START(CX) TO ROTA-START
                MOVE CP-END(CX) TO ROTA-END
                MOVE CP-ROLE(CX) TO ROTA-ROLE
                WRITE ROTA-MASTER-RECORD
                ADD 1 TO COPIED-COUNT
                ADD 1 TO CHANGE-COUNT
            NOT INVALID KEY
                ADD 1 TO KEPT-COUNT
        END-READ
    END-IF.

ROTA-LIST-RTN.
    COMPUTE TO-DATE = function DATE-OF-INTEGER(
        function INTEGER-OF-DATE(WANT-DATE) + 6)
    MOVE 0 TO LIST-COUNT LIST-HOURS
    MOVE WANT-DATE TO ROTA-DATE
    MOVE LOW-VALUES TO ROTA-CASHIER
    START ROTA-MASTER KEY IS NOT LESS THAN ROTA-KEY
        INVALID KEY MOVE "10" TO ROTA-FS
    END-START
    PERFORM UNTIL ROTA-EOF
        READ ROTA-MASTER NEXT
            AT END
                MOVE "10" TO ROTA-FS
            NOT AT END
                IF ROTA-DATE > TO-DATE
                    MOVE "10" TO ROTA-FS
                ELSE
                    PERFORM ROTA-LIST-LINE-RTN
                END-IF
        END-READ
    END-PERFORM
    MOVE "00" TO ROTA-FS
    MOVE LIST-COUNT TO COUNT-DISP
    MOVE LIST-HOURS TO HOURS-DISP
    DISPLAY "ROTA " WANT-DATE " TO " TO-DATE ": "
            function TRIM(COUNT-DISP) " SHIFTS, "
            function TRIM(HOURS-DISP) " HOURS".

ROTA-LIST-LINE-RTN.
    ADD 1 TO LIST-COUNT
    MOVE ROTA-END TO TIME-WORK
    COMPUTE SHIFT-MINS = TW-HH * 60 + TW-MM
    MOVE ROTA-START TO TIME-WORK
    COMPUTE SHIFT-MINS = SHIFT-MINS - (TW-HH * 60 + TW-MM)
    COMPUTE LIST-HOURS = LIST-HOURS + SHIFT-MINS / 60
    MOVE SPACES TO CASH-NAME
    MOVE ROTA-CASHIER TO CASH-ID
    READ CASHIER-MASTER
        INVALID KEY
            MOVE "(NOT ON CASHMAST)" TO CASH-NAME
    END-READ
    DISPLAY "  " ROTA-DATE "  " ROTA-CASHIER "  " CASH-NAME
            "  " ROTA-START "-" ROTA-END "  " ROTA-ROLE.
