IDENTIFICATION DIVISION.
PROGRAM-ID. AAETLUN.

      *> sales budget maintenance - head office's weekly figures
      *> come in through AAETLUNHLAD, and this is where the store
      *> puts right what head office got wrong without waiting for
      *> a corrected file.  Entry feed:
      *>   S yyyymmdd dept amount
      *>                     set the day's budget for a department
      *>                     (1-4) - a new figure or a correction;
      *>                     either way it is marked as the store's
      *>                     own, and the next head-office load
      *>                     leaves it alone
      *>   D yyyymmdd dept   delete the day's budget for a department
      *>   H yyyymmdd dept   hand the figure back to head office - the
      *>                     next load overwrites it again
      *>   L yyyymmdd [yyyymmdd]
      *>                     list the budget from the first date to
      *>                     the second (one week when left off)

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT BUDGET-MASTER ASSIGN TO "BUDMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS BGT-KEY
        FILE STATUS IS BGT-FS.

DATA DIVISION.
    FILE SECTION.
    FD  BUDGET-MASTER.
    COPY "budmast.cpy".

    WORKING-STORAGE SECTION.
       01 BGT-FS PIC XX.
           88 BGT-FOUND    VALUE "00".
           88 BGT-NEW-FILE VALUE "35".
           88 BGT-EOF      VALUE "10".

       01 INP PIC X(60).
           88 EOF-INP VALUE SPACES.
       01 ACT-RAW PIC X(1).
       01 DATE-RAW PIC X(10).
       01 TOK2-RAW PIC X(10).
       01 AMT-RAW PIC X(12).
       01 ACT-LEN PIC S9(2).
       01 DATE-LEN PIC S9(2).
       01 TOK2-LEN PIC S9(2).
       01 AMT-LEN PIC S9(2).

       01 WANT-DATE PIC 9(8).
       01 WANT-DEPT PIC 9(2).
       01 WANT-AMT PIC 9(11).
       01 LIST-FROM PIC 9(8).
       01 LIST-TO PIC 9(8).
       01 LIST-TOTAL PIC S9(13).
       01 LIST-COUNT PIC 9(4).

       01 CHANGE-COUNT PIC 9(4) VALUE 0.
       01 COUNT-DISP PIC Z(3)9.
       01 AMT-DISP PIC -(12)9.
       01 SOURCE-DISP PIC X(10).

PROCEDURE DIVISION.
    OPEN I-O BUDGET-MASTER
    IF BGT-NEW-FILE
        OPEN OUTPUT BUDGET-MASTER
        CLOSE BUDGET-MASTER
        OPEN I-O BUDGET-MASTER
    END-IF

    PERFORM UNTIL EOF-INP
        ACCEPT INP
        IF NOT EOF-INP
            MOVE SPACES TO ACT-RAW DATE-RAW TOK2-RAW AMT-RAW
            MOVE 0 TO ACT-LEN DATE-LEN TOK2-LEN AMT-LEN
            UNSTRING INP DELIMITED BY ALL SPACE
                INTO ACT-RAW  COUNT IN ACT-LEN,
                     DATE-RAW COUNT IN DATE-LEN,
                     TOK2-RAW COUNT IN TOK2-LEN,
                     AMT-RAW  COUNT IN AMT-LEN

            IF DATE-LEN NOT = 8 OR DATE-RAW(1:8) IS NOT NUMERIC
                DISPLAY "AAETLUN: BAD DATE - " function TRIM(INP)
            ELSE
                MOVE DATE-RAW(1:8) TO WANT-DATE
                IF ACT-RAW = "L"
                    PERFORM BGT-LIST-RTN
                ELSE
                IF TOK2-LEN = 0 OR TOK2-LEN > 2
                      OR TOK2-RAW(1:TOK2-LEN) IS NOT NUMERIC
                    DISPLAY "AAETLUN: BAD DEPARTMENT - "
                            function TRIM(INP)
                ELSE
                    MOVE TOK2-RAW(1:TOK2-LEN) TO WANT-DEPT
                    IF WANT-DEPT < 1 OR WANT-DEPT > 4
                        DISPLAY "AAETLUN: DEPARTMENT MUST BE 1-4 - "
                                function TRIM(INP)
                    ELSE
                    IF ACT-RAW = "S"
                        PERFORM BGT-SET-RTN
                    ELSE
                    IF ACT-RAW = "D"
                        PERFORM BGT-DELETE-RTN
                    ELSE
                    IF ACT-RAW = "H"
                        PERFORM BGT-RELEASE-RTN
                    ELSE
                        DISPLAY "AAETLUN: BAD ACTION CODE "
                                function TRIM(INP)
                    END-IF
                    END-IF
                    END-IF
                    END-IF
                END-IF
                END-IF
            END-IF
        END-IF
    END-PERFORM

    CLOSE BUDGET-MASTER

    MOVE CHANGE-COUNT TO COUNT-DISP
    DISPLAY "BUDGET LINES CHANGED: " function TRIM(COUNT-DISP)

    GOBACK.

BGT-SET-RTN.
    IF AMT-LEN = 0 OR AMT-LEN > 11
          OR AMT-RAW(1:AMT-LEN) IS NOT NUMERIC
        DISPLAY "AAETLUN: BAD AMOUNT - " function TRIM(INP)
    ELSE
        MOVE AMT-RAW(1:AMT-LEN) TO WANT-AMT
        MOVE WANT-DATE TO BGT-DATE
        MOVE WANT-DEPT TO BGT-DEPT
        READ BUDGET-MASTER
            INVALID KEY
                MOVE WANT-AMT TO BGT-AMOUNT
                MOVE "M" TO BGT-SOURCE
                WRITE BUDGET-MASTER-RECORD
            NOT INVALID KEY
                MOVE BGT-AMOUNT TO AMT-DISP
                DISPLAY "AAETLUN: " WANT-DATE " DEPARTMENT "
                        WANT-DEPT " WAS " function TRIM(AMT-DISP)
                MOVE WANT-AMT TO BGT-AMOUNT
                MOVE "M" TO BGT-SOURCE
                REWRITE BUDGET-MASTER-RECORD
        END-READ
        ADD 1 TO CHANGE-COUNT
        MOVE WANT-AMT TO AMT-DISP
        DISPLAY "SET: " WANT-DATE " DEPARTMENT " WANT-DEPT
                " BUDGET " function TRIM(AMT-DISP)
    END-IF.

BGT-DELETE-RTN.
    MOVE WANT-DATE TO BGT-DATE
    MOVE WANT-DEPT TO BGT-DEPT
    READ BUDGET-MASTER
        INVALID KEY
            DISPLAY "AAETLUN: NO BUDGET FOR " WANT-DATE
                    " DEPARTMENT " WANT-DEPT
        NOT INVALID KEY
            DELETE BUDGET-MASTER RECORD
            ADD 1 TO CHANGE-COUNT
            DISPLAY "DELETED: " WANT-DATE " DEPARTMENT " WANT-DEPT
    END-READ.

BGT-RELEASE-RTN.
    MOVE WANT-DATE TO BGT-DATE
    MOVE WANT-DEPT TO BGT-DEPT
    READ BUDGET-MASTER
        INVALID KEY
            DISPLAY "AAETLUN: NO BUDGET FOR " WANT-DATE
                    " DEPARTMENT " WANT-DEPT
        NOT INVALID KEY
            MOVE "H" TO BGT-SOURCE
            REWRITE BUDGET-MASTER-RECORD
            ADD 1 TO CHANGE-COUNT
            DISPLAY "RELEASED: " WANT-DATE " DEPARTMENT " WANT-DEPT
                    " - NEXT HEAD-OFFICE LOAD REPLACES IT"
    END-READ.

BGT-LIST-RTN.
    MOVE WANT-DATE TO LIST-FROM
    IF TOK2-LEN = 8 AND TOK2-RAW(1:8) IS NUMERIC
        MOVE TOK2-RAW(1:8) TO LIST-TO
    ELSE
        COMPUTE LIST-TO = function DATE-OF-INTEGER(
            function INTEGER-OF-DATE(LIST-FROM) + 6)
    END-IF
    MOVE 0 TO LIST-TOTAL LIST-COUNT
    MOVE LIST-FROM TO BGT-DATE
    MOVE 0 TO BGT-DEPT
    START BUDGET-MASTER KEY IS NOT LESS THAN BGT-KEY
        INVALID KEY MOVE "10" TO BGT-FS
    END-START
    PERFORM UNTIL BGT-EOF
        READ BUDGET-MASTER NEXT
            AT END
                MOVE "10" TO BGT-FS
            NOT AT END
                IF BGT-DATE > LIST-TO
                    MOVE "10" TO BGT-FS
                ELSE
                    PERFORM BGT-LIST-LINE-RTN
                END-IF
        END-READ
    END-PERFORM
    MOVE "00" TO BGT-FS
    MOVE LIST-COUNT TO COUNT-DISP
    MOVE LIST-TOTAL TO AMT-DISP
    DISPLAY "BUDGET " LIST-FROM " TO " LIST-TO ": "
            function TRIM(COUNT-DISP) " LINES, TOTAL "
            function TRIM(AMT-DISP).

BGT-LIST-LINE-RTN.
    ADD 1 TO LIST-COUNT
    ADD BGT-AMOUNT TO LIST-TOTAL
    IF BGT-CORRECTED
        MOVE "CORRECTED" TO SOURCE-DISP
    ELSE
        MOVE "HEAD OFF." TO SOURCE-DISP
    END-IF
    MOVE BGT-AMOUNT TO AMT-DISP
    DISPLAY "  " BGT-DATE "  DEPT " BGT-DEPT "  "
            AMT-DISP "  " SOURCE-DISP.
