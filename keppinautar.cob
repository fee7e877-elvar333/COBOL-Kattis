IDENTIFICATION DIVISION.
PROGRAM-ID. KEPPINAUTAR.

      *> competitor master maintenance - the stores the weekly price
      *> check visits.  Kept on COMPMAST so the survey feed and the
      *> price-position report agree on who is who.
      *> Entry feed:
      *>   A code name      a competitor added, or renamed and opened
      *>                    again if it had been closed
      *>   C code           closed - no new survey prices, and it
      *>                    drops off the price-position report
      *>   L                every competitor listed
      *> The code is up to four characters; the name runs to the end
      *> of the line.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COMPETITOR-MASTER ASSIGN TO "COMPMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS COMP-CODE
        FILE STATUS IS COMP-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  COMPETITOR-MASTER.
    COPY "compmast.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    WORKING-STORAGE SECTION.
       01 COMP-FS PIC XX.
           88 COMP-FOUND VALUE "00".
           88 COMP-NEW-FILE VALUE "35".
           88 COMP-EOF VALUE "10".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".

       01 TODAY-DATE PIC 9(8).

       01 CHECK-OK-SW PIC X VALUE "Y".
           88 CHECK-OK VALUE "Y".

       01 INP PIC X(80).
           88 EOF-INP VALUE SPACES.
       01 ACT-RAW PIC X(1).
       01 TOK2-RAW PIC X(10).
       01 ACT-LEN PIC S9(2).
       01 TOK2-LEN PIC S9(2).
       01 NAME-PTR PIC 9(3).
       01 WANT-NAME PIC X(20).

       01 LIST-COUNT PIC 9(3).
       01 DONE-COUNT PIC 9(5) VALUE 0.
       01 REFUSED-COUNT PIC 9(5) VALUE 0.
       01 COUNT-DISP PIC Z(4)9.
       01 STATUS-WORD PIC X(6).

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

    OPEN I-O COMPETITOR-MASTER
    IF COMP-NEW-FILE
        OPEN OUTPUT COMPETITOR-MASTER
        CLOSE COMPETITOR-MASTER
        OPEN I-O COMPETITOR-MASTER
    END-IF

    PERFORM UNTIL EOF-INP
        ACCEPT INP
        IF NOT EOF-INP
            MOVE SPACES TO ACT-RAW TOK2-RAW
            MOVE 0 TO ACT-LEN TOK2-LEN
            MOVE 1 TO NAME-PTR
            UNSTRING INP DELIMITED BY ALL SPACE
                INTO ACT-RAW  COUNT IN ACT-LEN,
                     TOK2-RAW COUNT IN TOK2-LEN
                WITH POINTER NAME-PTR

            IF ACT-RAW = "A"
                PERFORM COMP-ADD-RTN
            ELSE
            IF ACT-RAW = "C"
                PERFORM COMP-CLOSE-RTN
            ELSE
            IF ACT-RAW = "L"
                PERFORM COMP-LIST-RTN
            ELSE
                DISPLAY "KEPPINAUTAR: BAD ACTION CODE "
                        function TRIM(INP)
            END-IF
            END-IF
            END-IF
        END-IF
    END-PERFORM

    CLOSE COMPETITOR-MASTER

    MOVE DONE-COUNT TO COUNT-DISP
    DISPLAY "COMPETITOR LINES APPLIED: " function TRIM(COUNT-DISP)
    MOVE REFUSED-COUNT TO COUNT-DISP
    DISPLAY "COMPETITOR LINES REFUSED: " function TRIM(COUNT-DISP)

    GOBACK.

COMP-NEXT-RTN.
    READ COMPETITOR-MASTER NEXT
        AT END
            MOVE "10" TO COMP-FS
    END-READ.

      *> A code name
COMP-ADD-RTN.
    MOVE "Y" TO CHECK-OK-SW
    MOVE SPACES TO WANT-NAME
    IF NAME-PTR <= 80
        MOVE INP(NAME-PTR:) TO WANT-NAME
    END-IF
    IF TOK2-LEN = 0 OR TOK2-LEN > 4 OR WANT-NAME = SPACES
        DISPLAY "KEPPINAUTAR: BAD COMPETITOR LINE " function TRIM(INP)
        MOVE "N" TO CHECK-OK-SW
    END-IF

    IF NOT CHECK-OK
        ADD 1 TO REFUSED-COUNT
    ELSE
        MOVE TOK2-RAW(1:4) TO COMP-CODE
        READ COMPETITOR-MASTER
            INVALID KEY
                MOVE WANT-NAME TO COMP-NAME
                MOVE "A" TO COMP-STATUS
                MOVE TODAY-DATE TO COMP-OPEN-DATE
                WRITE COMPETITOR-RECORD
                DISPLAY "COMPETITOR " COMP-CODE " ADDED - "
                        function TRIM(COMP-NAME)
            NOT INVALID KEY
                MOVE WANT-NAME TO COMP-NAME
                IF COMP-CLOSED
                    MOVE "A" TO COMP-STATUS
                    MOVE TODAY-DATE TO COMP-OPEN-DATE
                    DISPLAY "COMPETITOR " COMP-CODE " REOPENED - "
                            function TRIM(COMP-NAME)
                ELSE
                    DISPLAY "COMPETITOR " COMP-CODE " RENAMED - "
                            function TRIM(COMP-NAME)
                END-IF
                REWRITE COMPETITOR-RECORD
        END-READ
        ADD 1 TO DONE-COUNT
    END-IF.

      *> C code
COMP-CLOSE-RTN.
    MOVE "Y" TO CHECK-OK-SW
    IF TOK2-LEN = 0 OR TOK2-LEN > 4
        DISPLAY "KEPPINAUTAR: BAD COMPETITOR LINE " function TRIM(INP)
        MOVE "N" TO CHECK-OK-SW
    ELSE
        MOVE TOK2-RAW(1:4) TO COMP-CODE
        READ COMPETITOR-MASTER
            INVALID KEY
                DISPLAY "KEPPINAUTAR: NO COMPETITOR "
                        function TRIM(TOK2-RAW)
                MOVE "N" TO CHECK-OK-SW
        END-READ
    END-IF
    IF CHECK-OK AND COMP-CLOSED
        DISPLAY "KEPPINAUTAR: COMPETITOR " COMP-CODE
                " IS ALREADY CLOSED"
        MOVE "N" TO CHECK-OK-SW
    END-IF

    IF NOT CHECK-OK
        ADD 1 TO REFUSED-COUNT
    ELSE
        MOVE "C" TO COMP-STATUS
        REWRITE COMPETITOR-RECORD
        ADD 1 TO DONE-COUNT
        DISPLAY "COMPETITOR " COMP-CODE " CLOSED"
    END-IF.

COMP-LIST-RTN.
    DISPLAY "COMPETITORS:"
    MOVE 0 TO LIST-COUNT
    MOVE LOW-VALUES TO COMP-CODE
    START COMPETITOR-MASTER KEY IS NOT LESS THAN COMP-CODE
        INVALID KEY
            MOVE "10" TO COMP-FS
    END-START
    IF NOT COMP-EOF
        PERFORM COMP-NEXT-RTN
    END-IF
    PERFORM UNTIL COMP-EOF
        ADD 1 TO LIST-COUNT
        IF COMP-ACTIVE
            MOVE "ACTIVE" TO STATUS-WORD
        ELSE
            MOVE "CLOSED" TO STATUS-WORD
        END-IF
        DISPLAY "  " COMP-CODE "  " COMP-NAME "  " STATUS-WORD
                "  SINCE " COMP-OPEN-DATE
        PERFORM COMP-NEXT-RTN
    END-PERFORM
    MOVE "00" TO COMP-FS
    IF LIST-COUNT = 0
        DISPLAY "  NONE ON FILE"
    END-IF
    ADD 1 TO DONE-COUNT.
