IDENTIFICATION DIVISION.
PROGRAM-ID. OSTADFEST.

      *> unconfirmed-orders chase list - every open PO line that
      *> went to its supplier on PANTSENDING's order file and has
      *> had no confirmation back through STADFESTING, once it has
      *> waited long enough that the buyer should be on the phone.
      *> Until the supplier answers, the replenishment pass and the
      *> stock-position inquiry count the line at the full quantity
      *> ordered, so an unanswered order is stock that may not be
      *> coming.  Listed per supplier with its name, oldest send
      *> first within the supplier, and a count per supplier.
      *>
      *> entry feed: one optional line, the days a line may wait
      *> for its confirmation before it is chased (blank takes 2).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PO-MASTER ASSIGN TO "POMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS PO-KEY
        FILE STATUS IS PO-FS.

    SELECT SUPPLIER-MASTER ASSIGN TO "SUPMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SUP-CODE
        FILE STATUS IS SUP-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  PO-MASTER.
    COPY "pomast.cpy".

    FD  SUPPLIER-MASTER.
    COPY "supmast.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    WORKING-STORAGE SECTION.
       01 PO-FS PIC XX.
           88 PO-FOUND VALUE "00".
           88 PO-EOF VALUE "10".
       01 SUP-FS PIC XX.
           88 SUP-FOUND VALUE "00".
       01 SUP-OPEN-SW PIC X VALUE "N".
           88 SUP-FILE-OPEN VALUE "Y".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".

       01 REPORT-DATE PIC 9(8).
       01 REPORT-INT PIC S9(9).
       01 WAIT-DAYS PIC 9(3) VALUE 2.
       01 AGE-DAYS PIC S9(5).
       01 INP PIC X(20).
       01 INP-TOK PIC X(10).
       01 INP-LEN PIC S9(2).

      *> the lines to chase, and the suppliers they belong to in
      *> the order first met.
       01 CHASE-TAB.
           05 CHASE-ENTRY OCCURS 2000 TIMES INDEXED BY CX.
               10 CH-PO          PIC X(10).
               10 CH-SKU         PIC X(10).
               10 CH-SUPPLIER    PIC X(6).
               10 CH-QTY         PIC S9(7).
               10 CH-SENT-DATE   PIC 9(8).
               10 CH-AGE         PIC S9(5).
               10 CH-DONE        PIC X(1).
       01 CHASE-COUNT PIC 9(4) VALUE 0.
       01 SUP-TAB.
           05 SUP-ENTRY OCCURS 300 TIMES INDEXED BY UX.
               10 SU-CODE        PIC X(6).
       01 SUP-COUNT PIC 9(3) VALUE 0.
       01 FULL-SW PIC X VALUE "N".
           88 TABLE-FULL VALUE "Y".
       01 HIT-SW PIC X.
           88 SUP-LISTED VALUE "Y".
       01 PICK-X PIC 9(4).
       01 SUP-LINES PIC 9(5).
       01 SUP-NAME-SHOW PIC X(30).

       01 COUNT-DISP PIC Z(4)9.
       01 QTY-DISP PIC -(8)9.
       01 AGE-DISP PIC Z(4)9.

PROCEDURE DIVISION.
    ACCEPT REPORT-DATE FROM DATE YYYYMMDD
    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND AND BUD-BUSINESS-DATE > 0
            MOVE BUD-BUSINESS-DATE TO REPORT-DATE
        END-IF
    END-IF
    CLOSE CONTROL-FILE
    COMPUTE REPORT-INT = function INTEGER-OF-DATE(REPORT-DATE)

    MOVE SPACES TO INP
    ACCEPT INP
    MOVE SPACES TO INP-TOK
    MOVE 0 TO INP-LEN
    UNSTRING INP DELIMITED BY ALL SPACE
        INTO INP-TOK COUNT IN INP-LEN
    IF INP-LEN > 0
        IF INP-LEN <= 3 AND INP-TOK(1:INP-LEN) IS NUMERIC
            MOVE INP-TOK(1:INP-LEN) TO WAIT-DAYS
        ELSE
            DISPLAY "OSTADFEST: BAD DAY COUNT " function TRIM(INP)
                    " - TAKING 2"
        END-IF
    END-IF

    OPEN INPUT PO-MASTER
    IF NOT PO-FOUND
        DISPLAY "OSTADFEST: NO PO MASTER (POMAST) TO CHASE FROM"
        GOBACK
    END-IF
    OPEN INPUT SUPPLIER-MASTER
    IF SUP-FOUND
        MOVE "Y" TO SUP-OPEN-SW
    END-IF

    PERFORM PO-READ-RTN
    PERFORM UNTIL PO-EOF
        IF PO-LINE-OPEN
              AND PO-SENT-DATE IS NUMERIC
              AND PO-CONF-DATE IS NUMERIC
              AND PO-SENT-DATE > 0 AND PO-CONF-DATE = 0
            COMPUTE AGE-DAYS = REPORT-INT
                - function INTEGER-OF-DATE(PO-SENT-DATE)
            IF AGE-DAYS >= WAIT-DAYS
                PERFORM CHASE-PICK-RTN
            END-IF
        END-IF
        PERFORM PO-READ-RTN
    END-PERFORM
    CLOSE PO-MASTER

    MOVE WAIT-DAYS TO AGE-DISP
    DISPLAY "ORDERS AWAITING SUPPLIER CONFIRMATION - " REPORT-DATE
            " - SENT " function TRIM(AGE-DISP) " OR MORE DAYS AGO"
    PERFORM SUP-REPORT-RTN
        VARYING UX FROM 1 BY 1 UNTIL UX > SUP-COUNT
    IF SUP-FILE-OPEN
        CLOSE SUPPLIER-MASTER
    END-IF

    MOVE CHASE-COUNT TO COUNT-DISP
    DISPLAY "LINES TO CHASE:     " function TRIM(COUNT-DISP)
    MOVE SUP-COUNT TO COUNT-DISP
    DISPLAY "SUPPLIERS TO CALL:  " function TRIM(COUNT-DISP)
    IF TABLE-FULL
        DISPLAY "OSTADFEST: MORE THAN 2000 LINES TO CHASE - THE "
                "LIST STOPS THERE"
    END-IF

    GOBACK.

PO-READ-RTN.
    READ PO-MASTER NEXT
        AT END
            MOVE "10" TO PO-FS
    END-READ
    IF NOT PO-FOUND AND NOT PO-EOF
        MOVE "10" TO PO-FS
    END-IF.

CHASE-PICK-RTN.
    IF CHASE-COUNT >= 2000
        MOVE "Y" TO FULL-SW
    ELSE
        MOVE "N" TO HIT-SW
        PERFORM SUP-FIND-RTN
            VARYING UX FROM 1 BY 1
            UNTIL UX > SUP-COUNT OR SUP-LISTED
        IF NOT SUP-LISTED
            IF SUP-COUNT < 300
                ADD 1 TO SUP-COUNT
                MOVE PO-SUPPLIER TO SU-CODE(SUP-COUNT)
                MOVE "Y" TO HIT-SW
            ELSE
                MOVE "Y" TO FULL-SW
            END-IF
        END-IF
        IF SUP-LISTED
            ADD 1 TO CHASE-COUNT
            MOVE PO-NUMBER TO CH-PO(CHASE-COUNT)
            MOVE PO-SKU TO CH-SKU(CHASE-COUNT)
            MOVE PO-SUPPLIER TO CH-SUPPLIER(CHASE-COUNT)
            MOVE PO-QTY-ORDERED TO CH-QTY(CHASE-COUNT)
            MOVE PO-SENT-DATE TO CH-SENT-DATE(CHASE-COUNT)
            MOVE AGE-DAYS TO CH-AGE(CHASE-COUNT)
            MOVE "N" TO CH-DONE(CHASE-COUNT)
        END-IF
    END-IF.

SUP-FIND-RTN.
    IF SU-CODE(UX) = PO-SUPPLIER
        MOVE "Y" TO HIT-SW
    END-IF.

      *> one supplier's block - its lines oldest send first, picked
      *> one at a time off the table.
SUP-REPORT-RTN.
    MOVE SPACES TO SUP-NAME-SHOW
    IF SUP-FILE-OPEN
        MOVE SU-CODE(UX) TO SUP-CODE
        READ SUPPLIER-MASTER
            INVALID KEY
                MOVE "NOT ON THE SUPPLIER MASTER" TO SUP-NAME-SHOW
            NOT INVALID KEY
                MOVE SUP-NAME TO SUP-NAME-SHOW
        END-READ
    END-IF
    DISPLAY " "
    DISPLAY SU-CODE(UX) "  " SUP-NAME-SHOW
    MOVE 0 TO SUP-LINES
    MOVE 1 TO PICK-X
    PERFORM UNTIL PICK-X = 0
        MOVE 0 TO PICK-X
        PERFORM OLDEST-FIND-RTN
            VARYING CX FROM 1 BY 1 UNTIL CX > CHASE-COUNT
        IF PICK-X > 0
            MOVE "Y" TO CH-DONE(PICK-X)
            ADD 1 TO SUP-LINES
            MOVE CH-QTY(PICK-X) TO QTY-DISP
            MOVE CH-AGE(PICK-X) TO AGE-DISP
            DISPLAY "    PO " CH-PO(PICK-X)
                    " " CH-SKU(PICK-X)
                    " ORDERED " function TRIM(QTY-DISP)
                    "  SENT " CH-SENT-DATE(PICK-X)
                    "  " function TRIM(AGE-DISP) " DAYS"
        END-IF
    END-PERFORM
    MOVE SUP-LINES TO COUNT-DISP
    DISPLAY "    " function TRIM(COUNT-DISP) " LINES UNCONFIRMED".

OLDEST-FIND-RTN.
    IF CH-SUPPLIER(CX) = SU-CODE(UX) AND CH-DONE(CX) = "N"
        IF PICK-X = 0
            SET PICK-X TO CX
        ELSE
            IF CH-SENT-DATE(CX) < CH-SENT-DATE(PICK-X)
                SET PICK-X TO CX
            END-IF
        END-IF
    END-IF.
