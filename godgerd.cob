IDENTIFICATION DIVISION.
PROGRAM-ID. GODGERD.

      *> charity round-up campaign maintenance - the till's "H" line
      *> adds a donation to a receipt for whichever campaign is
      *> running, and this keeps the CHARMAST campaign master it
      *> takes that from.  Entry feed, one action per line:
      *>   A code start end reg name  open a campaign (code up to six
      *>                              characters) running from start
      *>                              through end (YYYYMMDD), for the
      *>                              charity with registration reg;
      *>                              the rest of the line is the
      *>                              charity's name
      *>   E code end                 move a campaign's end date
      *>   X code                     close a campaign - the till
      *>                              stops taking donations for it,
      *>                              the ledger keeps what it took
      *>   L                          list the campaigns on file
      *> Two open campaigns may never cover the same day - the till
      *> would not know which one a donation belongs to - so an add
      *> or a date change that overlaps another open campaign is
      *> refused.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CHARITY-MASTER ASSIGN TO "CHARMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CHM-CAMPAIGN
        FILE STATUS IS CHM-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  CHARITY-MASTER.
    COPY "charmast.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    WORKING-STORAGE SECTION.
       01 CHM-FS PIC XX.
           88 CHM-FOUND    VALUE "00".
           88 CHM-EOF      VALUE "10".
           88 CHM-NEW-FILE VALUE "35".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".
       01 TODAY-DATE PIC 9(8).

       01 INP PIC X(80).
           88 EOF-INP VALUE SPACES.
       01 ACT-RAW PIC X(1).
       01 TOK1-RAW PIC X(8).
       01 TOK2-RAW PIC X(8).
       01 TOK3-RAW PIC X(8).
       01 TOK4-RAW PIC X(10).
       01 ACT-LEN PIC S9(2).
       01 TOK1-LEN PIC S9(2).
       01 TOK2-LEN PIC S9(2).
       01 TOK3-LEN PIC S9(2).
       01 TOK4-LEN PIC S9(2).
       01 INP-PTR PIC S9(4).
       01 CHARITY-NAME PIC X(30).

      *> the campaign being added or changed - held here while the
      *> overlap walk reads the rest of the master through the same
      *> record area.
       01 NEW-CAMPAIGN PIC X(6).
       01 NEW-START PIC 9(8).
       01 NEW-END PIC 9(8).
       01 OVERLAP-SW PIC X VALUE "N".
           88 OVERLAP-FOUND VALUE "Y".
       01 OVERLAP-CAMPAIGN PIC X(6).

       01 MAINT-COUNT PIC 9(4) VALUE 0.
       01 COUNT-DISP PIC Z(3)9.

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

    OPEN I-O CHARITY-MASTER
    IF CHM-NEW-FILE
        OPEN OUTPUT CHARITY-MASTER
        CLOSE CHARITY-MASTER
        OPEN I-O CHARITY-MASTER
    END-IF

    PERFORM UNTIL EOF-INP
        ACCEPT INP
        IF NOT EOF-INP
            MOVE SPACES TO ACT-RAW TOK1-RAW TOK2-RAW TOK3-RAW
                           TOK4-RAW
            MOVE 0 TO ACT-LEN TOK1-LEN TOK2-LEN TOK3-LEN TOK4-LEN
            MOVE 1 TO INP-PTR
            UNSTRING INP DELIMITED BY ALL SPACE
                INTO ACT-RAW  COUNT IN ACT-LEN,
                     TOK1-RAW COUNT IN TOK1-LEN,
                     TOK2-RAW COUNT IN TOK2-LEN,
                     TOK3-RAW COUNT IN TOK3-LEN,
                     TOK4-RAW COUNT IN TOK4-LEN
                WITH POINTER INP-PTR

            IF ACT-RAW = "A"
                PERFORM CAMPAIGN-ADD-RTN
            ELSE
            IF ACT-RAW = "E"
                PERFORM CAMPAIGN-END-RTN
            ELSE
            IF ACT-RAW = "X"
                PERFORM CAMPAIGN-CLOSE-RTN
            ELSE
            IF ACT-RAW = "L"
                PERFORM CAMPAIGN-LIST-RTN
            ELSE
                DISPLAY "GODGERD: BAD ACTION CODE "
                        function TRIM(INP)
            END-IF
            END-IF
            END-IF
            END-IF
        END-IF
    END-PERFORM

    CLOSE CHARITY-MASTER

    MOVE MAINT-COUNT TO COUNT-DISP
    DISPLAY "CAMPAIGNS MAINTAINED: " function TRIM(COUNT-DISP)

    GOBACK.

      *> A code start end reg name - the name is whatever follows
      *> the registration, the same free-text tail the till's VAT
      *> invoice line carries.
CAMPAIGN-ADD-RTN.
    MOVE SPACES TO CHARITY-NAME
    IF INP-PTR <= 80
        MOVE INP(INP-PTR:) TO CHARITY-NAME
    END-IF
    IF TOK1-LEN = 0 OR TOK1-LEN > 6
          OR TOK2-LEN NOT = 8 OR TOK3-LEN NOT = 8
          OR TOK2-RAW IS NOT NUMERIC OR TOK3-RAW IS NOT NUMERIC
          OR TOK4-LEN = 0 OR CHARITY-NAME = SPACES
        DISPLAY "GODGERD: BAD CAMPAIGN LINE " function TRIM(INP)
    ELSE
        MOVE TOK1-RAW TO NEW-CAMPAIGN
        MOVE TOK2-RAW TO NEW-START
        MOVE TOK3-RAW TO NEW-END
        IF NEW-END < NEW-START
            DISPLAY "GODGERD: CAMPAIGN " function TRIM(NEW-CAMPAIGN)
                    " ENDS BEFORE IT STARTS - NOT ADDED"
        ELSE
            MOVE NEW-CAMPAIGN TO CHM-CAMPAIGN
            READ CHARITY-MASTER
                INVALID KEY
                    MOVE "23" TO CHM-FS
            END-READ
            IF CHM-FOUND
                DISPLAY "GODGERD: CAMPAIGN "
                        function TRIM(NEW-CAMPAIGN)
                        " ALREADY ON FILE - NOT ADDED"
            ELSE
                PERFORM OVERLAP-CHECK-RTN
                IF OVERLAP-FOUND
                    DISPLAY "GODGERD: CAMPAIGN "
                            function TRIM(NEW-CAMPAIGN)
                            " OVERLAPS OPEN CAMPAIGN "
                            function TRIM(OVERLAP-CAMPAIGN)
                            " - NOT ADDED"
                ELSE
                    MOVE NEW-CAMPAIGN TO CHM-CAMPAIGN
                    MOVE CHARITY-NAME TO CHM-CHARITY
                    MOVE TOK4-RAW TO CHM-CHARITY-REG
                    MOVE NEW-START TO CHM-START
                    MOVE NEW-END TO CHM-END
                    MOVE "O" TO CHM-STATUS
                    MOVE TODAY-DATE TO CHM-ADDED
                    WRITE CHARITY-RECORD
                    ADD 1 TO MAINT-COUNT
                    DISPLAY "CAMPAIGN " function TRIM(NEW-CAMPAIGN)
                            " OPENED " NEW-START " - " NEW-END
                            " FOR " function TRIM(CHARITY-NAME)
                END-IF
            END-IF
        END-IF
    END-IF.

      *> E code end - an open campaign only; a closed one stays the
      *> way it was when the money was counted.
CAMPAIGN-END-RTN.
    IF TOK1-LEN = 0 OR TOK1-LEN > 6
          OR TOK2-LEN NOT = 8 OR TOK2-RAW IS NOT NUMERIC
        DISPLAY "GODGERD: BAD END-DATE LINE " function TRIM(INP)
    ELSE
        MOVE TOK1-RAW TO CHM-CAMPAIGN
        READ CHARITY-MASTER
            INVALID KEY
                MOVE "23" TO CHM-FS
        END-READ
        IF NOT CHM-FOUND
            DISPLAY "GODGERD: NO CAMPAIGN " function TRIM(TOK1-RAW)
        ELSE
        IF CHM-CLOSED
            DISPLAY "GODGERD: CAMPAIGN " function TRIM(TOK1-RAW)
                    " IS CLOSED - DATES NOT CHANGED"
        ELSE
            MOVE CHM-CAMPAIGN TO NEW-CAMPAIGN
            MOVE CHM-START TO NEW-START
            MOVE TOK2-RAW TO NEW-END
            IF NEW-END < NEW-START
                DISPLAY "GODGERD: CAMPAIGN "
                        function TRIM(NEW-CAMPAIGN)
                        " WOULD END BEFORE IT STARTS - NOT CHANGED"
            ELSE
                PERFORM OVERLAP-CHECK-RTN
                IF OVERLAP-FOUND
                    DISPLAY "GODGERD: CAMPAIGN "
                            function TRIM(NEW-CAMPAIGN)
                            " WOULD OVERLAP OPEN CAMPAIGN "
                            function TRIM(OVERLAP-CAMPAIGN)
                            " - NOT CHANGED"
                ELSE
                    MOVE NEW-CAMPAIGN TO CHM-CAMPAIGN
                    READ CHARITY-MASTER
                        INVALID KEY
                            MOVE "23" TO CHM-FS
                    END-READ
                    IF CHM-FOUND
                        MOVE NEW-END TO CHM-END
                        REWRITE CHARITY-RECORD
                        ADD 1 TO MAINT-COUNT
                        DISPLAY "CAMPAIGN "
                                function TRIM(NEW-CAMPAIGN)
                                " NOW ENDS " NEW-END
                    END-IF
                END-IF
            END-IF
        END-IF
        END-IF
    END-IF.

CAMPAIGN-CLOSE-RTN.
    IF TOK1-LEN = 0 OR TOK1-LEN > 6
        DISPLAY "GODGERD: BAD CLOSE LINE " function TRIM(INP)
    ELSE
        MOVE TOK1-RAW TO CHM-CAMPAIGN
        READ CHARITY-MASTER
            INVALID KEY
                DISPLAY "GODGERD: NO CAMPAIGN "
                        function TRIM(TOK1-RAW)
            NOT INVALID KEY
                MOVE "C" TO CHM-STATUS
                REWRITE CHARITY-RECORD
                ADD 1 TO MAINT-COUNT
                DISPLAY "CAMPAIGN " function TRIM(TOK1-RAW)
                        " CLOSED"
        END-READ
    END-IF.

      *> any other open campaign whose dates touch the new range -
      *> the one being changed doesn't count against itself.
OVERLAP-CHECK-RTN.
    MOVE "N" TO OVERLAP-SW
    MOVE LOW-VALUES TO CHM-CAMPAIGN
    START CHARITY-MASTER KEY NOT < CHM-CAMPAIGN
        INVALID KEY
            MOVE "10" TO CHM-FS
    END-START
    IF NOT CHM-EOF
        PERFORM CHM-WALK-READ-RTN
        PERFORM UNTIL CHM-EOF OR OVERLAP-FOUND
            IF CHM-OPEN AND CHM-CAMPAIGN NOT = NEW-CAMPAIGN
                  AND CHM-START <= NEW-END
                  AND CHM-END >= NEW-START
                MOVE "Y" TO OVERLAP-SW
                MOVE CHM-CAMPAIGN TO OVERLAP-CAMPAIGN
            END-IF
            PERFORM CHM-WALK-READ-RTN
        END-PERFORM
    END-IF
    MOVE "00" TO CHM-FS.

CAMPAIGN-LIST-RTN.
    DISPLAY "CHARITY CAMPAIGNS ON FILE - " TODAY-DATE
    MOVE LOW-VALUES TO CHM-CAMPAIGN
    START CHARITY-MASTER KEY NOT < CHM-CAMPAIGN
        INVALID KEY
            MOVE "10" TO CHM-FS
    END-START
    IF NOT CHM-EOF
        PERFORM CHM-WALK-READ-RTN
        PERFORM UNTIL CHM-EOF
            IF CHM-OPEN
                DISPLAY "  " CHM-CAMPAIGN " " CHM-START " - "
                        CHM-END " OPEN   "
                        function TRIM(CHM-CHARITY)
                        " (" function TRIM(CHM-CHARITY-REG) ")"
            ELSE
                DISPLAY "  " CHM-CAMPAIGN " " CHM-START " - "
                        CHM-END " CLOSED "
                        function TRIM(CHM-CHARITY)
                        " (" function TRIM(CHM-CHARITY-REG) ")"
            END-IF
            PERFORM CHM-WALK-READ-RTN
        END-PERFORM
    END-IF
    MOVE "00" TO CHM-FS.

CHM-WALK-READ-RTN.
    READ CHARITY-MASTER NEXT
        AT END
            MOVE "10" TO CHM-FS
    END-READ
    IF NOT CHM-FOUND AND NOT CHM-EOF
        MOVE "10" TO CHM-FS
    END-IF.
