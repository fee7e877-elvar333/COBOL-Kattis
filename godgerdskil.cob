IDENTIFICATION DIVISION.
PROGRAM-ID. GODGERDSKIL.

      *> monthly charity remittance - the till takes round-up and
      *> keyed donations for the running campaign onto the BUDCHAR
      *> ledger (and takes a voided receipt's donation back off it).
      *> This totals one calendar month of it per campaign:
      *> donations taken (count and amount), donations voided, and
      *> the net the store owes the charity, printed as a statement
      *> per campaign with the charity's name and registration off
      *> the CHARMAST campaign master, and appended to the BUDCHREM
      *> remittance register.  Entry feed: the month (YYYYMM) on
      *> the first line - MANADARLOK hands it the closing month
      *> through MANFEED, a fiscal period's first and last day
      *> riding behind it in columns 8-15 and 17-24 - and FORCE on
      *> the second to issue a month's statements again.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CHARITY-LEDGER-FILE ASSIGN TO "BUDCHAR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHL-FS.

    SELECT CHARITY-MASTER ASSIGN TO "CHARMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CHM-CAMPAIGN
        FILE STATUS IS CHM-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

      *> one line per campaign per statement issued - what each
      *> charity was told it is owed, month by month.
    SELECT REMITTANCE-FILE ASSIGN TO "BUDCHREM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS REM-FS.

      *> shared run-control register - a month's statements are
      *> payment instructions, so they issue once unless forced.
    SELECT RUN-CONTROL-FILE ASSIGN TO "BUDRUN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RC-FS.

DATA DIVISION.
    FILE SECTION.
    FD  CHARITY-LEDGER-FILE.
    COPY "charlog.cpy".

    FD  CHARITY-MASTER.
    COPY "charmast.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    FD  REMITTANCE-FILE.
    01  REMITTANCE-RECORD.
        05  REM-MONTH       PIC 9(6).
        05  FILLER          PIC X VALUE SPACE.
        05  REM-STORE       PIC 9(4).
        05  FILLER          PIC X VALUE SPACE.
        05  REM-CAMPAIGN    PIC X(6).
        05  FILLER          PIC X VALUE SPACE.
        05  REM-DONATIONS   PIC 9(7).
        05  FILLER          PIC X VALUE SPACE.
        05  REM-DONATED     PIC S9(11).
        05  FILLER          PIC X VALUE SPACE.
        05  REM-VOIDED      PIC S9(11).
        05  FILLER          PIC X VALUE SPACE.
        05  REM-NET-DUE     PIC S9(11).
        05  FILLER          PIC X VALUE SPACE.
        05  REM-ISSUED      PIC 9(8).

    FD  RUN-CONTROL-FILE.
    01  RUN-CONTROL-RECORD.
        05  RC-JOB          PIC X(12).
        05  FILLER          PIC X VALUE SPACE.
        05  RC-INPUT-ID     PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  RC-FORCED       PIC X(1).

    WORKING-STORAGE SECTION.
       01 CHL-FS PIC XX.
           88 CHL-FOUND VALUE "00".
           88 CHL-EOF VALUE "10".
       01 CHM-FS PIC XX.
           88 CHM-FOUND VALUE "00".
       01 CHM-OPEN-SW PIC X VALUE "N".
           88 CHM-FILE-OPEN VALUE "Y".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".
       01 REM-FS PIC XX.
           88 REM-FOUND VALUE "00".
       01 RC-FS PIC XX.
           88 RC-FOUND VALUE "00".
           88 RC-EOF VALUE "10".
       01 RUNCTL-HIT-SW PIC X VALUE "N".
           88 RUNCTL-HIT VALUE "Y".
       01 FORCE-SW PIC X VALUE "N".
           88 RUN-FORCED VALUE "Y".
       01 FORCE-INP PIC X(8).
       01 RUN-JOB-NAME PIC X(12) VALUE "GODGERDSKIL".
       01 RUN-INPUT-ID PIC 9(8).

       01 MONTH-INP PIC X(24).
       01 REM-PERIOD PIC 9(6).
       01 TODAY-DATE PIC 9(8).
       01 STORE-NO PIC 9(4) VALUE 0.

      *> per-campaign tally - one statement each.
       01 CAMP-TAB.
           05 CAMP-ENTRY OCCURS 50 TIMES INDEXED BY CX.
               10 CT-CAMPAIGN  PIC X(6).
               10 CT-COUNT     PIC 9(7).
               10 CT-DONATED   PIC S9(11).
               10 CT-VOIDS     PIC 9(7).
               10 CT-VOIDED    PIC S9(11).
               10 CT-FIRST     PIC 9(8).
               10 CT-LAST      PIC 9(8).
       01 CAMP-COUNT PIC 9(3) VALUE 0.
       01 CAMP-FOUND-SW PIC X VALUE "N".
           88 CAMP-FOUND VALUE "Y".
       01 CAMP-OVER-COUNT PIC 9(5) VALUE 0.

       01 NET-DUE PIC S9(11) VALUE 0.
       01 GRAND-NET PIC S9(11) VALUE 0.
       01 AMT-DISP PIC -(11)9.
       01 COUNT-DISP PIC Z(6)9.

PROCEDURE DIVISION.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD
    OPEN INPUT CONTROL-FILE
    IF CTL-FOUND
        READ CONTROL-FILE
        IF CTL-FOUND
            MOVE BUD-STORE-NO TO STORE-NO
            IF BUD-BUSINESS-DATE > 0
                MOVE BUD-BUSINESS-DATE TO TODAY-DATE
            END-IF
        END-IF
    END-IF
    CLOSE CONTROL-FILE

    ACCEPT MONTH-INP
    IF MONTH-INP(1:6) IS NOT NUMERIC
        DISPLAY "GODGERDSKIL: MONTH (YYYYMM) REQUIRED ON THE FEED"
        GOBACK
    END-IF
    MOVE MONTH-INP(1:6) TO REM-PERIOD
    MOVE REM-PERIOD TO RUN-INPUT-ID

    ACCEPT FORCE-INP
    IF FORCE-INP = "FORCE"
        MOVE "Y" TO FORCE-SW
    END-IF
    PERFORM RUNCTL-CHECK-RTN
    IF RUNCTL-HIT AND NOT RUN-FORCED
        DISPLAY "GODGERDSKIL: STATEMENTS FOR " REM-PERIOD
                " ALREADY ISSUED - RUN REFUSED (FEED FORCE TO "
                "OVERRIDE)"
        GOBACK
    END-IF
    IF RUNCTL-HIT AND RUN-FORCED
        DISPLAY "GODGERDSKIL: FORCED REISSUE FOR " REM-PERIOD
                " - LOGGED"
    END-IF

      *> no ledger just means no campaign took anything - a month
      *> with nothing owed still closes cleanly.
    OPEN INPUT CHARITY-LEDGER-FILE
    IF CHL-FOUND
        PERFORM CHL-READ-RTN
        PERFORM UNTIL CHL-EOF
      *> a fiscal period from MANADARLOK carries its own bounds.
            IF MONTH-INP(8:8) IS NUMERIC
                  AND MONTH-INP(17:8) IS NUMERIC
                IF CHL-DATE >= MONTH-INP(8:8)
                      AND CHL-DATE <= MONTH-INP(17:8)
                    PERFORM CHL-POST-RTN
                END-IF
            ELSE
            IF CHL-DATE(1:6) = MONTH-INP(1:6)
                PERFORM CHL-POST-RTN
            END-IF
            END-IF
            PERFORM CHL-READ-RTN
        END-PERFORM
        CLOSE CHARITY-LEDGER-FILE
    END-IF

    IF CAMP-COUNT = 0
        DISPLAY "GODGERDSKIL: NO DONATIONS TAKEN IN " REM-PERIOD
                " - NOTHING TO REMIT"
        PERFORM RUNCTL-POST-RTN
        GOBACK
    END-IF

    OPEN INPUT CHARITY-MASTER
    IF CHM-FOUND
        MOVE "Y" TO CHM-OPEN-SW
    END-IF

    OPEN INPUT REMITTANCE-FILE
    IF REM-FOUND
        CLOSE REMITTANCE-FILE
        OPEN EXTEND REMITTANCE-FILE
    ELSE
        OPEN OUTPUT REMITTANCE-FILE
    END-IF

    PERFORM CAMP-STATEMENT-RTN
        VARYING CX FROM 1 BY 1 UNTIL CX > CAMP-COUNT

    CLOSE REMITTANCE-FILE
    IF CHM-FILE-OPEN
        CLOSE CHARITY-MASTER
    END-IF

    IF CAMP-OVER-COUNT > 0
        MOVE CAMP-OVER-COUNT TO COUNT-DISP
        DISPLAY "GODGERDSKIL: " function TRIM(COUNT-DISP)
                " LEDGER LINES PAST THE CAMPAIGN TABLE - NOT ON "
                "ANY STATEMENT"
    END-IF
    MOVE GRAND-NET TO AMT-DISP
    DISPLAY "TOTAL OWED TO CHARITIES FOR " REM-PERIOD ": "
            function TRIM(AMT-DISP)

    PERFORM RUNCTL-POST-RTN

    GOBACK.

CHL-READ-RTN.
    READ CHARITY-LEDGER-FILE
        AT END
            MOVE "10" TO CHL-FS
    END-READ.

      *> a donation counts toward the campaign's takings; a void's
      *> reversal (negative) nets it back out and counts as voided.
CHL-POST-RTN.
    MOVE "N" TO CAMP-FOUND-SW
    PERFORM CAMP-MATCH-RTN
        VARYING CX FROM 1 BY 1
        UNTIL CX > CAMP-COUNT OR CAMP-FOUND
    IF NOT CAMP-FOUND
        IF CAMP-COUNT < 50
            ADD 1 TO CAMP-COUNT
            SET CX TO CAMP-COUNT
            MOVE CHL-CAMPAIGN TO CT-CAMPAIGN(CX)
            MOVE 0 TO CT-COUNT(CX) CT-DONATED(CX)
                      CT-VOIDS(CX) CT-VOIDED(CX)
            MOVE CHL-DATE TO CT-FIRST(CX)
            MOVE CHL-DATE TO CT-LAST(CX)
            PERFORM CAMP-ADD-RTN
        ELSE
            ADD 1 TO CAMP-OVER-COUNT
        END-IF
    END-IF.

CAMP-MATCH-RTN.
    IF CT-CAMPAIGN(CX) = CHL-CAMPAIGN
        MOVE "Y" TO CAMP-FOUND-SW
        PERFORM CAMP-ADD-RTN
    END-IF.

CAMP-ADD-RTN.
    IF CHL-VOIDED
        ADD 1 TO CT-VOIDS(CX)
        ADD CHL-AMT TO CT-VOIDED(CX)
    ELSE
        ADD 1 TO CT-COUNT(CX)
        ADD CHL-AMT TO CT-DONATED(CX)
    END-IF
    IF CHL-DATE < CT-FIRST(CX)
        MOVE CHL-DATE TO CT-FIRST(CX)
    END-IF
    IF CHL-DATE > CT-LAST(CX)
        MOVE CHL-DATE TO CT-LAST(CX)
    END-IF.

      *> one statement per campaign, and its register line.
CAMP-STATEMENT-RTN.
    COMPUTE NET-DUE = CT-DONATED(CX) + CT-VOIDED(CX)
    DISPLAY "CHARITY REMITTANCE STATEMENT - STORE " STORE-NO
            " - MONTH " REM-PERIOD
    DISPLAY "  CAMPAIGN " CT-CAMPAIGN(CX)
    MOVE CT-CAMPAIGN(CX) TO CHM-CAMPAIGN
    MOVE "23" TO CHM-FS
    IF CHM-FILE-OPEN
        READ CHARITY-MASTER
            INVALID KEY
                MOVE "23" TO CHM-FS
        END-READ
    END-IF
    IF CHM-FOUND
        DISPLAY "  PAYABLE TO " function TRIM(CHM-CHARITY)
                " - REG " function TRIM(CHM-CHARITY-REG)
        DISPLAY "  CAMPAIGN RUNS " CHM-START " - " CHM-END
    ELSE
        DISPLAY "  CAMPAIGN NOT ON THE CAMPAIGN MASTER - CHECK "
                "BEFORE PAYING"
    END-IF
    DISPLAY "  DONATIONS TAKEN " CT-FIRST(CX) " THROUGH "
            CT-LAST(CX)
    MOVE CT-COUNT(CX) TO COUNT-DISP
    MOVE CT-DONATED(CX) TO AMT-DISP
    DISPLAY "  DONATIONS:       " function TRIM(COUNT-DISP)
            " FOR " function TRIM(AMT-DISP)
    MOVE CT-VOIDS(CX) TO COUNT-DISP
    MOVE CT-VOIDED(CX) TO AMT-DISP
    DISPLAY "  VOIDED:          " function TRIM(COUNT-DISP)
            " FOR " function TRIM(AMT-DISP)
    MOVE NET-DUE TO AMT-DISP
    DISPLAY "  NET DUE TO THE CHARITY: " function TRIM(AMT-DISP)

    MOVE REM-PERIOD TO REM-MONTH
    MOVE STORE-NO TO REM-STORE
    MOVE CT-CAMPAIGN(CX) TO REM-CAMPAIGN
    MOVE CT-COUNT(CX) TO REM-DONATIONS
    MOVE CT-DONATED(CX) TO REM-DONATED
    MOVE CT-VOIDED(CX) TO REM-VOIDED
    MOVE NET-DUE TO REM-NET-DUE
    MOVE TODAY-DATE TO REM-ISSUED
    WRITE REMITTANCE-RECORD
    ADD NET-DUE TO GRAND-NET.

RUNCTL-READ-RTN.
    READ RUN-CONTROL-FILE
        AT END
            MOVE "10" TO RC-FS
    END-READ.

RUNCTL-CHECK-RTN.
    MOVE "N" TO RUNCTL-HIT-SW
    OPEN INPUT RUN-CONTROL-FILE
    IF RC-FOUND
        PERFORM RUNCTL-READ-RTN
        PERFORM UNTIL RC-EOF
            IF RC-JOB = RUN-JOB-NAME
                  AND RC-INPUT-ID = RUN-INPUT-ID
                MOVE "Y" TO RUNCTL-HIT-SW
            END-IF
            PERFORM RUNCTL-READ-RTN
        END-PERFORM
    END-IF
    CLOSE RUN-CONTROL-FILE.

RUNCTL-POST-RTN.
    OPEN INPUT RUN-CONTROL-FILE
    IF RC-FOUND
        CLOSE RUN-CONTROL-FILE
        OPEN EXTEND RUN-CONTROL-FILE
    ELSE
        OPEN OUTPUT RUN-CONTROL-FILE
    END-IF
    MOVE RUN-JOB-NAME TO RC-JOB
    MOVE RUN-INPUT-ID TO RC-INPUT-ID
    IF RUN-FORCED
        MOVE "F" TO RC-FORCED
    ELSE
        MOVE " " TO RC-FORCED
    END-IF
    WRITE RUN-CONTROL-RECORD
    CLOSE RUN-CONTROL-FILE.
