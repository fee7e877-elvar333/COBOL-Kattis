IDENTIFICATION DIVISION.
PROGRAM-ID. UMBODSSKIL.

      *> monthly agency statement - the nightly UMBODSUPPGJOR run
      *> settles each provider's top-ups, bus cards and lottery
      *> tickets onto BUDAGSET (face value taken, our commission,
      *> the net we owe), and the provider's own invoice is keyed
      *> into REIKNINGAR against the reference AGCY plus the month,
      *> landing on BUDPAYBL once approved.  This reconciles the two
      *> for one month per provider: what our settlements say we
      *> owe against what the provider invoiced, the difference,
      *> and whether it agrees, differs or is still uninvoiced -
      *> printed as a statement per provider with its name off
      *> SUPMAST and appended to the BUDAGSTM statement register.
      *> Entry feed: the month (YYYYMM) on the first line -
      *> MANADARLOK hands it the closing month through MANFEED, a
      *> fiscal period's first and last day riding behind it in
      *> columns 8-15 and 17-24 - and FORCE on the second to issue
      *> a month's statements again (say once a late invoice is
      *> in).  Under a fiscal period the invoices taken are those
      *> keyed against the references the period's settlements
      *> carry.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT SETTLEMENT-FILE ASSIGN TO "BUDAGSET"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AGS-FS.

      *> approved invoice lines - the provider's invoices are the
      *> ones keyed against an AGCY reference.
    SELECT PAYABLE-FILE ASSIGN TO "BUDPAYBL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PAY-FS.

    SELECT SUPPLIER-MASTER ASSIGN TO "SUPMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SUP-CODE
        FILE STATUS IS SUP-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

      *> one line per provider per statement issued - what each
      *> provider's month came to, and whether its invoice agreed.
    SELECT AGENCY-STATEMENT-FILE ASSIGN TO "BUDAGSTM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS STM-FS.

      *> shared run-control register - a month's statements issue
      *> once unless forced.
    SELECT RUN-CONTROL-FILE ASSIGN TO "BUDRUN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RC-FS.

DATA DIVISION.
    FILE SECTION.
    FD  SETTLEMENT-FILE.
    COPY "agcyset.cpy".

    FD  PAYABLE-FILE.
    01  PAYABLE-RECORD.
        05  PAY-DATE        PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  PAY-SUPPLIER    PIC X(6).
        05  FILLER          PIC X VALUE SPACE.
        05  PAY-INV-NO      PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  PAY-PO-NO       PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  PAY-SKU         PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  PAY-QTY         PIC S9(7).
        05  FILLER          PIC X VALUE SPACE.
        05  PAY-AMT         PIC S9(12).

    FD  SUPPLIER-MASTER.
    COPY "supmast.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    FD  AGENCY-STATEMENT-FILE.
    01  AGENCY-STATEMENT-RECORD.
        05  STM-MONTH       PIC 9(6).
        05  FILLER          PIC X VALUE SPACE.
        05  STM-STORE       PIC 9(4).
        05  FILLER          PIC X VALUE SPACE.
        05  STM-PROVIDER    PIC X(6).
        05  FILLER          PIC X VALUE SPACE.
        05  STM-FACE        PIC S9(11).
        05  FILLER          PIC X VALUE SPACE.
        05  STM-COMM        PIC S9(11).
        05  FILLER          PIC X VALUE SPACE.
        05  STM-OWED        PIC S9(11).
        05  FILLER          PIC X VALUE SPACE.
        05  STM-INVOICED    PIC S9(12).
        05  FILLER          PIC X VALUE SPACE.
        05  STM-DIFFERENCE  PIC S9(12).
        05  FILLER          PIC X VALUE SPACE.
      *> AGREED, DIFFERS or NOINVOICE.
        05  STM-STATUS      PIC X(9).
        05  FILLER          PIC X VALUE SPACE.
        05  STM-ISSUED      PIC 9(8).

    FD  RUN-CONTROL-FILE.
    01  RUN-CONTROL-RECORD.
        05  RC-JOB          PIC X(12).
        05  FILLER          PIC X VALUE SPACE.
        05  RC-INPUT-ID     PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  RC-FORCED       PIC X(1).

    WORKING-STORAGE SECTION.
       01 AGS-FS PIC XX.
           88 AGS-FOUND VALUE "00".
           88 AGS-EOF VALUE "10".
       01 PAY-FS PIC XX.
           88 PAY-FOUND VALUE "00".
           88 PAY-EOF VALUE "10".
       01 SUP-FS PIC XX.
           88 SUP-FOUND VALUE "00".
       01 SUP-OPEN-SW PIC X VALUE "N".
           88 SUP-FILE-OPEN VALUE "Y".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".
       01 STM-FS PIC XX.
           88 STM-FOUND VALUE "00".
       01 RC-FS PIC XX.
           88 RC-FOUND VALUE "00".
           88 RC-EOF VALUE "10".
       01 RUNCTL-HIT-SW PIC X VALUE "N".
           88 RUNCTL-HIT VALUE "Y".
       01 FORCE-SW PIC X VALUE "N".
           88 RUN-FORCED VALUE "Y".
       01 FORCE-INP PIC X(8).
       01 RUN-JOB-NAME PIC X(12) VALUE "UMBODSSKIL".
       01 RUN-INPUT-ID PIC 9(8).

       01 MONTH-INP PIC X(24).
       01 STM-PERIOD PIC 9(6).
       01 TODAY-DATE PIC 9(8).
       01 STORE-NO PIC 9(4) VALUE 0.
       01 IN-PERIOD-SW PIC X VALUE "N".
           88 IN-PERIOD VALUE "Y".

      *> the period's settlements, one per provider per business
      *> date - a forced resettlement's later line replaces the
      *> earlier one.
       01 DAY-TAB.
           05 DAY-ENTRY OCCURS 500 TIMES INDEXED BY DX.
               10 DT-DATE      PIC 9(8).
               10 DT-PROVIDER  PIC X(6).
               10 DT-FACE      PIC S9(11).
               10 DT-COMM      PIC S9(11).
               10 DT-OWED      PIC S9(11).
       01 DAY-COUNT PIC 9(3) VALUE 0.
       01 DAY-FOUND-SW PIC X VALUE "N".
           88 DAY-FOUND VALUE "Y".

      *> the settlement references the period touches - a calendar
      *> month is one, a fiscal period at most two.
       01 REF-TAB.
           05 REF-ENTRY OCCURS 3 TIMES INDEXED BY FX.
               10 RT-REF       PIC X(10).
       01 REF-COUNT PIC 9 VALUE 0.
       01 REF-FOUND-SW PIC X VALUE "N".
           88 REF-FOUND VALUE "Y".

      *> per-provider statement.
       01 PROV-TAB.
           05 PROV-ENTRY OCCURS 50 TIMES INDEXED BY PX.
               10 PT-PROVIDER  PIC X(6).
               10 PT-FACE      PIC S9(11).
               10 PT-COMM      PIC S9(11).
               10 PT-OWED      PIC S9(11).
               10 PT-INVOICED  PIC S9(12).
               10 PT-INV-LINES PIC 9(5).
       01 PROV-COUNT PIC 9(3) VALUE 0.
       01 PROV-FOUND-SW PIC X VALUE "N".
           88 PROV-FOUND VALUE "Y".
       01 OVER-COUNT PIC 9(5) VALUE 0.

       01 DIFFERENCE PIC S9(12) VALUE 0.
       01 DIFFER-COUNT PIC 9(3) VALUE 0.
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
        DISPLAY "UMBODSSKIL: MONTH (YYYYMM) REQUIRED ON THE FEED"
        GOBACK
    END-IF
    MOVE MONTH-INP(1:6) TO STM-PERIOD
    MOVE STM-PERIOD TO RUN-INPUT-ID

    ACCEPT FORCE-INP
    IF FORCE-INP = "FORCE"
        MOVE "Y" TO FORCE-SW
    END-IF
    PERFORM RUNCTL-CHECK-RTN
    IF RUNCTL-HIT AND NOT RUN-FORCED
        DISPLAY "UMBODSSKIL: STATEMENTS FOR " STM-PERIOD
                " ALREADY ISSUED - RUN REFUSED (FEED FORCE TO "
                "OVERRIDE)"
        GOBACK
    END-IF
    IF RUNCTL-HIT AND RUN-FORCED
        DISPLAY "UMBODSSKIL: FORCED REISSUE FOR " STM-PERIOD
                " - LOGGED"
    END-IF

      *> our side: the period's nightly settlements.
    OPEN INPUT SETTLEMENT-FILE
    IF AGS-FOUND
        PERFORM AGS-READ-RTN
        PERFORM UNTIL AGS-EOF
            MOVE "N" TO IN-PERIOD-SW
      *> a fiscal period from MANADARLOK carries its own bounds.
            IF MONTH-INP(8:8) IS NUMERIC
                  AND MONTH-INP(17:8) IS NUMERIC
                IF AGS-DATE >= MONTH-INP(8:8)
                      AND AGS-DATE <= MONTH-INP(17:8)
                    MOVE "Y" TO IN-PERIOD-SW
                END-IF
            ELSE
            IF AGS-DATE(1:6) = MONTH-INP(1:6)
                MOVE "Y" TO IN-PERIOD-SW
            END-IF
            END-IF
            IF IN-PERIOD
                PERFORM DAY-ADD-RTN
                PERFORM REF-ADD-RTN
            END-IF
            PERFORM AGS-READ-RTN
        END-PERFORM
        CLOSE SETTLEMENT-FILE
    END-IF

    PERFORM DAY-ROLL-RTN
        VARYING DX FROM 1 BY 1 UNTIL DX > DAY-COUNT

      *> their side: the invoices approved against those references.
    OPEN INPUT PAYABLE-FILE
    IF PAY-FOUND
        PERFORM PAY-READ-RTN
        PERFORM UNTIL PAY-EOF
            IF PAY-PO-NO(1:4) = "AGCY"
                PERFORM PAY-POST-RTN
            END-IF
            PERFORM PAY-READ-RTN
        END-PERFORM
        CLOSE PAYABLE-FILE
    END-IF

    IF PROV-COUNT = 0
        DISPLAY "UMBODSSKIL: NO AGENCY SETTLEMENTS IN " STM-PERIOD
                " - NOTHING TO RECONCILE"
        PERFORM RUNCTL-POST-RTN
        GOBACK
    END-IF

    OPEN INPUT SUPPLIER-MASTER
    IF SUP-FOUND
        MOVE "Y" TO SUP-OPEN-SW
    END-IF

    OPEN INPUT AGENCY-STATEMENT-FILE
    IF STM-FOUND
        CLOSE AGENCY-STATEMENT-FILE
        OPEN EXTEND AGENCY-STATEMENT-FILE
    ELSE
        OPEN OUTPUT AGENCY-STATEMENT-FILE
    END-IF

    PERFORM PROV-STATEMENT-RTN
        VARYING PX FROM 1 BY 1 UNTIL PX > PROV-COUNT

    CLOSE AGENCY-STATEMENT-FILE
    IF SUP-FILE-OPEN
        CLOSE SUPPLIER-MASTER
    END-IF

    IF OVER-COUNT > 0
        MOVE OVER-COUNT TO COUNT-DISP
        DISPLAY "UMBODSSKIL: " function TRIM(COUNT-DISP)
                " LINES PAST THE SETTLEMENT TABLES - NOT ON ANY "
                "STATEMENT"
    END-IF
    MOVE DIFFER-COUNT TO COUNT-DISP
    DISPLAY "PROVIDERS NOT AGREEING FOR " STM-PERIOD ": "
            function TRIM(COUNT-DISP)

    PERFORM RUNCTL-POST-RTN

    GOBACK.

AGS-READ-RTN.
    READ SETTLEMENT-FILE
        AT END
            MOVE "10" TO AGS-FS
    END-READ.

PAY-READ-RTN.
    READ PAYABLE-FILE
        AT END
            MOVE "10" TO PAY-FS
    END-READ.

DAY-ADD-RTN.
    MOVE "N" TO DAY-FOUND-SW
    PERFORM DAY-MATCH-RTN
        VARYING DX FROM 1 BY 1
        UNTIL DX > DAY-COUNT OR DAY-FOUND
    IF DAY-FOUND
        SET DX DOWN BY 1
        PERFORM DAY-LOAD-RTN
    ELSE
    IF DAY-COUNT < 500
        ADD 1 TO DAY-COUNT
        SET DX TO DAY-COUNT
        PERFORM DAY-LOAD-RTN
    ELSE
        ADD 1 TO OVER-COUNT
    END-IF
    END-IF.

DAY-MATCH-RTN.
    IF DT-DATE(DX) = AGS-DATE AND DT-PROVIDER(DX) = AGS-PROVIDER
        MOVE "Y" TO DAY-FOUND-SW
    END-IF.

DAY-LOAD-RTN.
    MOVE AGS-DATE TO DT-DATE(DX)
    MOVE AGS-PROVIDER TO DT-PROVIDER(DX)
    MOVE AGS-FACE TO DT-FACE(DX)
    MOVE AGS-COMM TO DT-COMM(DX)
    MOVE AGS-NET-OWED TO DT-OWED(DX).

REF-ADD-RTN.
    MOVE "N" TO REF-FOUND-SW
    PERFORM VARYING FX FROM 1 BY 1
            UNTIL FX > REF-COUNT OR REF-FOUND
        IF RT-REF(FX) = AGS-REF
            MOVE "Y" TO REF-FOUND-SW
        END-IF
    END-PERFORM
    IF NOT REF-FOUND AND REF-COUNT < 3
        ADD 1 TO REF-COUNT
        MOVE AGS-REF TO RT-REF(REF-COUNT)
    END-IF.

      *> one date's settlement onto its provider's statement.
DAY-ROLL-RTN.
    MOVE DT-PROVIDER(DX) TO AGS-PROVIDER
    PERFORM PROV-FIND-RTN
    IF PROV-FOUND
        ADD DT-FACE(DX) TO PT-FACE(PX)
        ADD DT-COMM(DX) TO PT-COMM(PX)
        ADD DT-OWED(DX) TO PT-OWED(PX)
    END-IF.

      *> an approved invoice line under one of the period's
      *> references counts toward its provider's invoiced total.
PAY-POST-RTN.
    MOVE "N" TO REF-FOUND-SW
    PERFORM VARYING FX FROM 1 BY 1
            UNTIL FX > REF-COUNT OR REF-FOUND
        IF RT-REF(FX) = PAY-PO-NO
            MOVE "Y" TO REF-FOUND-SW
        END-IF
    END-PERFORM
    IF REF-FOUND
        MOVE PAY-SUPPLIER TO AGS-PROVIDER
        PERFORM PROV-FIND-RTN
        IF PROV-FOUND
            ADD PAY-AMT TO PT-INVOICED(PX)
            ADD 1 TO PT-INV-LINES(PX)
        END-IF
    END-IF.

      *> the provider's entry, opened if new - PX is left on it.
PROV-FIND-RTN.
    MOVE "N" TO PROV-FOUND-SW
    PERFORM PROV-MATCH-RTN
        VARYING PX FROM 1 BY 1
        UNTIL PX > PROV-COUNT OR PROV-FOUND
    IF PROV-FOUND
        SET PX DOWN BY 1
    ELSE
    IF PROV-COUNT < 50
        ADD 1 TO PROV-COUNT
        SET PX TO PROV-COUNT
        MOVE AGS-PROVIDER TO PT-PROVIDER(PX)
        MOVE 0 TO PT-FACE(PX) PT-COMM(PX) PT-OWED(PX)
                  PT-INVOICED(PX) PT-INV-LINES(PX)
        MOVE "Y" TO PROV-FOUND-SW
    ELSE
        ADD 1 TO OVER-COUNT
    END-IF
    END-IF.

PROV-MATCH-RTN.
    IF PT-PROVIDER(PX) = AGS-PROVIDER
        MOVE "Y" TO PROV-FOUND-SW
    END-IF.

      *> one statement per provider, and its register line.
PROV-STATEMENT-RTN.
    COMPUTE DIFFERENCE = PT-INVOICED(PX) - PT-OWED(PX)
    DISPLAY "AGENCY STATEMENT - STORE " STORE-NO
            " - MONTH " STM-PERIOD
    MOVE PT-PROVIDER(PX) TO SUP-CODE
    MOVE "23" TO SUP-FS
    IF SUP-FILE-OPEN
        READ SUPPLIER-MASTER
            INVALID KEY
                MOVE "23" TO SUP-FS
        END-READ
    END-IF
    IF SUP-FOUND
        DISPLAY "  PROVIDER " PT-PROVIDER(PX) " "
                function TRIM(SUP-NAME)
    ELSE
        DISPLAY "  PROVIDER " PT-PROVIDER(PX)
                " - NOT ON THE SUPPLIER MASTER"
    END-IF
    MOVE PT-FACE(PX) TO AMT-DISP
    DISPLAY "  FACE VALUE SOLD:    " function TRIM(AMT-DISP)
    MOVE PT-COMM(PX) TO AMT-DISP
    DISPLAY "  OUR COMMISSION:     " function TRIM(AMT-DISP)
    MOVE PT-OWED(PX) TO AMT-DISP
    DISPLAY "  NET OWED (OURS):    " function TRIM(AMT-DISP)
    MOVE PT-INVOICED(PX) TO AMT-DISP
    DISPLAY "  INVOICED (THEIRS):  " function TRIM(AMT-DISP)
    MOVE DIFFERENCE TO AMT-DISP
    DISPLAY "  DIFFERENCE:         " function TRIM(AMT-DISP)

    MOVE STM-PERIOD TO STM-MONTH
    MOVE STORE-NO TO STM-STORE
    MOVE PT-PROVIDER(PX) TO STM-PROVIDER
    MOVE PT-FACE(PX) TO STM-FACE
    MOVE PT-COMM(PX) TO STM-COMM
    MOVE PT-OWED(PX) TO STM-OWED
    MOVE PT-INVOICED(PX) TO STM-INVOICED
    MOVE DIFFERENCE TO STM-DIFFERENCE
    IF PT-INV-LINES(PX) = 0
        MOVE "NOINVOICE" TO STM-STATUS
        ADD 1 TO DIFFER-COUNT
        DISPLAY "  ** NO INVOICE KEYED YET - RECONCILE WHEN IT "
                "ARRIVES"
    ELSE
    IF DIFFERENCE = 0
        MOVE "AGREED" TO STM-STATUS
        DISPLAY "  INVOICE AGREES"
    ELSE
        MOVE "DIFFERS" TO STM-STATUS
        ADD 1 TO DIFFER-COUNT
        DISPLAY "  ** INVOICE DIFFERS - QUERY WITH THE PROVIDER"
    END-IF
    END-IF
    MOVE TODAY-DATE TO STM-ISSUED
    WRITE AGENCY-STATEMENT-RECORD.

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
