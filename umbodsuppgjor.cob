IDENTIFICATION DIVISION.
PROGRAM-ID. UMBODSUPPGJOR.

      *> nightly agency settlement - phone top-ups, bus cards and
      *> lottery tickets are sold on the provider's behalf, and the
      *> till puts every one it rings, hands back or voids on the
      *> BUDAGCY ledger with the commission the store keeps.  This
      *> totals the business date's lines per provider - face value
      *> taken, our commission, and the net we owe - prints a
      *> settlement per provider with its name off SUPMAST, and
      *> appends one line each to the BUDAGSET settlement file under
      *> the reference AGCY plus the month, the reference the
      *> provider's invoice is keyed into REIKNINGAR against.  The
      *> entry feed takes FORCE on its first line to settle a date
      *> again; DAGSLOK runs it with its input closed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT AGENCY-LEDGER-FILE ASSIGN TO "BUDAGCY"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AGL-FS.

    SELECT SUPPLIER-MASTER ASSIGN TO "SUPMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SUP-CODE
        FILE STATUS IS SUP-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

    SELECT SETTLEMENT-FILE ASSIGN TO "BUDAGSET"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS AGS-FS.

      *> shared run-control register - a date's settlement is what
      *> the provider is paid against, so it issues once unless
      *> forced.
    SELECT RUN-CONTROL-FILE ASSIGN TO "BUDRUN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS RC-FS.

DATA DIVISION.
    FILE SECTION.
    FD  AGENCY-LEDGER-FILE.
    COPY "agcylog.cpy".

    FD  SUPPLIER-MASTER.
    COPY "supmast.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    FD  SETTLEMENT-FILE.
    COPY "agcyset.cpy".

    FD  RUN-CONTROL-FILE.
    01  RUN-CONTROL-RECORD.
        05  RC-JOB          PIC X(12).
        05  FILLER          PIC X VALUE SPACE.
        05  RC-INPUT-ID     PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  RC-FORCED       PIC X(1).

    WORKING-STORAGE SECTION.
       01 AGL-FS PIC XX.
           88 AGL-FOUND VALUE "00".
           88 AGL-EOF VALUE "10".
       01 SUP-FS PIC XX.
           88 SUP-FOUND VALUE "00".
       01 SUP-OPEN-SW PIC X VALUE "N".
           88 SUP-FILE-OPEN VALUE "Y".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".
       01 AGS-FS PIC XX.
           88 AGS-FOUND VALUE "00".
       01 RC-FS PIC XX.
           88 RC-FOUND VALUE "00".
           88 RC-EOF VALUE "10".
       01 RUNCTL-HIT-SW PIC X VALUE "N".
           88 RUNCTL-HIT VALUE "Y".
       01 FORCE-SW PIC X VALUE "N".
           88 RUN-FORCED VALUE "Y".
       01 FORCE-INP PIC X(8).
       01 RUN-JOB-NAME PIC X(12) VALUE "UMBODSUPPGJ".

       01 TODAY-DATE PIC 9(8).
       01 STORE-NO PIC 9(4) VALUE 0.

      *> per-provider tally for the date - one settlement each.
       01 PROV-TAB.
           05 PROV-ENTRY OCCURS 50 TIMES INDEXED BY PX.
               10 PT-PROVIDER  PIC X(6).
               10 PT-LINES     PIC 9(7).
               10 PT-SOLD      PIC S9(11).
               10 PT-BACK      PIC S9(11).
               10 PT-COMM      PIC S9(11).
       01 PROV-COUNT PIC 9(3) VALUE 0.
       01 PROV-FOUND-SW PIC X VALUE "N".
           88 PROV-FOUND VALUE "Y".
       01 PROV-OVER-COUNT PIC 9(5) VALUE 0.

       01 FACE-NET PIC S9(11) VALUE 0.
       01 NET-OWED PIC S9(11) VALUE 0.
       01 GRAND-OWED PIC S9(11) VALUE 0.
       01 GRAND-COMM PIC S9(11) VALUE 0.
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

    ACCEPT FORCE-INP
    IF FORCE-INP = "FORCE"
        MOVE "Y" TO FORCE-SW
    END-IF
    PERFORM RUNCTL-CHECK-RTN
    IF RUNCTL-HIT AND NOT RUN-FORCED
        DISPLAY "UMBODSUPPGJOR: ALREADY SETTLED FOR " TODAY-DATE
                " - RUN REFUSED (FEED FORCE TO OVERRIDE)"
        GOBACK
    END-IF
    IF RUNCTL-HIT AND RUN-FORCED
        DISPLAY "UMBODSUPPGJOR: FORCED RESETTLEMENT FOR "
                TODAY-DATE " - LOGGED"
    END-IF

      *> no ledger just means no agency item rang - the night
      *> still closes cleanly with nothing owed.
    OPEN INPUT AGENCY-LEDGER-FILE
    IF AGL-FOUND
        PERFORM AGL-READ-RTN
        PERFORM UNTIL AGL-EOF
            IF AGL-DATE = TODAY-DATE
                PERFORM AGL-POST-RTN
            END-IF
            PERFORM AGL-READ-RTN
        END-PERFORM
        CLOSE AGENCY-LEDGER-FILE
    END-IF

    IF PROV-COUNT = 0
        DISPLAY "UMBODSUPPGJOR: NO AGENCY SALES ON " TODAY-DATE
                " - NOTHING TO SETTLE"
        PERFORM RUNCTL-POST-RTN
        GOBACK
    END-IF

    OPEN INPUT SUPPLIER-MASTER
    IF SUP-FOUND
        MOVE "Y" TO SUP-OPEN-SW
    END-IF

    OPEN INPUT SETTLEMENT-FILE
    IF AGS-FOUND
        CLOSE SETTLEMENT-FILE
        OPEN EXTEND SETTLEMENT-FILE
    ELSE
        OPEN OUTPUT SETTLEMENT-FILE
    END-IF

    DISPLAY "AGENCY SETTLEMENT - STORE " STORE-NO
            " - BUSINESS DATE " TODAY-DATE
    PERFORM PROV-SETTLE-RTN
        VARYING PX FROM 1 BY 1 UNTIL PX > PROV-COUNT

    CLOSE SETTLEMENT-FILE
    IF SUP-FILE-OPEN
        CLOSE SUPPLIER-MASTER
    END-IF

    IF PROV-OVER-COUNT > 0
        MOVE PROV-OVER-COUNT TO COUNT-DISP
        DISPLAY "UMBODSUPPGJOR: " function TRIM(COUNT-DISP)
                " LEDGER LINES PAST THE PROVIDER TABLE - NOT "
                "SETTLED"
    END-IF
    MOVE GRAND-COMM TO AMT-DISP
    DISPLAY "TOTAL COMMISSION EARNED: " function TRIM(AMT-DISP)
    MOVE GRAND-OWED TO AMT-DISP
    DISPLAY "TOTAL OWED TO PROVIDERS: " function TRIM(AMT-DISP)

    PERFORM RUNCTL-POST-RTN

    GOBACK.

AGL-READ-RTN.
    READ AGENCY-LEDGER-FILE
        AT END
            MOVE "10" TO AGL-FS
    END-READ.

AGL-POST-RTN.
    MOVE "N" TO PROV-FOUND-SW
    PERFORM PROV-MATCH-RTN
        VARYING PX FROM 1 BY 1
        UNTIL PX > PROV-COUNT OR PROV-FOUND
    IF NOT PROV-FOUND
        IF PROV-COUNT < 50
            ADD 1 TO PROV-COUNT
            SET PX TO PROV-COUNT
            MOVE AGL-PROVIDER TO PT-PROVIDER(PX)
            MOVE 0 TO PT-LINES(PX) PT-SOLD(PX) PT-BACK(PX)
                      PT-COMM(PX)
            PERFORM PROV-ADD-RTN
        ELSE
            ADD 1 TO PROV-OVER-COUNT
        END-IF
    END-IF.

PROV-MATCH-RTN.
    IF PT-PROVIDER(PX) = AGL-PROVIDER
        MOVE "Y" TO PROV-FOUND-SW
        PERFORM PROV-ADD-RTN
    END-IF.

      *> sales count toward the face value taken; returns and void
      *> reversals (negative) are shown apart and net it back.
PROV-ADD-RTN.
    ADD 1 TO PT-LINES(PX)
    IF AGL-SOLD
        ADD AGL-AMT TO PT-SOLD(PX)
    ELSE
        ADD AGL-AMT TO PT-BACK(PX)
    END-IF
    ADD AGL-COMM TO PT-COMM(PX).

      *> one provider's settlement for the date, and its line.
PROV-SETTLE-RTN.
    COMPUTE FACE-NET = PT-SOLD(PX) + PT-BACK(PX)
    COMPUTE NET-OWED = FACE-NET - PT-COMM(PX)
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
                " - NOT ON THE SUPPLIER MASTER, CHECK BEFORE "
                "PAYING"
    END-IF
    MOVE PT-SOLD(PX) TO AMT-DISP
    DISPLAY "    SOLD:              " function TRIM(AMT-DISP)
    MOVE PT-BACK(PX) TO AMT-DISP
    DISPLAY "    RETURNED/VOIDED:   " function TRIM(AMT-DISP)
    MOVE PT-COMM(PX) TO AMT-DISP
    DISPLAY "    LESS COMMISSION:   " function TRIM(AMT-DISP)
    MOVE NET-OWED TO AMT-DISP
    DISPLAY "    OWED TO PROVIDER:  " function TRIM(AMT-DISP)

    MOVE TODAY-DATE TO AGS-DATE
    MOVE PT-PROVIDER(PX) TO AGS-PROVIDER
    MOVE SPACES TO AGS-REF
    STRING "AGCY" TODAY-DATE(1:6) DELIMITED BY SIZE
        INTO AGS-REF
    MOVE PT-LINES(PX) TO AGS-LINES
    MOVE FACE-NET TO AGS-FACE
    MOVE PT-COMM(PX) TO AGS-COMM
    MOVE NET-OWED TO AGS-NET-OWED
    MOVE TODAY-DATE TO AGS-ISSUED
    WRITE AGENCY-SETTLE-RECORD
    ADD NET-OWED TO GRAND-OWED
    ADD PT-COMM(PX) TO GRAND-COMM.

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
                  AND RC-INPUT-ID = TODAY-DATE
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
    MOVE TODAY-DATE TO RC-INPUT-ID
    IF RUN-FORCED
        MOVE "F" TO RC-FORCED
    ELSE
        MOVE " " TO RC-FORCED
    END-IF
    WRITE RUN-CONTROL-RECORD
    CLOSE RUN-CONTROL-FILE.
