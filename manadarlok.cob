      *> out from under it, forcing the next restart to reprocess the
      *> whole day's tape from line 1 with duplicate receipts/TXLOG
      *> entries.
      *>
      *> The "month" is the fiscal period when the CALMAST trading
      *> calendar places the business date in one: the close runs
      *> on the period's last day (anything earlier is refused
      *> unless the one-line entry feed says FORCE), and MANFEED
      *> carries the period as YYYYPP in the month's place with the
      *> period's first and last day behind it (columns 8-15 and
      *> 17-24), so the chained steps close the same 4-4-5 period.
      *> No calendar, or a date it doesn't place, closes the
      *> calendar month as before.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SPKP-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

    SELECT CALENDAR-MASTER ASSIGN TO "CALMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CAL-DATE
        FILE STATUS IS CAL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  VOID-AUDIT-FILE.
    01  SUSP-RAW PIC X(100).

    FD  FEED-FILE.
    01  FEED-RECORD         PIC X(24).

    FD  SPOOL-INDEX-FILE.
    01  SPOOL-INDEX-RECORD.
    FD  SPOOL-KEEP-FILE.
    01  SPOOL-KEEP-RECORD   PIC X(52).

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    FD  CALENDAR-MASTER.
    COPY "calmast.cpy".

    FD  ARCHIVE-FILE.
    01  ARCHIVE-RECORD.
        05  ARCH-SOURCE     PIC X(8).
       01 SPOOL-PURGED PIC 9(4) VALUE 0.
       01 RM-CMD PIC X(60).
       01 SUSP-COUNT PIC 9(6) VALUE 0.
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".
       01 CAL-FS PIC XX.
           88 CAL-FOUND VALUE "00".

      *> the fiscal period being closed, off the trading calendar.
       01 FISCAL-SW PIC X VALUE "N".
           88 FISCAL-CLOSE VALUE "Y".
       01 PERIOD-START PIC 9(8) VALUE 0.
       01 PERIOD-END PIC 9(8) VALUE 0.
       01 FORCE-INP PIC X(8).
       01 COUNT-DISP PIC Z(5)9.

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
    MOVE TODAY-DATE(1:6) TO CLOSE-MONTH

      *> the fiscal period the business date sits in - the close
      *> belongs on its last day.
    OPEN INPUT CALENDAR-MASTER
    IF CAL-FOUND
        MOVE TODAY-DATE TO CAL-DATE
        READ CALENDAR-MASTER
            INVALID KEY
                MOVE "23" TO CAL-FS
            NOT INVALID KEY
                IF CAL-FISCAL-PERIOD > 0
                    MOVE "Y" TO FISCAL-SW
                    COMPUTE CLOSE-MONTH =
                        CAL-FISCAL-YEAR * 100 + CAL-FISCAL-PERIOD
                    MOVE CAL-PERIOD-START TO PERIOD-START
                    MOVE CAL-PERIOD-END TO PERIOD-END
                END-IF
        END-READ
        CLOSE CALENDAR-MASTER
    END-IF
    IF FISCAL-CLOSE
        DISPLAY "MONTH-END FOR FISCAL PERIOD " CLOSE-MONTH(1:4)
                "/" CLOSE-MONTH(5:2) " - " PERIOD-START
                " TO " PERIOD-END
        IF TODAY-DATE NOT = PERIOD-END
            MOVE SPACES TO FORCE-INP
            ACCEPT FORCE-INP
            IF FORCE-INP NOT = "FORCE"
                DISPLAY "MANADARLOK: " TODAY-DATE " IS NOT THE LAST "
                        "DAY OF THE PERIOD - RUN REFUSED (FEED FORCE "
                        "TO OVERRIDE)"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF
            DISPLAY "MANADARLOK: PERIOD CLOSED EARLY ON FORCE"
        END-IF
    END-IF

      *> the archive grows run over run - append if it's already
      *> there, start one fresh the first time this ever runs.

      *> the month's P&L prints in the same window - the closing
      *> month goes to MANFEED the way ARSLOK feeds ARSFEED, and
      *> REKSTRARYFIRLIT chains behind the valuation.  A fiscal
      *> period carries its bounds on the same line.
    OPEN OUTPUT FEED-FILE
    MOVE SPACES TO FEED-RECORD
    MOVE CLOSE-MONTH TO FEED-RECORD(1:6)
    IF FISCAL-CLOSE
        MOVE PERIOD-START TO FEED-RECORD(8:8)
        MOVE PERIOD-END TO FEED-RECORD(17:8)
    END-IF
    WRITE FEED-RECORD
    CLOSE FEED-FILE
    MOVE "./rekstraryfirlit < MANFEED" TO STEP-CMD
                " - RERUN REKSTRARYFIRLIT"
    END-IF

      *> the deposit remittance to the return fund is owed for the
      *> same month - SKILAGJALD reads the month off the same feed.
    MOVE "./skilagjald < MANFEED" TO STEP-CMD
    MOVE 0 TO RETURN-CODE
    CALL "SYSTEM" USING STEP-CMD
    MOVE RETURN-CODE TO STEP-RC
    MOVE 0 TO RETURN-CODE
    IF STEP-RC = 0
        DISPLAY "MONTH-END DEPOSIT REMITTANCE COMPLETE"
    ELSE
        MOVE STEP-RC TO STEP-RC-ED
        DISPLAY "MONTH-END DEPOSIT REMITTANCE FAILED WITH RETURN "
                "CODE " function TRIM(STEP-RC-ED)
                " - RERUN SKILAGJALD"
    END-IF

      *> and the charity round-up money to each campaign's charity,
      *> off the same feed.
    MOVE "./godgerdskil < MANFEED" TO STEP-CMD
    MOVE 0 TO RETURN-CODE
    CALL "SYSTEM" USING STEP-CMD
    MOVE RETURN-CODE TO STEP-RC
    MOVE 0 TO RETURN-CODE
    IF STEP-RC = 0
        DISPLAY "MONTH-END CHARITY REMITTANCE COMPLETE"
    ELSE
        MOVE STEP-RC TO STEP-RC-ED
        DISPLAY "MONTH-END CHARITY REMITTANCE FAILED WITH RETURN "
                "CODE " function TRIM(STEP-RC-ED)
                " - RERUN GODGERDSKIL"
    END-IF

      *> the agency providers' invoices reconciled against the
      *> month's nightly settlements, off the same feed.
    MOVE "./umbodsskil < MANFEED" TO STEP-CMD
    MOVE 0 TO RETURN-CODE
    CALL "SYSTEM" USING STEP-CMD
    MOVE RETURN-CODE TO STEP-RC
    MOVE 0 TO RETURN-CODE
    IF STEP-RC = 0
        DISPLAY "MONTH-END AGENCY STATEMENT COMPLETE"
    ELSE
        MOVE STEP-RC TO STEP-RC-ED
        DISPLAY "MONTH-END AGENCY STATEMENT FAILED WITH RETURN "
                "CODE " function TRIM(STEP-RC-ED)
                " - RERUN UMBODSSKIL"
    END-IF

      *> what each points-exchange partner is owed for the units it
      *> issued to our members, off the same feed.
    MOVE "./stigaskil < MANFEED" TO STEP-CMD
    MOVE 0 TO RETURN-CODE
    CALL "SYSTEM" USING STEP-CMD
    MOVE RETURN-CODE TO STEP-RC
    MOVE 0 TO RETURN-CODE
    IF STEP-RC = 0
        DISPLAY "MONTH-END POINTS EXCHANGE STATEMENT COMPLETE"
    ELSE
        MOVE STEP-RC TO STEP-RC-ED
        DISPLAY "MONTH-END POINTS EXCHANGE STATEMENT FAILED WITH "
                "RETURN CODE " function TRIM(STEP-RC-ED)
                " - RERUN STIGASKIL"
    END-IF

      *> supplier rebates earned to the month end accrue to the
      *> journal off the same feed.
    MOVE "./magnauppsofnun < MANFEED" TO STEP-CMD
    MOVE 0 TO RETURN-CODE
    CALL "SYSTEM" USING STEP-CMD
    MOVE RETURN-CODE TO STEP-RC
    MOVE 0 TO RETURN-CODE
    IF STEP-RC = 0
        DISPLAY "MONTH-END REBATE ACCRUAL COMPLETE"
    ELSE
        MOVE STEP-RC TO STEP-RC-ED
        DISPLAY "MONTH-END REBATE ACCRUAL FAILED WITH RETURN "
                "CODE " function TRIM(STEP-RC-ED)
                " - RERUN MAGNAUPPSOFNUN"
    END-IF

      *> goods on the dock with no approved invoice behind them
      *> accrue to the journal at the month end, reversing on the
      *> first day of the next, off the same feed.
    MOVE "./oreiknad < MANFEED" TO STEP-CMD
    MOVE 0 TO RETURN-CODE
    CALL "SYSTEM" USING STEP-CMD
    MOVE RETURN-CODE TO STEP-RC
    MOVE 0 TO RETURN-CODE
    IF STEP-RC = 0
        DISPLAY "MONTH-END GOODS-RECEIVED-NOT-INVOICED COMPLETE"
    ELSE
        MOVE STEP-RC TO STEP-RC-ED
        DISPLAY "MONTH-END GOODS-RECEIVED-NOT-INVOICED FAILED WITH "
                "RETURN CODE " function TRIM(STEP-RC-ED)
                " - RERUN OREIKNAD"
    END-IF

      *> average cost against last cost per department, off the
      *> inventory master as it stands at the close.
    MOVE "./medalkostnadur < MANFEED" TO STEP-CMD
    MOVE 0 TO RETURN-CODE
    CALL "SYSTEM" USING STEP-CMD
    MOVE RETURN-CODE TO STEP-RC
    MOVE 0 TO RETURN-CODE
    IF STEP-RC = 0
        DISPLAY "MONTH-END COST REPORT COMPLETE"
    ELSE
        MOVE STEP-RC TO STEP-RC-ED
        DISPLAY "MONTH-END COST REPORT FAILED WITH RETURN "
                "CODE " function TRIM(STEP-RC-ED)
                " - RERUN MEDALKOSTNADUR"
    END-IF

      *> consignment goods sold in the month are owed to their
      *> consignors - the settlement writes the statements expected
      *> from them off the same feed.
    MOVE "./umbodssala < MANFEED" TO STEP-CMD
    MOVE 0 TO RETURN-CODE
    CALL "SYSTEM" USING STEP-CMD
    MOVE RETURN-CODE TO STEP-RC
    MOVE 0 TO RETURN-CODE
    IF STEP-RC = 0
        DISPLAY "MONTH-END CONSIGNMENT SETTLEMENT COMPLETE"
    ELSE
        MOVE STEP-RC TO STEP-RC-ED
        DISPLAY "MONTH-END CONSIGNMENT SETTLEMENT FAILED WITH "
                "RETURN CODE " function TRIM(STEP-RC-ED)
                " - RERUN UMBODSSALA"
    END-IF

      *> the month's customer complaints by SKU, supplier and
      *> category, for the buyers to take up with the vendors.
    MOVE "./kvartanaskyrsla < MANFEED" TO STEP-CMD
    MOVE 0 TO RETURN-CODE
    CALL "SYSTEM" USING STEP-CMD
    MOVE RETURN-CODE TO STEP-RC
    MOVE 0 TO RETURN-CODE
    IF STEP-RC = 0
        DISPLAY "MONTH-END COMPLAINT REPORT COMPLETE"
    ELSE
        MOVE STEP-RC TO STEP-RC-ED
        DISPLAY "MONTH-END COMPLAINT REPORT FAILED WITH RETURN "
                "CODE " function TRIM(STEP-RC-ED)
                " - RERUN KVARTANASKYRSLA"
    END-IF

      *> the month's card chargebacks lost, by reason code and by
      *> register.
    MOVE "./kortatap < MANFEED" TO STEP-CMD
    MOVE 0 TO RETURN-CODE
    CALL "SYSTEM" USING STEP-CMD
    MOVE RETURN-CODE TO STEP-RC
    MOVE 0 TO RETURN-CODE
    IF STEP-RC = 0
        DISPLAY "MONTH-END CHARGEBACK LOSS REPORT COMPLETE"
    ELSE
        MOVE STEP-RC TO STEP-RC-ED
        DISPLAY "MONTH-END CHARGEBACK LOSS REPORT FAILED WITH "
                "RETURN CODE " function TRIM(STEP-RC-ED)
                " - RERUN KORTATAP"
    END-IF

    GOBACK.

VAUD-READ-RTN.
