      *> rewrite a crash could take every on-the-road transfer
      *> down with.  A site coming off the old line-sequential file
      *> re-enters its open transfers once.
      *>
      *> the stock travels at the sending store's carried average
      *> cost - stamped on the transit record when it leaves, and
      *> averaged into the receiving store's cost when it lands.
      *> Both ends go to the BUDCOSTJ cost-change journal.
      *>
      *> an outbound line may carry the chain balancing run's
      *> reference as a fifth token (DREIFING writes the lines that
      *> way onto BUDXPICK); it rides the transit record to the
      *> receipt, and a reference already on file is refused, so
      *> the pick file can be fed again without sending twice.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

    SELECT COST-JOURNAL-FILE ASSIGN TO "BUDCOSTJ"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CJ-FS.

DATA DIVISION.
    FILE SECTION.
    FD  INVENTORY-MASTER.
    FD  TRANSIT-FILE.
    COPY "budtrans.cpy".

    FD  COST-JOURNAL-FILE.
    COPY "costjrn.cpy".

    WORKING-STORAGE SECTION.
       01 INV-FS PIC XX.
           88 INV-FOUND VALUE "00".
           88 TRANS-EOF      VALUE "10".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".
       01 CJ-FS PIC XX.
           88 CJ-FOUND VALUE "00".
       01 REGISTER-ID PIC X(4) VALUE SPACES.
       01 BUSINESS-DATE PIC 9(8).

      *> TOSTORE, or I(nbound) TRANSFERID - the second token doubles
      *> as the SKU for an outbound line or the transfer ID for an
      *> inbound one, same way BUDARKASSI2's SKU slot doubles as a
      *> layaway ID.  O SKU QTY TOSTORE REF for a balancing
      *> suggestion.
       01 INP PIC X(40).
           88 EOF-INP VALUE SPACES.
       01 DIR-RAW    PIC X(1).
       01 SKU-LEN    PIC S9(2).
       01 QTY-LEN    PIC S9(2).
       01 STORE-LEN  PIC S9(2).
       01 REF-RAW    PIC X(12).
       01 REF-LEN    PIC S9(2).
       01 REF-USED-SW PIC X VALUE "N".
           88 REF-USED VALUE "Y".

       01 XFER-QTY   PIC S9(7).
       01 XFER-ID    PIC 9(8).
       01 ON-HAND-ED PIC -(6)9.
       01 QTY-BEFORE PIC S9(7).
       01 OLD-AVG-COST PIC S9(6).

PROCEDURE DIVISION.
    ACCEPT BUSINESS-DATE FROM DATE YYYYMMDD
    END-IF
    CLOSE CONTROL-FILE

    OPEN INPUT COST-JOURNAL-FILE
    IF CJ-FOUND
        CLOSE COST-JOURNAL-FILE
        OPEN EXTEND COST-JOURNAL-FILE
    ELSE
        OPEN OUTPUT COST-JOURNAL-FILE
    END-IF

      *> next transfer ID picks up right after the highest one
      *> already on file, so a restart doesn't reuse an ID still in
      *> transit.
            MOVE SPACES TO SKU-RAW
            MOVE "0" TO QTY-RAW
            MOVE SPACES TO STORE-RAW
            MOVE SPACES TO REF-RAW
            MOVE 0 TO DIR-LEN SKU-LEN QTY-LEN STORE-LEN REF-LEN
            UNSTRING INP DELIMITED BY ALL SPACE
                INTO DIR-RAW     COUNT IN DIR-LEN,
                     SKU-RAW     COUNT IN SKU-LEN,
                     QTY-RAW     COUNT IN QTY-LEN,
                     STORE-RAW   COUNT IN STORE-LEN,
                     REF-RAW     COUNT IN REF-LEN

            IF DIR-RAW = "O"
                PERFORM OUTBOUND-RTN

    CLOSE INVENTORY-MASTER
    CLOSE TRANSIT-FILE
    CLOSE COST-JOURNAL-FILE

    GOBACK.

      *> transit record is on disk before the next line reads, so a
      *> crash mid-run loses nothing already posted.
OUTBOUND-RTN.
    MOVE "N" TO REF-USED-SW
    IF REF-LEN > 0
        PERFORM REF-CHECK-RTN
    END-IF
    IF SKU-LEN = 0 OR QTY-LEN = 0 OR STORE-LEN = 0
          OR QTY-RAW(1:QTY-LEN) IS NOT NUMERIC
        DISPLAY "FLUTNINGUR: BAD OUTBOUND LINE "
                function TRIM(INP)
    ELSE
    IF REF-USED
        DISPLAY "FLUTNINGUR: SUGGESTION " function TRIM(REF-RAW)
                " ALREADY SENT - LINE SKIPPED"
    ELSE
        MOVE SKU-RAW TO INV-SKU
        READ INVENTORY-MASTER
                        function TRIM(SKU-RAW)
            NOT INVALID KEY
                MOVE QTY-RAW TO XFER-QTY
                MOVE INV-QTY-ON-HAND TO QTY-BEFORE
                SUBTRACT XFER-QTY FROM INV-QTY-ON-HAND
                REWRITE INV-MASTER-RECORD
                MOVE INV-QTY-ON-HAND TO ON-HAND-ED
                MOVE STORE-RAW TO TRANS-TO
                MOVE "INTRANS" TO TRANS-STATUS
                MOVE BUSINESS-DATE TO TRANS-DATE
                MOVE INV-COST TO TRANS-UNIT-COST
                MOVE REF-RAW TO TRANS-SUGGEST-REF
                WRITE TRANSIT-RECORD
                    INVALID KEY
                        DISPLAY "FLUTNINGUR: TRANSFER ID "
                                NEXT-ID " ALREADY ON FILE"
                END-WRITE

      *> stock leaving at the carried cost leaves the average as it
      *> was - journalled all the same, so the trail is complete.
                MOVE SKU-RAW TO CJ-SKU
                MOVE "XFEROUT" TO CJ-SOURCE
                MOVE NEXT-ID TO CJ-REF
                COMPUTE CJ-QTY = 0 - XFER-QTY
                MOVE INV-COST TO CJ-MOVE-COST
                MOVE INV-COST TO OLD-AVG-COST
                PERFORM COST-JOURNAL-RTN

                DISPLAY "TRANSFER " NEXT-ID " OUT: "
                        function TRIM(SKU-RAW) " QTY "
                        function TRIM(QTY-RAW) " TO "
                        function TRIM(ON-HAND-ED)
                ADD 1 TO NEXT-ID
        END-READ
    END-IF
    END-IF.

      *> has this suggestion already gone out?  A walk of the
      *> transit file - the postings themselves go by key, so the
      *> position it leaves behind does no harm.
REF-CHECK-RTN.
    MOVE 0 TO TRANS-ID
    START TRANSIT-FILE KEY NOT < TRANS-ID
        INVALID KEY
            MOVE "10" TO TRANS-FS
    END-START
    IF NOT TRANS-EOF
        PERFORM TRANS-WALK-READ-RTN
        PERFORM UNTIL TRANS-EOF OR REF-USED
            IF TRANS-SUGGEST-REF = REF-RAW
                MOVE "Y" TO REF-USED-SW
            END-IF
            PERFORM TRANS-WALK-READ-RTN
        END-PERFORM
    END-IF
    MOVE "00" TO TRANS-FS.

      *> an inbound line matches a transfer still in transit by ID
      *> and posts the stock arriving - a bad or already-received ID
      *> is refused rather than double-posting the receipt.
                            DISPLAY "FLUTNINGUR: UNKNOWN SKU "
                                    function TRIM(TRANS-SKU)
                        NOT INVALID KEY
                            MOVE INV-QTY-ON-HAND TO QTY-BEFORE
                            MOVE INV-COST TO OLD-AVG-COST
                            PERFORM XFER-IN-AVERAGE-RTN
                            ADD TRANS-QTY TO INV-QTY-ON-HAND
                            ADD TRANS-QTY TO INV-QTY-BACKROOM
                            REWRITE INV-MASTER-RECORD
                            MOVE TRANS-SKU TO CJ-SKU
                            MOVE "XFERIN" TO CJ-SOURCE
                            MOVE XFER-ID TO CJ-REF
                            MOVE TRANS-QTY TO CJ-QTY
                            MOVE TRANS-UNIT-COST TO CJ-MOVE-COST
                            PERFORM COST-JOURNAL-RTN
                            MOVE INV-QTY-ON-HAND TO ON-HAND-ED
                            MOVE "RECVD" TO TRANS-STATUS
                            REWRITE TRANSIT-RECORD
                                    " QTY " TRANS-QTY
                                    " FROM "
                                    function TRIM(TRANS-FROM)
                                    " " TRANS-SUGGEST-REF
                                    " - ON HAND NOW "
                                    function TRIM(ON-HAND-ED)
                    END-READ
                END-IF
        END-READ
    END-IF.

      *> units arriving at the sender's cost average in with the
      *> book here; an empty or negative book, or a SKU never
      *> costed, takes the sender's cost outright.  A transfer
      *> written before costs travelled changes nothing.
XFER-IN-AVERAGE-RTN.
    IF TRANS-UNIT-COST IS NOT NUMERIC
        MOVE 0 TO TRANS-UNIT-COST
    END-IF
    IF TRANS-UNIT-COST > 0
        IF QTY-BEFORE <= 0 OR INV-COST = 0
            MOVE TRANS-UNIT-COST TO INV-COST
        ELSE
            COMPUTE INV-COST ROUNDED =
                (QTY-BEFORE * INV-COST + TRANS-QTY * TRANS-UNIT-COST)
                / (QTY-BEFORE + TRANS-QTY)
        END-IF
    END-IF.

COST-JOURNAL-RTN.
    MOVE BUSINESS-DATE TO CJ-DATE
    MOVE QTY-BEFORE TO CJ-QTY-BEFORE
    MOVE OLD-AVG-COST TO CJ-OLD-COST
    MOVE INV-COST TO CJ-NEW-COST
    WRITE COST-JOURNAL-RECORD.
