PROGRAM-ID. SOLUHRADI.

      *> SKU velocity report - puts the files that never met side
      *> by side: units sold over the trailing week, from the SKUDAG
      *> SKU-by-day summary for the closed days plus the live TXLOG
      *> for the day being closed (same UNSTRING of the stored till
      *> line BIRGDAEYDING depletes with), against INV-QTY-ON-HAND,
      *> giving days-of-stock at the observed weekly rate.  One
      *> quiet day can't brand the store dead stock - a SKU has to
      *> sell nothing for the whole window to read NO MOVEMENT.
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TXLOG-FS.

    SELECT SKU-DAY-FILE ASSIGN TO "SKUDAG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SDS-KEY
        FILE STATUS IS SDS-FS.

      *> the business date every TXLOG record is filtered on.
    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
    FD  TXLOG-FILE.
    COPY "txlog.cpy".

    FD  SKU-DAY-FILE.
    COPY "skudag.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".
       01 TXLOG-FS PIC XX.
           88 TXLOG-FOUND VALUE "00".
           88 TXLOG-EOF VALUE "10".
       01 SDS-FS PIC XX.
           88 SDS-FOUND VALUE "00".
           88 SDS-EOF VALUE "10".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".
      *> the trading day this run reports on - the control file's
       01 LINE-TXTYPE PIC X(1).
       01 LINE-N PIC X(8).
       01 LINE-SKU PIC X(10).
       01 LINE-QTY PIC S9(9).

       01 BOM-FS PIC XX.
           88 BOM-FOUND VALUE "00".
       01 BUNDLE-SW PIC X VALUE "N".
           88 BUNDLE-HIT VALUE "Y".
       01 TALLY-SKU PIC X(10).
       01 TALLY-QTY PIC S9(9).

       01 SWAP-SKU PIC X(10).
       01 SWAP-SOLD PIC S9(9).
        MOVE "Y" TO BOM-OPEN-SW
    END-IF

      *> pass 1a: the closed days of the window off the summary -
      *> strictly before the report date, because the close-out
      *> chain has already summarised today by the time this step
      *> runs and today's units must count exactly once.
    OPEN INPUT SKU-DAY-FILE
    IF SDS-FOUND
        MOVE LOW-VALUES TO SDS-KEY
        MOVE WINDOW-START TO SDS-DATE
        START SKU-DAY-FILE KEY NOT < SDS-KEY
            INVALID KEY
                MOVE "10" TO SDS-FS
        END-START
        IF SDS-FOUND
            PERFORM SDS-READ-RTN
        END-IF
        PERFORM UNTIL SDS-EOF OR SDS-DATE >= REPORT-DATE
            IF SDS-UNITS > 0
                MOVE SDS-SKU TO LINE-SKU
                MOVE SDS-UNITS TO LINE-QTY
                PERFORM QTY-POST-RTN
            END-IF
            PERFORM SDS-READ-RTN
        END-PERFORM
        CLOSE SKU-DAY-FILE
    ELSE
        DISPLAY "SOLUHRADI: NO SKU-BY-DAY SUMMARY - RATE IS "
                "TODAY'S LOG ALONE"
    END-IF

      *> pass 1b: the day being closed, off the live log.
            MOVE "10" TO TXLOG-FS
    END-READ.

SDS-READ-RTN.
    READ SKU-DAY-FILE NEXT
        AT END
            MOVE "10" TO SDS-FS
    END-READ
    IF NOT SDS-FOUND
        MOVE "10" TO SDS-FS
    END-IF.

      *> sale lines only - the "S" leg carries the quantity once,
      *> the "T" split leg is money, not more units.  A bundle's
    IF LINE-TXTYPE = "S"
        MOVE LINE-N TO LINE-QTY
        IF LINE-QTY > 0
            PERFORM QTY-POST-RTN
        END-IF
    END-IF.

QTY-POST-RTN.
    MOVE "N" TO BUNDLE-SW
    IF BOM-FILE-OPEN
        PERFORM BOM-EXPLODE-RTN
    END-IF
    IF NOT BUNDLE-HIT
        MOVE LINE-SKU TO TALLY-SKU
        MOVE LINE-QTY TO TALLY-QTY
        PERFORM VEL-TALLY-RTN
    END-IF.

BOM-EXPLODE-RTN.
    MOVE "00" TO BOM-FS
    MOVE LINE-SKU TO BOM-BUNDLE
