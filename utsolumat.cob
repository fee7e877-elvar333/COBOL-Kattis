      *> and BUDMKDN remembers them, but whether 30 percent
      *> actually cleared the stock was guesswork, so next season's
      *> percent was folklore.  For every markdown on the audit
      *> file this lays weekly unit sales from the SKUDAG SKU-by-
      *> day summary (plus the live TXLOG) four weeks either side
      *> of the cut
      *> side by side, and computes sell-through of the on-hand
      *> recorded at markdown time, so the buyer can see which
      *> depth of cut actually moves goods.  No feed - the whole
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MKDN-FS.

    SELECT SKU-DAY-FILE ASSIGN TO "SKUDAG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SDS-KEY
        FILE STATUS IS SDS-FS.

    SELECT TXLOG-FILE ASSIGN TO "TXLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        05  FILLER          PIC X.
        05  MKDN-ON-HAND    PIC S9(7).

    FD  SKU-DAY-FILE.
    COPY "skudag.cpy".

    FD  TXLOG-FILE.
    COPY "txlog.cpy".
       01 MKDN-FS PIC XX.
           88 MKDN-FOUND VALUE "00".
           88 MKDN-EOF VALUE "10".
       01 SDS-FS PIC XX.
           88 SDS-FOUND VALUE "00".
           88 SDS-EOF VALUE "10".
       01 TXLOG-FS PIC XX.
           88 TXLOG-FOUND VALUE "00".
           88 TXLOG-EOF VALUE "10".
       01 LINE-TXTYPE PIC X(1).
       01 LINE-N PIC X(8).
       01 LINE-SKU PIC X(10).
       01 LINE-QTY PIC S9(9).
      *> the first day any markdown's window reaches back to.
       01 FIRST-INT PIC S9(9) VALUE 0.
       01 FIRST-DATE PIC 9(8).
       01 DAY-OFFSET PIC S9(5).
       01 WEEK-IX PIC S9(3).
       01 WX PIC S9(3).
        GOBACK
    END-IF

      *> one pass over the summary, one over the live log - every
      *> day's units land in whatever markdown windows they fall
      *> in.  The summary side takes only days strictly before the
      *> business date and the live log only the business date
      *> itself - the SOLUHRADI roll-off convention, or an evening
      *> run counts today twice.
    PERFORM VARYING MX FROM 1 BY 1 UNTIL MX > MK-COUNT
        IF FIRST-INT = 0 OR MK-INT(MX) - 28 < FIRST-INT
            COMPUTE FIRST-INT = MK-INT(MX) - 28
        END-IF
    END-PERFORM
    COMPUTE FIRST-DATE = function DATE-OF-INTEGER(FIRST-INT)
    OPEN INPUT SKU-DAY-FILE
    IF SDS-FOUND
        MOVE LOW-VALUES TO SDS-KEY
        MOVE FIRST-DATE TO SDS-DATE
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
                COMPUTE WORK-INT = function INTEGER-OF-DATE(SDS-DATE)
                PERFORM MK-BUCKET-RTN
                    VARYING MX FROM 1 BY 1 UNTIL MX > MK-COUNT
            END-IF
            PERFORM SDS-READ-RTN
        END-PERFORM
        CLOSE SKU-DAY-FILE
    END-IF

    OPEN INPUT TXLOG-FILE
    END-PERFORM
    MOVE 0 TO MK-AFTER(MX).

SDS-READ-RTN.
    READ SKU-DAY-FILE NEXT
        AT END
            MOVE "10" TO SDS-FS
    END-READ
    IF NOT SDS-FOUND
        MOVE "10" TO SDS-FS
    END-IF.

TXLOG-READ-RTN.
    READ TXLOG-FILE
