IDENTIFICATION DIVISION.
PROGRAM-ID. ASNINNLESTUR.

      *> advance shipping notice import - the bigger suppliers send
      *> an electronic ASN the night before they deliver, and this
      *> loads it onto the ASNMAST master as the expected receipt,
      *> so the dock checks the truck in against it (ASNMOTTAKA)
      *> instead of counting blind and matching afterwards.  The
      *> supplier's file (ASNIN) is one line per PO line on the
      *> truck:
      *>   ASN reference, supplier code, ship date, our PO number,
      *>   the item (our SKU, or the EAN the supplier labels it
      *>   with - a case EAN counts at its EANMAST pack quantity)
      *>   and the quantity shipped
      *> with the same "*EOF" control trailer KORTAUPPGJOR checks
      *> on the card processor's file - record count and summed
      *> quantity.  Each line has to find an open line on the PO
      *> master under that supplier; one that doesn't is listed and
      *> left off, and will show at the dock as not advised if it
      *> comes off the truck anyway.  A quantity past what is still
      *> open on the PO line loads as advised but is called out.
      *> A line twice in the file adds up; the same file loaded
      *> again, or a corrected one, sets the quantities afresh and
      *> leaves whatever the dock has already counted alone.  A
      *> delivery already signed off takes no more changes.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ASN-IN-FILE ASSIGN TO "ASNIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS ASNI-FS.

    SELECT ASN-MASTER ASSIGN TO "ASNMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ASN-KEY
        FILE STATUS IS ASN-FS.

    SELECT PO-MASTER ASSIGN TO "POMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PO-KEY
        FILE STATUS IS PO-FS.

    SELECT EAN-XREF-FILE ASSIGN TO "EANMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS EAN-CODE
        FILE STATUS IS EAN-FS.

DATA DIVISION.
    FILE SECTION.
    FD  ASN-IN-FILE.
    01  ASN-IN-RECORD.
        05  ASNI-REF        PIC X(10).
        05  FILLER          PIC X.
        05  ASNI-SUPPLIER   PIC X(6).
        05  FILLER          PIC X.
        05  ASNI-SHIP-DATE  PIC 9(8).
        05  FILLER          PIC X.
        05  ASNI-PO-NO      PIC X(10).
        05  FILLER          PIC X.
        05  ASNI-ITEM       PIC X(13).
        05  FILLER          PIC X.
        05  ASNI-QTY        PIC 9(7).
    01  ASN-IN-TRAILER.
        05  AT-MARK         PIC X(4).
        05  FILLER          PIC X.
        05  AT-COUNT        PIC 9(7).
        05  FILLER          PIC X.
        05  AT-QTY          PIC 9(13).

    FD  ASN-MASTER.
    COPY "asnmast.cpy".

    FD  PO-MASTER.
    COPY "pomast.cpy".

    FD  EAN-XREF-FILE.
    COPY "eanmast.cpy".

    WORKING-STORAGE SECTION.
       01 ASNI-FS PIC XX.
           88 ASNI-FOUND VALUE "00".
           88 ASNI-EOF VALUE "10".
       01 ASN-FS PIC XX.
           88 ASN-FOUND    VALUE "00".
           88 ASN-NEW-FILE VALUE "35".
           88 ASN-EOF      VALUE "10".
       01 PO-FS PIC XX.
           88 PO-FOUND VALUE "00".
       01 EAN-FS PIC XX.
           88 EAN-FOUND VALUE "00".
       01 XREF-OPEN-SW PIC X VALUE "N".
           88 XREF-FILE-OPEN VALUE "Y".

      *> this run's stamp - date and time of day.
       01 TODAY-DATE PIC 9(8).
       01 NOW-TIME PIC 9(8).
       01 RUN-STAMP PIC 9(14).

       01 LINE-SKU PIC X(10).
       01 LINE-QTY PIC S9(9).
       01 OPEN-QTY PIC S9(7).
       01 REJECT-REASON PIC X(30).
       01 LAST-REF PIC X(10) VALUE SPACES.
       01 REF-SIGNED-SW PIC X VALUE "N".
           88 REF-SIGNED-OFF VALUE "Y".

       01 CHK-COUNT PIC 9(7) VALUE 0.
       01 CHK-QTY PIC 9(13) VALUE 0.
       01 TRAILER-SW PIC X VALUE "N".
           88 TRAILER-SEEN VALUE "Y".
       01 BATCH-OK-SW PIC X VALUE "Y".
           88 BATCH-OK VALUE "Y".

       01 LINE-COUNT PIC 9(6) VALUE 0.
       01 LOAD-COUNT PIC 9(6) VALUE 0.
       01 REJECT-COUNT PIC 9(6) VALUE 0.
       01 OVER-COUNT PIC 9(6) VALUE 0.
       01 DELIVERY-COUNT PIC 9(6) VALUE 0.
       01 UNITS-LOADED PIC 9(11) VALUE 0.
       01 COUNT-DISP PIC Z(5)9.
       01 QTY-DISP PIC -(8)9.
       01 UNITS-DISP PIC Z(10)9.

PROCEDURE DIVISION.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD
    ACCEPT NOW-TIME FROM TIME
    COMPUTE RUN-STAMP = TODAY-DATE * 1000000 + NOW-TIME / 100

      *> the control trailer first - a file that doesn't match its
      *> own trailer is refused before a single line loads.
    OPEN INPUT ASN-IN-FILE
    IF NOT ASNI-FOUND
        DISPLAY "ASNINNLESTUR: NO SHIPPING NOTICE FILE (ASNIN) "
                "ON SITE"
        GOBACK
    END-IF
    PERFORM ASNI-READ-RTN
    PERFORM UNTIL ASNI-EOF
        IF AT-MARK = "*EOF"
            MOVE "Y" TO TRAILER-SW
            IF AT-COUNT NOT = CHK-COUNT OR AT-QTY NOT = CHK-QTY
                MOVE "N" TO BATCH-OK-SW
                DISPLAY "ASNINNLESTUR: CONTROL TRAILER SAYS "
                        AT-COUNT " FOR " AT-QTY
                        " BUT THE FILE CARRIES " CHK-COUNT
                        " FOR " CHK-QTY
            END-IF
        ELSE
            ADD 1 TO CHK-COUNT
            IF ASNI-QTY IS NUMERIC
                ADD ASNI-QTY TO CHK-QTY
            END-IF
        END-IF
        PERFORM ASNI-READ-RTN
    END-PERFORM
    CLOSE ASN-IN-FILE
    IF NOT TRAILER-SEEN
        DISPLAY "ASNINNLESTUR: SHIPPING NOTICE FILE CARRIES NO "
                "CONTROL TRAILER - UNVERIFIED"
    END-IF
    IF NOT BATCH-OK
        DISPLAY "ASNINNLESTUR: SHIPPING NOTICE FILE FAILS ITS OWN "
                "TRAILER - RUN REFUSED, NOTHING LOADED"
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF

    OPEN I-O ASN-MASTER
    IF ASN-NEW-FILE
        OPEN OUTPUT ASN-MASTER
        CLOSE ASN-MASTER
        OPEN I-O ASN-MASTER
    END-IF
    OPEN INPUT PO-MASTER
    IF NOT PO-FOUND
        DISPLAY "ASNINNLESTUR: NO PO MASTER (POMAST) TO CHECK "
                "THE NOTICE AGAINST"
        CLOSE ASN-MASTER
        MOVE 8 TO RETURN-CODE
        GOBACK
    END-IF
      *> no barcode cross-reference on site just means the supplier
      *> has to send our SKU.
    OPEN INPUT EAN-XREF-FILE
    IF EAN-FOUND
        MOVE "Y" TO XREF-OPEN-SW
    END-IF

    DISPLAY "ADVANCE SHIPPING NOTICE IMPORT - " TODAY-DATE
    OPEN INPUT ASN-IN-FILE
    PERFORM ASNI-READ-RTN
    PERFORM UNTIL ASNI-EOF
        IF AT-MARK NOT = "*EOF" AND ASN-IN-RECORD NOT = SPACES
            ADD 1 TO LINE-COUNT
            PERFORM ASNI-LINE-RTN
        END-IF
        PERFORM ASNI-READ-RTN
    END-PERFORM
    CLOSE ASN-IN-FILE
    CLOSE ASN-MASTER
    CLOSE PO-MASTER
    IF XREF-FILE-OPEN
        CLOSE EAN-XREF-FILE
    END-IF

    MOVE LINE-COUNT TO COUNT-DISP
    DISPLAY "NOTICE LINES READ:         " function TRIM(COUNT-DISP)
    MOVE DELIVERY-COUNT TO COUNT-DISP
    DISPLAY "  DELIVERIES:              " function TRIM(COUNT-DISP)
    MOVE LOAD-COUNT TO COUNT-DISP
    DISPLAY "  LINES LOADED:            " function TRIM(COUNT-DISP)
    MOVE REJECT-COUNT TO COUNT-DISP
    DISPLAY "  LINES REJECTED:          " function TRIM(COUNT-DISP)
    MOVE OVER-COUNT TO COUNT-DISP
    DISPLAY "  ADVISED PAST THE PO:     " function TRIM(COUNT-DISP)
    MOVE UNITS-LOADED TO UNITS-DISP
    DISPLAY "  UNITS EXPECTED:          " function TRIM(UNITS-DISP)

    GOBACK.

ASNI-READ-RTN.
    READ ASN-IN-FILE
        AT END
            MOVE "10" TO ASNI-FS
    END-READ.

ASNI-LINE-RTN.
    MOVE SPACES TO REJECT-REASON
    IF ASNI-REF NOT = LAST-REF
        ADD 1 TO DELIVERY-COUNT
        MOVE ASNI-REF TO LAST-REF
        PERFORM REF-SIGNED-RTN
    END-IF
    IF ASNI-REF = SPACES OR ASNI-PO-NO = SPACES
          OR ASNI-ITEM = SPACES OR ASNI-SUPPLIER = SPACES
          OR ASNI-QTY IS NOT NUMERIC OR ASNI-QTY = 0
          OR ASNI-SHIP-DATE IS NOT NUMERIC
        MOVE "BAD LINE" TO REJECT-REASON
    ELSE
    IF REF-SIGNED-OFF
        MOVE "DELIVERY ALREADY SIGNED OFF" TO REJECT-REASON
    ELSE
        MOVE ASNI-ITEM TO LINE-SKU
        MOVE ASNI-QTY TO LINE-QTY
      *> a case barcode on the notice counts at its pack quantity,
      *> the same resolution the dock scans through.
        IF XREF-FILE-OPEN
            MOVE ASNI-ITEM TO EAN-CODE
            READ EAN-XREF-FILE
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE EAN-SKU TO LINE-SKU
                    IF EAN-PACK-QTY > 1
                        MULTIPLY EAN-PACK-QTY BY LINE-QTY
                    END-IF
            END-READ
        END-IF
        MOVE ASNI-PO-NO TO PO-NUMBER
        MOVE LINE-SKU TO PO-SKU
        READ PO-MASTER
            INVALID KEY
                MOVE "NOT ON THE PO" TO REJECT-REASON
            NOT INVALID KEY
                IF PO-LINE-CLOSED
                    MOVE "PO LINE ALREADY CLOSED" TO REJECT-REASON
                ELSE
                IF PO-SUPPLIER NOT = ASNI-SUPPLIER
                    MOVE "PO IS ANOTHER SUPPLIER'S"
                        TO REJECT-REASON
                END-IF
                END-IF
        END-READ
    END-IF
    END-IF

    IF REJECT-REASON = SPACES
        PERFORM ASN-POST-RTN
    END-IF
    IF REJECT-REASON NOT = SPACES
        ADD 1 TO REJECT-COUNT
        DISPLAY "  REJECTED " function TRIM(ASNI-REF)
                " PO " function TRIM(ASNI-PO-NO)
                " " function TRIM(ASNI-ITEM)
                " - " function TRIM(REJECT-REASON)
    END-IF.

      *> has the dock already signed this delivery off?  Its first
      *> line on the master says so.
REF-SIGNED-RTN.
    MOVE "N" TO REF-SIGNED-SW
    MOVE "00" TO ASN-FS
    MOVE ASNI-REF TO ASN-REF
    MOVE LOW-VALUES TO ASN-PO-NO ASN-SKU
    START ASN-MASTER KEY NOT < ASN-KEY
        INVALID KEY
            MOVE "10" TO ASN-FS
    END-START
    IF NOT ASN-EOF
        READ ASN-MASTER NEXT
            AT END
                MOVE "10" TO ASN-FS
        END-READ
        IF ASN-FOUND AND ASN-REF = ASNI-REF AND ASN-SIGNED-OFF
            MOVE "Y" TO REF-SIGNED-SW
        END-IF
    END-IF.

      *> set, or in the same run add to, the advised quantity.  A
      *> line the dock found unadvised becomes an advised line once
      *> a corrected notice carries it.
ASN-POST-RTN.
    MOVE ASNI-REF TO ASN-REF
    MOVE ASNI-PO-NO TO ASN-PO-NO
    MOVE LINE-SKU TO ASN-SKU
    READ ASN-MASTER
        INVALID KEY
            MOVE ASNI-SUPPLIER TO ASN-SUPPLIER
            MOVE ASNI-SHIP-DATE TO ASN-SHIP-DATE
            MOVE RUN-STAMP TO ASN-LOADED
            MOVE "A" TO ASN-ORIGIN
            MOVE LINE-QTY TO ASN-EXPECT-QTY
            MOVE 0 TO ASN-COUNT-QTY
            MOVE "O" TO ASN-STATUS
            MOVE 0 TO ASN-SIGN-DATE
            WRITE ASN-MASTER-RECORD
        NOT INVALID KEY
            IF ASN-SIGNED-OFF
                MOVE "DELIVERY ALREADY SIGNED OFF" TO REJECT-REASON
            ELSE
                IF ASN-ADVISED AND ASN-LOADED = RUN-STAMP
                    ADD LINE-QTY TO ASN-EXPECT-QTY
                ELSE
                    MOVE LINE-QTY TO ASN-EXPECT-QTY
                END-IF
                MOVE "A" TO ASN-ORIGIN
                MOVE ASNI-SUPPLIER TO ASN-SUPPLIER
                MOVE ASNI-SHIP-DATE TO ASN-SHIP-DATE
                MOVE RUN-STAMP TO ASN-LOADED
                REWRITE ASN-MASTER-RECORD
            END-IF
    END-READ
    IF REJECT-REASON = SPACES
        ADD 1 TO LOAD-COUNT
        ADD LINE-QTY TO UNITS-LOADED
        COMPUTE OPEN-QTY = PO-QTY-ORDERED - PO-QTY-RECEIVED
        IF ASN-EXPECT-QTY > OPEN-QTY
            ADD 1 TO OVER-COUNT
            MOVE ASN-EXPECT-QTY TO QTY-DISP
            DISPLAY "  " function TRIM(ASNI-REF)
                    " PO " function TRIM(ASNI-PO-NO)
                    " " function TRIM(LINE-SKU)
                    " ADVISES " function TRIM(QTY-DISP)
                    " - MORE THAN IS OPEN ON THE PO"
        END-IF
    END-IF.
