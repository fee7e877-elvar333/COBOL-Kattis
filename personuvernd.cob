IDENTIFICATION DIVISION.
PROGRAM-ID. PERSONUVERND.

      *> customer data-protection requests - a customer may ask
      *> what we hold on them, or ask to be forgotten, and their
      *> data is spread over CUSTMAST, CONTMAST, PTSMAST, PTSHIST,
      *> the BUDMAIL and BUDOFFER extracts, the SAMEINING merge log
      *> BUDMERGE, the XCHMAST points-exchange register and the
      *> customer's slices of the SKUDAG sales summary.  Entry
      *> feed, one request per line:
      *>   A custid ref      access request - print everything held
      *>                     on the customer, file by file, as one
      *>                     document
      *>   E custid ref      erasure - the contact record and the
      *>                     name go, the customer drops out of the
      *>                     mailing and offer extracts, and the
      *>                     loyalty master, the points trail, the
      *>                     merge log, the points exchanges and
      *>                     the sales summary slices are re-keyed
      *>                     to a fresh
      *>                     anonymous ID (ANONnnnnnn), so balances
      *>                     and statements still reconcile with
      *>                     nobody behind them
      *> ref is the data protection officer's case reference.
      *> Receipts, sales history and everything tax or the
      *> accounts rely on are kept as the law requires - the
      *> customer ID on them no longer resolves to anyone once the
      *> masters are cleared.  Older AFRIT backup generations age
      *> out under the normal retention.  Every request, and what
      *> was done about it, goes on the BUDDPLOG request log.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CUST-ID
        FILE STATUS IS CUST-FS.

    SELECT CONTACT-MASTER ASSIGN TO "CONTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CONT-CUST-ID
        FILE STATUS IS CONT-FS.

    SELECT POINTS-MASTER-FILE ASSIGN TO "PTSMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PTS-CUST-ID
        FILE STATUS IS PTS-FS.

    SELECT POINTS-HISTORY-FILE ASSIGN TO "PTSHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PHIST-FS.

    SELECT EXCHANGE-MASTER ASSIGN TO "XCHMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS XCH-NO
        FILE STATUS IS XCH-FS.

    SELECT SKU-DAY-FILE ASSIGN TO "SKUDAG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SDS-KEY
        FILE STATUS IS SDS-FS.

    SELECT MAIL-FILE ASSIGN TO "BUDMAIL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MAIL-FS.

    SELECT OFFER-FILE ASSIGN TO "BUDOFFER"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS OFFER-FS.

    SELECT MERGE-LOG-FILE ASSIGN TO "BUDMERGE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS MLOG-FS.

      *> the request log the data protection officer reads.
    SELECT REQUEST-LOG-FILE ASSIGN TO "BUDDPLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS DPL-FS.

      *> a sequential file is rewritten through here, the way AFRIT
      *> rewrites its archive.
    SELECT WORK-FILE ASSIGN TO "BUDDPWK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WRK-FS.

DATA DIVISION.
    FILE SECTION.
    FD  CUSTOMER-MASTER-FILE.
    COPY "custmast.cpy".

    FD  CONTACT-MASTER.
    COPY "contmast.cpy".

    FD  POINTS-MASTER-FILE.
    COPY "ptsmast.cpy".

    FD  POINTS-HISTORY-FILE.
    COPY "ptshist.cpy".

    FD  EXCHANGE-MASTER.
    COPY "ptsxchg.cpy".

    FD  SKU-DAY-FILE.
    COPY "skudag.cpy".

    FD  MAIL-FILE.
    01  MAIL-RECORD.
        05  MAIL-CUST-ID    PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  MAIL-NAME       PIC X(40).
        05  FILLER          PIC X VALUE SPACE.
        05  MAIL-EMAIL      PIC X(40).
        05  FILLER          PIC X VALUE SPACE.
        05  MAIL-ADDRESS    PIC X(40).

    FD  OFFER-FILE.
    01  OFFER-RECORD.
        05  OFFER-CUST-ID   PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  OFFER-CAT       PIC 9(2).
        05  FILLER          PIC X VALUE SPACE.
        05  OFFER-AMOUNT    PIC S9(11).

    FD  MERGE-LOG-FILE.
    01  MERGE-LOG-RECORD.
        05  MLOG-DATE       PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  MLOG-LOSER      PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  MLOG-WINNER     PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  MLOG-POINTS     PIC S9(16).

    FD  REQUEST-LOG-FILE.
    01  REQUEST-LOG-RECORD.
        05  DPL-DATE        PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
      *> A access, E erasure.
        05  DPL-TYPE        PIC X(1).
        05  FILLER          PIC X VALUE SPACE.
        05  DPL-CUST-ID     PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  DPL-REF         PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
      *> the anonymous ID an erased customer's loyalty now sits
      *> under - spaces on an access request or a refusal.
        05  DPL-ANON-ID     PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  DPL-OUTCOME     PIC X(60).

    FD  WORK-FILE.
    01  WORK-RECORD         PIC X(140).

    WORKING-STORAGE SECTION.
       01 CUST-FS PIC XX.
           88 CUST-FOUND VALUE "00".
       01 CONT-FS PIC XX.
           88 CONT-FOUND VALUE "00".
       01 PTS-FS PIC XX.
           88 PTS-FOUND VALUE "00".
       01 PHIST-FS PIC XX.
           88 PHIST-FOUND VALUE "00".
           88 PHIST-EOF VALUE "10".
       01 XCH-FS PIC XX.
           88 XCH-FOUND VALUE "00".
           88 XCH-EOF VALUE "10".
       01 SDS-FS PIC XX.
           88 SDS-FOUND VALUE "00".
           88 SDS-EOF VALUE "10".
       01 MAIL-FS PIC XX.
           88 MAIL-FOUND VALUE "00".
           88 MAIL-EOF VALUE "10".
       01 OFFER-FS PIC XX.
           88 OFFER-FOUND VALUE "00".
           88 OFFER-EOF VALUE "10".
       01 MLOG-FS PIC XX.
           88 MLOG-FOUND VALUE "00".
           88 MLOG-EOF VALUE "10".
       01 DPL-FS PIC XX.
           88 DPL-FOUND VALUE "00".
           88 DPL-EOF VALUE "10".
       01 WRK-FS PIC XX.
           88 WRK-FOUND VALUE "00".
           88 WRK-EOF VALUE "10".

       01 CUST-OPEN-SW PIC X VALUE "N".
           88 CUST-OPEN-OK VALUE "Y".
       01 CONT-OPEN-SW PIC X VALUE "N".
           88 CONT-OPEN-OK VALUE "Y".
       01 PTS-OPEN-SW PIC X VALUE "N".
           88 PTS-OPEN-OK VALUE "Y".
       01 XCH-OPEN-SW PIC X VALUE "N".
           88 XCH-OPEN-OK VALUE "Y".
       01 SDS-OPEN-SW PIC X VALUE "N".
           88 SDS-OPEN-OK VALUE "Y".
      *> a summary slice lifted off its key on the way to the
      *> anonymous one.
       01 SDS-HOLD PIC X(409).
      *> its figures, for when the anonymous slice is already on
      *> file and the two have to be added together.
       01 HOLD-FIGS.
           05 HOLD-LINES PIC 9(7).
           05 HOLD-UNITS PIC S9(9).
           05 HOLD-GROSS PIC S9(13).
           05 HOLD-DISCOUNT PIC S9(13).
           05 HOLD-NET PIC S9(13).
           05 HOLD-RET-UNITS PIC S9(9).
           05 HOLD-RET-AMT PIC S9(13).
           05 HOLD-COST PIC S9(13).
           05 HOLD-RET-COST PIC S9(13).
           05 HOLD-HOUR PIC S9(11) OCCURS 24 TIMES.
       01 HOLD-HX PIC 99.

       01 TODAY-DATE PIC 9(8).

       01 INP PIC X(40).
           88 EOF-INP VALUE SPACES.
       01 ACT-RAW PIC X(1).
       01 ID-RAW PIC X(10).
       01 REF-RAW PIC X(10).
       01 ACT-LEN PIC S9(2).
       01 ID-LEN PIC S9(2).
       01 REF-LEN PIC S9(2).

      *> what the customer has on each master - an erasure with
      *> nothing anywhere is refused rather than logged as done.
       01 ON-CUST-SW PIC X.
           88 ON-CUST VALUE "Y".
       01 ON-CONT-SW PIC X.
           88 ON-CONT VALUE "Y".
       01 ON-PTS-SW PIC X.
           88 ON-PTS VALUE "Y".
       01 HOLD-POINTS PIC S9(16).

      *> anonymous IDs run on from the highest one the request log
      *> has handed out.
       01 ANON-SEQ PIC 9(6) VALUE 0.
       01 ANON-NUM PIC 9(6).
       01 ANON-ID PIC X(10).

       01 PHIST-HITS PIC 9(7).
       01 MAIL-HITS PIC 9(5).
       01 OFFER-HITS PIC 9(5).
       01 MLOG-HITS PIC 9(5).
       01 XCH-HITS PIC 9(5).
       01 SDS-HITS PIC 9(7).
       01 UNITS-ED PIC -(8)9.
       01 AMT-ED PIC -(12)9.
       01 HIT-DISP PIC Z(6)9.
       01 HIT-DISP2 PIC Z(4)9.
       01 HIT-DISP3 PIC Z(4)9.
       01 HIT-DISP4 PIC Z(4)9.
       01 HIT-DISP5 PIC Z(4)9.
       01 POINTS-ED PIC -(15)9.
       01 OUTCOME-TEXT PIC X(60).

       01 ACCESS-COUNT PIC 9(5) VALUE 0.
       01 ERASE-COUNT PIC 9(5) VALUE 0.
       01 REFUSED-COUNT PIC 9(5) VALUE 0.
       01 COUNT-DISP PIC Z(4)9.

PROCEDURE DIVISION.
    ACCEPT TODAY-DATE FROM DATE YYYYMMDD

    OPEN I-O CUSTOMER-MASTER-FILE
    IF CUST-FOUND
        MOVE "Y" TO CUST-OPEN-SW
    END-IF
    OPEN I-O CONTACT-MASTER
    IF CONT-FOUND
        MOVE "Y" TO CONT-OPEN-SW
    END-IF
    OPEN I-O POINTS-MASTER-FILE
    IF PTS-FOUND
        MOVE "Y" TO PTS-OPEN-SW
    END-IF
    OPEN I-O EXCHANGE-MASTER
    IF XCH-FOUND
        MOVE "Y" TO XCH-OPEN-SW
    END-IF
    OPEN I-O SKU-DAY-FILE
    IF SDS-FOUND
        MOVE "Y" TO SDS-OPEN-SW
    END-IF

    OPEN INPUT REQUEST-LOG-FILE
    IF DPL-FOUND
        PERFORM DPL-READ-RTN
        PERFORM UNTIL DPL-EOF
            IF DPL-ANON-ID(1:4) = "ANON"
                  AND DPL-ANON-ID(5:6) IS NUMERIC
                MOVE DPL-ANON-ID(5:6) TO ANON-NUM
                IF ANON-NUM > ANON-SEQ
                    MOVE ANON-NUM TO ANON-SEQ
                END-IF
            END-IF
            PERFORM DPL-READ-RTN
        END-PERFORM
        CLOSE REQUEST-LOG-FILE
        OPEN EXTEND REQUEST-LOG-FILE
    ELSE
        OPEN OUTPUT REQUEST-LOG-FILE
    END-IF

    PERFORM UNTIL EOF-INP
        ACCEPT INP
        IF NOT EOF-INP
            MOVE SPACES TO ACT-RAW
            MOVE SPACES TO ID-RAW
            MOVE SPACES TO REF-RAW
            MOVE 0 TO ACT-LEN ID-LEN REF-LEN
            UNSTRING INP DELIMITED BY ALL SPACE
                INTO ACT-RAW COUNT IN ACT-LEN,
                     ID-RAW  COUNT IN ID-LEN,
                     REF-RAW COUNT IN REF-LEN

            IF ID-LEN = 0
                DISPLAY "PERSONUVERND: BAD REQUEST LINE "
                        function TRIM(INP)
            ELSE
            IF ACT-RAW = "A"
                PERFORM ACCESS-RTN
            ELSE
            IF ACT-RAW = "E"
                PERFORM ERASE-RTN
            ELSE
                DISPLAY "PERSONUVERND: BAD ACTION CODE "
                        function TRIM(INP)
            END-IF
            END-IF
            END-IF
        END-IF
    END-PERFORM

    IF CUST-OPEN-OK
        CLOSE CUSTOMER-MASTER-FILE
    END-IF
    IF CONT-OPEN-OK
        CLOSE CONTACT-MASTER
    END-IF
    IF PTS-OPEN-OK
        CLOSE POINTS-MASTER-FILE
    END-IF
    IF XCH-OPEN-OK
        CLOSE EXCHANGE-MASTER
    END-IF
    IF SDS-OPEN-OK
        CLOSE SKU-DAY-FILE
    END-IF
    CLOSE REQUEST-LOG-FILE

    DISPLAY " "
    MOVE ACCESS-COUNT TO COUNT-DISP
    DISPLAY "ACCESS REQUESTS ANSWERED: " function TRIM(COUNT-DISP)
    MOVE ERASE-COUNT TO COUNT-DISP
    DISPLAY "CUSTOMERS ERASED:         " function TRIM(COUNT-DISP)
    MOVE REFUSED-COUNT TO COUNT-DISP
    DISPLAY "REQUESTS REFUSED:         " function TRIM(COUNT-DISP)

    GOBACK.

DPL-READ-RTN.
    READ REQUEST-LOG-FILE
        AT END
            MOVE "10" TO DPL-FS
    END-READ.

PHIST-READ-RTN.
    READ POINTS-HISTORY-FILE
        AT END
            MOVE "10" TO PHIST-FS
    END-READ.

MAIL-READ-RTN.
    READ MAIL-FILE
        AT END
            MOVE "10" TO MAIL-FS
    END-READ.

OFFER-READ-RTN.
    READ OFFER-FILE
        AT END
            MOVE "10" TO OFFER-FS
    END-READ.

MLOG-READ-RTN.
    READ MERGE-LOG-FILE
        AT END
            MOVE "10" TO MLOG-FS
    END-READ.

XCH-NEXT-RTN.
    READ EXCHANGE-MASTER NEXT
        AT END
            MOVE "10" TO XCH-FS
    END-READ.

SDS-START-RTN.
    MOVE LOW-VALUES TO SDS-KEY
    START SKU-DAY-FILE KEY IS NOT LESS THAN SDS-KEY
        INVALID KEY
            MOVE "10" TO SDS-FS
    END-START
    IF NOT SDS-EOF
        PERFORM SDS-NEXT-RTN
    END-IF.

SDS-NEXT-RTN.
    READ SKU-DAY-FILE NEXT
        AT END
            MOVE "10" TO SDS-FS
    END-READ
    IF NOT SDS-FOUND
        MOVE "10" TO SDS-FS
    END-IF.

WORK-READ-RTN.
    READ WORK-FILE
        AT END
            MOVE "10" TO WRK-FS
    END-READ.

      *> which masters know the customer - read fresh for each
      *> request, so a second line for the same ID sees the first.
MASTERS-PROBE-RTN.
    MOVE "N" TO ON-CUST-SW ON-CONT-SW ON-PTS-SW
    IF CUST-OPEN-OK
        MOVE ID-RAW TO CUST-ID
        READ CUSTOMER-MASTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO ON-CUST-SW
        END-READ
    END-IF
    IF CONT-OPEN-OK
        MOVE ID-RAW TO CONT-CUST-ID
        READ CONTACT-MASTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO ON-CONT-SW
        END-READ
    END-IF
    IF PTS-OPEN-OK
        MOVE ID-RAW TO PTS-CUST-ID
        READ POINTS-MASTER-FILE
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE "Y" TO ON-PTS-SW
        END-READ
    END-IF.

      *> A custid ref - the whole picture in one document, every
      *> file named whether or not it holds anything, so the answer
      *> shows where was looked as well as what was found.
ACCESS-RTN.
    PERFORM MASTERS-PROBE-RTN
    MOVE 0 TO PHIST-HITS MAIL-HITS OFFER-HITS MLOG-HITS XCH-HITS

    DISPLAY " "
    DISPLAY "DATA HELD ON CUSTOMER " function TRIM(ID-RAW)
            " - " TODAY-DATE " - REF " function TRIM(REF-RAW)
    DISPLAY " "
    DISPLAY "CUSTOMER MASTER (CUSTMAST):"
    IF ON-CUST
        DISPLAY "  NAME   " function TRIM(CUST-NAME)
        IF CUST-DEACTIVATED
            DISPLAY "  STATUS DEACTIVATED"
        ELSE
            DISPLAY "  STATUS ACTIVE"
        END-IF
    ELSE
        DISPLAY "  NOTHING HELD"
    END-IF

    DISPLAY "CONTACT DETAILS (CONTMAST):"
    IF ON-CONT
        DISPLAY "  ADDRESS  " function TRIM(CONT-ADDRESS)
        DISPLAY "  EMAIL    " function TRIM(CONT-EMAIL)
        DISPLAY "  PHONE    " function TRIM(CONT-PHONE)
        DISPLAY "  MARKETING CONSENT " CONT-CONSENT " DATED "
                CONT-CONSENT-DATE
        DISPLAY "  E-RECEIPTS        " CONT-ERCPT " DATED "
                CONT-ERCPT-DATE
        IF CONT-EMAIL-BOUNCED
            DISPLAY "  EMAIL BOUNCED " CONT-BOUNCE-DATE " "
                    function TRIM(CONT-BOUNCE-REASON)
        END-IF
    ELSE
        DISPLAY "  NOTHING HELD"
    END-IF

    DISPLAY "LOYALTY BALANCE (PTSMAST):"
    IF ON-PTS
        MOVE PTS-LIFETIME TO POINTS-ED
        DISPLAY "  LIFETIME POINTS " function TRIM(POINTS-ED)
    ELSE
        DISPLAY "  NOTHING HELD"
    END-IF

    DISPLAY "LOYALTY ACTIVITY (PTSHIST):"
    OPEN INPUT POINTS-HISTORY-FILE
    IF PHIST-FOUND
        PERFORM PHIST-READ-RTN
        PERFORM UNTIL PHIST-EOF
            IF PH-CUST-ID = ID-RAW
                ADD 1 TO PHIST-HITS
                MOVE PH-POINTS TO POINTS-ED
                DISPLAY "  " PH-DATE " RECEIPT " PH-RCPT-NO " "
                        PH-SOURCE " " function TRIM(POINTS-ED)
            END-IF
            PERFORM PHIST-READ-RTN
        END-PERFORM
        CLOSE POINTS-HISTORY-FILE
    END-IF
    IF PHIST-HITS = 0
        DISPLAY "  NOTHING HELD"
    END-IF

    DISPLAY "MAILING EXTRACT (BUDMAIL):"
    OPEN INPUT MAIL-FILE
    IF MAIL-FOUND
        PERFORM MAIL-READ-RTN
        PERFORM UNTIL MAIL-EOF
            IF MAIL-CUST-ID = ID-RAW
                ADD 1 TO MAIL-HITS
                DISPLAY "  " function TRIM(MAIL-NAME) "  "
                        function TRIM(MAIL-EMAIL) "  "
                        function TRIM(MAIL-ADDRESS)
            END-IF
            PERFORM MAIL-READ-RTN
        END-PERFORM
        CLOSE MAIL-FILE
    END-IF
    IF MAIL-HITS = 0
        DISPLAY "  NOTHING HELD"
    END-IF

    DISPLAY "TARGETED-OFFER EXTRACT (BUDOFFER):"
    OPEN INPUT OFFER-FILE
    IF OFFER-FOUND
        PERFORM OFFER-READ-RTN
        PERFORM UNTIL OFFER-EOF
            IF OFFER-CUST-ID = ID-RAW
                ADD 1 TO OFFER-HITS
                MOVE OFFER-AMOUNT TO POINTS-ED
                DISPLAY "  DEPARTMENT " OFFER-CAT " SPEND "
                        function TRIM(POINTS-ED)
            END-IF
            PERFORM OFFER-READ-RTN
        END-PERFORM
        CLOSE OFFER-FILE
    END-IF
    IF OFFER-HITS = 0
        DISPLAY "  NOTHING HELD"
    END-IF

    DISPLAY "DUPLICATE MERGES (BUDMERGE):"
    OPEN INPUT MERGE-LOG-FILE
    IF MLOG-FOUND
        PERFORM MLOG-READ-RTN
        PERFORM UNTIL MLOG-EOF
            IF MLOG-LOSER = ID-RAW OR MLOG-WINNER = ID-RAW
                ADD 1 TO MLOG-HITS
                MOVE MLOG-POINTS TO POINTS-ED
                DISPLAY "  " MLOG-DATE " " function TRIM(MLOG-LOSER)
                        " MERGED INTO " function TRIM(MLOG-WINNER)
                        " - " function TRIM(POINTS-ED) " POINTS"
            END-IF
            PERFORM MLOG-READ-RTN
        END-PERFORM
        CLOSE MERGE-LOG-FILE
    END-IF
    IF MLOG-HITS = 0
        DISPLAY "  NOTHING HELD"
    END-IF

    DISPLAY "POINTS EXCHANGES (XCHMAST):"
    IF XCH-OPEN-OK
        PERFORM XCH-START-RTN
        PERFORM UNTIL XCH-EOF
            IF XCH-CUST-ID = ID-RAW
                ADD 1 TO XCH-HITS
                DISPLAY "  " XCH-REQ-DATE " " XCH-NO " PARTNER "
                        XCH-PARTNER " MEMBER "
                        function TRIM(XCH-MEMBER) " POINTS "
                        XCH-POINTS " STATUS " XCH-STATUS
            END-IF
            PERFORM XCH-NEXT-RTN
        END-PERFORM
        MOVE "00" TO XCH-FS
    END-IF
    IF XCH-HITS = 0
        DISPLAY "  NOTHING HELD"
    END-IF

    DISPLAY "PURCHASES BY DAY AND ITEM (SKUDAG):"
    MOVE 0 TO SDS-HITS
    IF SDS-OPEN-OK
        PERFORM SDS-START-RTN
        PERFORM UNTIL SDS-EOF
            IF SDS-CUST-ID = ID-RAW
                ADD 1 TO SDS-HITS
                COMPUTE UNITS-ED = SDS-UNITS - SDS-RET-UNITS
                COMPUTE AMT-ED = SDS-NET - SDS-RET-AMT
                DISPLAY "  " SDS-DATE " " SDS-REGISTER " "
                        function TRIM(SDS-SKU) " UNITS "
                        function TRIM(UNITS-ED) " SPEND "
                        function TRIM(AMT-ED)
            END-IF
            PERFORM SDS-NEXT-RTN
        END-PERFORM
        MOVE "00" TO SDS-FS
    END-IF
    IF SDS-HITS = 0
        DISPLAY "  NOTHING HELD"
    END-IF

    MOVE PHIST-HITS TO HIT-DISP
    MOVE MAIL-HITS TO HIT-DISP2
    MOVE OFFER-HITS TO HIT-DISP3
    MOVE MLOG-HITS TO HIT-DISP4
    MOVE XCH-HITS TO HIT-DISP5
    MOVE SPACES TO OUTCOME-TEXT
    STRING "REPORTED MASTERS " ON-CUST-SW ON-CONT-SW ON-PTS-SW
           " PTSHIST " function TRIM(HIT-DISP)
           " MAIL " function TRIM(HIT-DISP2)
           " OFFER " function TRIM(HIT-DISP3)
           " MERGE " function TRIM(HIT-DISP4)
           " XCHG " function TRIM(HIT-DISP5)
           DELIMITED BY SIZE INTO OUTCOME-TEXT
    END-STRING
    MOVE SPACES TO ANON-ID
    PERFORM DPL-WRITE-RTN
    ADD 1 TO ACCESS-COUNT.

      *> E custid ref - the loyalty master moves to the anonymous
      *> ID first, then the trail and the merge log follow it, the
      *> extracts drop the customer, and the name and contact
      *> details go last.
ERASE-RTN.
    PERFORM MASTERS-PROBE-RTN
    IF ID-RAW(1:4) = "ANON"
        MOVE "REFUSED - ALREADY AN ANONYMOUS ID" TO OUTCOME-TEXT
        DISPLAY "PERSONUVERND: " function TRIM(ID-RAW)
                " IS ALREADY ANONYMOUS - ERASURE REFUSED"
        MOVE SPACES TO ANON-ID
        PERFORM DPL-WRITE-RTN
        ADD 1 TO REFUSED-COUNT
    ELSE
    IF NOT ON-CUST AND NOT ON-CONT AND NOT ON-PTS
        MOVE "REFUSED - NOT ON ANY CUSTOMER MASTER" TO OUTCOME-TEXT
        DISPLAY "PERSONUVERND: " function TRIM(ID-RAW)
                " NOT ON FILE - ERASURE REFUSED"
        MOVE SPACES TO ANON-ID
        PERFORM DPL-WRITE-RTN
        ADD 1 TO REFUSED-COUNT
    ELSE
        ADD 1 TO ANON-SEQ
        MOVE SPACES TO ANON-ID
        STRING "ANON" ANON-SEQ DELIMITED BY SIZE INTO ANON-ID
        END-STRING
        MOVE 0 TO PHIST-HITS MAIL-HITS OFFER-HITS MLOG-HITS
                  XCH-HITS

        IF ON-PTS
            MOVE PTS-LIFETIME TO HOLD-POINTS
            DELETE POINTS-MASTER-FILE
            MOVE ANON-ID TO PTS-CUST-ID
            MOVE HOLD-POINTS TO PTS-LIFETIME
            WRITE PTS-MASTER-RECORD
        END-IF

        PERFORM PHIST-REKEY-RTN
        PERFORM MLOG-REKEY-RTN
        PERFORM XCH-REKEY-RTN
        PERFORM SDS-REKEY-RTN
        PERFORM MAIL-DROP-RTN
        PERFORM OFFER-DROP-RTN

      *> the anonymous customer keeps a master record, deactivated
      *> and nameless, so statements and merges still find it and
      *> mailings never do.
        IF ON-CUST
            DELETE CUSTOMER-MASTER-FILE
            MOVE ANON-ID TO CUST-ID
            MOVE SPACES TO CUST-NAME
            MOVE "D" TO CUST-STATUS
            WRITE CUST-MASTER-RECORD
        END-IF
        IF ON-CONT
            DELETE CONTACT-MASTER
        END-IF

        MOVE PHIST-HITS TO HIT-DISP
        MOVE MAIL-HITS TO HIT-DISP2
        MOVE OFFER-HITS TO HIT-DISP3
        MOVE MLOG-HITS TO HIT-DISP4
        MOVE XCH-HITS TO HIT-DISP5
        MOVE SPACES TO OUTCOME-TEXT
        STRING "ERASED MASTERS " ON-CUST-SW ON-CONT-SW ON-PTS-SW
               " PTSHIST " function TRIM(HIT-DISP)
               " MAIL " function TRIM(HIT-DISP2)
               " OFFER " function TRIM(HIT-DISP3)
               " MERGE " function TRIM(HIT-DISP4)
               " XCHG " function TRIM(HIT-DISP5)
               DELIMITED BY SIZE INTO OUTCOME-TEXT
        END-STRING
        PERFORM DPL-WRITE-RTN
        ADD 1 TO ERASE-COUNT

        DISPLAY function TRIM(ID-RAW) " ERASED - LOYALTY NOW HELD AS "
                ANON-ID
        DISPLAY "  " function TRIM(OUTCOME-TEXT)
        IF SDS-HITS > 0
            MOVE SDS-HITS TO HIT-DISP
            DISPLAY "  SALES SUMMARY SLICES RE-KEYED: "
                    function TRIM(HIT-DISP)
        END-IF
        DISPLAY "  SALES, RECEIPT AND TAX RECORDS KEPT AS REQUIRED"
    END-IF
    END-IF.

      *> the points trail - every line of the customer's takes the
      *> anonymous ID, the rest copy through untouched.
PHIST-REKEY-RTN.
    OPEN INPUT POINTS-HISTORY-FILE
    IF PHIST-FOUND
        OPEN OUTPUT WORK-FILE
        PERFORM PHIST-READ-RTN
        PERFORM UNTIL PHIST-EOF
            IF PH-CUST-ID = ID-RAW
                MOVE ANON-ID TO PH-CUST-ID
                ADD 1 TO PHIST-HITS
            END-IF
            MOVE POINTS-HISTORY-RECORD TO WORK-RECORD
            WRITE WORK-RECORD
            PERFORM PHIST-READ-RTN
        END-PERFORM
        CLOSE POINTS-HISTORY-FILE
        CLOSE WORK-FILE
        IF PHIST-HITS > 0
            OPEN INPUT WORK-FILE
            OPEN OUTPUT POINTS-HISTORY-FILE
            PERFORM WORK-READ-RTN
            PERFORM UNTIL WRK-EOF
                MOVE WORK-RECORD TO POINTS-HISTORY-RECORD
                WRITE POINTS-HISTORY-RECORD
                PERFORM WORK-READ-RTN
            END-PERFORM
            CLOSE WORK-FILE
            CLOSE POINTS-HISTORY-FILE
        END-IF
    END-IF.

MLOG-REKEY-RTN.
    OPEN INPUT MERGE-LOG-FILE
    IF MLOG-FOUND
        OPEN OUTPUT WORK-FILE
        PERFORM MLOG-READ-RTN
        PERFORM UNTIL MLOG-EOF
            IF MLOG-LOSER = ID-RAW
                MOVE ANON-ID TO MLOG-LOSER
                ADD 1 TO MLOG-HITS
            END-IF
            IF MLOG-WINNER = ID-RAW
                MOVE ANON-ID TO MLOG-WINNER
                ADD 1 TO MLOG-HITS
            END-IF
            MOVE MERGE-LOG-RECORD TO WORK-RECORD
            WRITE WORK-RECORD
            PERFORM MLOG-READ-RTN
        END-PERFORM
        CLOSE MERGE-LOG-FILE
        CLOSE WORK-FILE
        IF MLOG-HITS > 0
            OPEN INPUT WORK-FILE
            OPEN OUTPUT MERGE-LOG-FILE
            PERFORM WORK-READ-RTN
            PERFORM UNTIL WRK-EOF
                MOVE WORK-RECORD TO MERGE-LOG-RECORD
                WRITE MERGE-LOG-RECORD
                PERFORM WORK-READ-RTN
            END-PERFORM
            CLOSE WORK-FILE
            CLOSE MERGE-LOG-FILE
        END-IF
    END-IF.

XCH-START-RTN.
    MOVE 0 TO XCH-NO
    START EXCHANGE-MASTER KEY IS NOT LESS THAN XCH-NO
        INVALID KEY
            MOVE "10" TO XCH-FS
    END-START
    IF NOT XCH-EOF
        PERFORM XCH-NEXT-RTN
    END-IF.

      *> the points exchanges follow the loyalty to the anonymous
      *> ID - the partner's membership number stays, since the
      *> partner's invoice is settled against it.
XCH-REKEY-RTN.
    IF XCH-OPEN-OK
        PERFORM XCH-START-RTN
        PERFORM UNTIL XCH-EOF
            IF XCH-CUST-ID = ID-RAW
                MOVE ANON-ID TO XCH-CUST-ID
                REWRITE XCHG-RECORD
                ADD 1 TO XCH-HITS
            END-IF
            PERFORM XCH-NEXT-RTN
        END-PERFORM
        MOVE "00" TO XCH-FS
    END-IF.

      *> the sales summary's slices for the customer move to the
      *> anonymous ID - the customer is part of the key, so each
      *> comes off and goes back on under the new one.  The walk
      *> carries on from where it was; the re-keyed slice turns up
      *> again further on under the anonymous ID and is passed by.
SDS-REKEY-RTN.
    MOVE 0 TO SDS-HITS
    IF SDS-OPEN-OK
        PERFORM SDS-START-RTN
        PERFORM UNTIL SDS-EOF
            IF SDS-CUST-ID = ID-RAW
                MOVE SKU-DAY-RECORD TO SDS-HOLD
                DELETE SKU-DAY-FILE
                MOVE SDS-HOLD TO SKU-DAY-RECORD
                MOVE ANON-ID TO SDS-CUST-ID
                WRITE SKU-DAY-RECORD
                    INVALID KEY
                        PERFORM SDS-MERGE-RTN
                END-WRITE
                ADD 1 TO SDS-HITS
            END-IF
            PERFORM SDS-NEXT-RTN
        END-PERFORM
        MOVE "00" TO SDS-FS
    END-IF.

SDS-MERGE-RTN.
    MOVE SDS-HOLD(43:) TO HOLD-FIGS
    READ SKU-DAY-FILE
        INVALID KEY
            MOVE "23" TO SDS-FS
    END-READ
    IF SDS-FOUND
        ADD HOLD-LINES TO SDS-LINES
        ADD HOLD-UNITS TO SDS-UNITS
        ADD HOLD-GROSS TO SDS-GROSS
        ADD HOLD-DISCOUNT TO SDS-DISCOUNT
        ADD HOLD-NET TO SDS-NET
        ADD HOLD-RET-UNITS TO SDS-RET-UNITS
        ADD HOLD-RET-AMT TO SDS-RET-AMT
        ADD HOLD-COST TO SDS-COST
        ADD HOLD-RET-COST TO SDS-RET-COST
        PERFORM VARYING HOLD-HX FROM 1 BY 1 UNTIL HOLD-HX > 24
            ADD HOLD-HOUR(HOLD-HX) TO SDS-HOUR-TAKEN(HOLD-HX)
        END-PERFORM
        REWRITE SKU-DAY-RECORD
    END-IF.

      *> the extracts are rebuilt by their own runs; until then the
      *> customer's lines come out of the copies on disk.
MAIL-DROP-RTN.
    OPEN INPUT MAIL-FILE
    IF MAIL-FOUND
        OPEN OUTPUT WORK-FILE
        PERFORM MAIL-READ-RTN
        PERFORM UNTIL MAIL-EOF
            IF MAIL-CUST-ID = ID-RAW
                ADD 1 TO MAIL-HITS
            ELSE
                MOVE MAIL-RECORD TO WORK-RECORD
                WRITE WORK-RECORD
            END-IF
            PERFORM MAIL-READ-RTN
        END-PERFORM
        CLOSE MAIL-FILE
        CLOSE WORK-FILE
        IF MAIL-HITS > 0
            OPEN INPUT WORK-FILE
            OPEN OUTPUT MAIL-FILE
            PERFORM WORK-READ-RTN
            PERFORM UNTIL WRK-EOF
                MOVE WORK-RECORD TO MAIL-RECORD
                WRITE MAIL-RECORD
                PERFORM WORK-READ-RTN
            END-PERFORM
            CLOSE WORK-FILE
            CLOSE MAIL-FILE
        END-IF
    END-IF.

OFFER-DROP-RTN.
    OPEN INPUT OFFER-FILE
    IF OFFER-FOUND
        OPEN OUTPUT WORK-FILE
        PERFORM OFFER-READ-RTN
        PERFORM UNTIL OFFER-EOF
            IF OFFER-CUST-ID = ID-RAW
                ADD 1 TO OFFER-HITS
            ELSE
                MOVE OFFER-RECORD TO WORK-RECORD
                WRITE WORK-RECORD
            END-IF
            PERFORM OFFER-READ-RTN
        END-PERFORM
        CLOSE OFFER-FILE
        CLOSE WORK-FILE
        IF OFFER-HITS > 0
            OPEN INPUT WORK-FILE
            OPEN OUTPUT OFFER-FILE
            PERFORM WORK-READ-RTN
            PERFORM UNTIL WRK-EOF
                MOVE WORK-RECORD TO OFFER-RECORD
                WRITE OFFER-RECORD
                PERFORM WORK-READ-RTN
            END-PERFORM
            CLOSE WORK-FILE
            CLOSE OFFER-FILE
        END-IF
    END-IF.

DPL-WRITE-RTN.
    MOVE TODAY-DATE TO DPL-DATE
    MOVE ACT-RAW TO DPL-TYPE
    MOVE ID-RAW TO DPL-CUST-ID
    MOVE REF-RAW TO DPL-REF
    MOVE ANON-ID TO DPL-ANON-ID
    MOVE OUTCOME-TEXT TO DPL-OUTCOME
    WRITE REQUEST-LOG-RECORD.
