IDENTIFICATION DIVISION.
PROGRAM-ID. KVARTANIR.

      *> customer complaint log - a complaint about a product or a
      *> visit used to be settled at the service desk with a refund
      *> or some goodwill points and then forgotten, so the same
      *> faulty line could come back thirty times before anyone rang
      *> the supplier.  Each complaint is now a numbered case on the
      *> CMPLMAST register, open until it is closed.  Entry feed:
      *>   N custid rcptno sku category
      *>                    a new case.  custid "-" for a walk-in who
      *>                    is not a loyalty customer, rcptno 0 when
      *>                    there is no receipt, sku "-" for a
      *>                    complaint about the service.  The receipt
      *>                    is looked up the way KVITTUN does - the
      *>                    TXHIST history, then today's TXLOG - and
      *>                    the SKU must be on it.  Category is one of
      *>                    the codes in the table below.
      *>   R case amount    redress by refund - the money goes out
      *>                    through the till's return line as ever;
      *>                    the case records what it cost
      *>   P case qty       redress by replacement - the units come
      *>                    off on-hand and go on the BUDSHRNK ledger
      *>                    at cost under reason CMPL, so the shrink
      *>                    journal picks them up
      *>   G case points    redress by goodwill points, put on the
      *>                    customer's PTSMAST balance with a GDWL
      *>                    line on PTSHIST
      *>   C case [note]    the case closed
      *>   L                every open case, oldest first
      *> A case takes one redress; a closed case takes none.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COMPLAINT-MASTER ASSIGN TO "CMPLMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS CMP-NO
        FILE STATUS IS CMP-FS.

    SELECT INVENTORY-MASTER ASSIGN TO "INVMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS INV-SKU
        FILE STATUS IS INV-FS.

    SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CUST-ID
        FILE STATUS IS CUST-FS.

    SELECT POINTS-MASTER-FILE ASSIGN TO "PTSMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PTS-CUST-ID
        FILE STATUS IS PTS-FS.

    SELECT POINTS-HISTORY-FILE ASSIGN TO "PTSHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS PHIST-FS.

    SELECT HISTORY-FILE ASSIGN TO "TXHIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS HIST-FS.

    SELECT TXLOG-FILE ASSIGN TO "TXLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TXLOG-FS.

    SELECT SHRINK-FILE ASSIGN TO "BUDSHRNK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS SHRNK-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  COMPLAINT-MASTER.
    COPY "cmplmast.cpy".

    FD  INVENTORY-MASTER.
    COPY "invmast.cpy".

    FD  CUSTOMER-MASTER.
    COPY "custmast.cpy".

    FD  POINTS-MASTER-FILE.
    COPY "ptsmast.cpy".

    FD  POINTS-HISTORY-FILE.
    COPY "ptshist.cpy".

    FD  HISTORY-FILE.
    COPY "txlog.cpy".

    FD  TXLOG-FILE.
    01  LIVE-RECORD PIC X(164).

    FD  SHRINK-FILE.
    01  SHRINK-RECORD.
        05  SHRNK-DATE      PIC 9(8).
        05  FILLER          PIC X VALUE SPACE.
        05  SHRNK-SKU       PIC X(10).
        05  FILLER          PIC X VALUE SPACE.
        05  SHRNK-QTY       PIC S9(7).
        05  FILLER          PIC X VALUE SPACE.
        05  SHRNK-REASON    PIC X(4).
        05  FILLER          PIC X VALUE SPACE.
        05  SHRNK-CAT       PIC 9(2).
        05  FILLER          PIC X VALUE SPACE.
        05  SHRNK-VALUE     PIC S9(12).

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    WORKING-STORAGE SECTION.
       01 CMP-FS PIC XX.
           88 CMP-FOUND VALUE "00".
           88 CMP-NEW-FILE VALUE "35".
           88 CMP-EOF VALUE "10".
       01 INV-FS PIC XX.
           88 INV-FOUND VALUE "00".
       01 CUST-FS PIC XX.
           88 CUST-FOUND VALUE "00".
       01 CUST-OPEN-SW PIC X VALUE "N".
           88 CUST-FILE-OPEN VALUE "Y".
       01 PTS-FS PIC XX.
           88 PTS-FOUND VALUE "00".
       01 PTS-OPEN-SW PIC X VALUE "N".
           88 PTS-FILE-OPEN VALUE "Y".
       01 PHIST-FS PIC XX.
           88 PHIST-FOUND VALUE "00".
       01 HIST-FS PIC XX.
           88 HIST-FOUND VALUE "00".
           88 HIST-EOF VALUE "10".
       01 TXLOG-FS PIC XX.
           88 TXLOG-FOUND VALUE "00".
           88 TXLOG-EOF VALUE "10".
       01 SHRNK-FS PIC XX.
           88 SHRNK-FOUND VALUE "00".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".

       01 TODAY-DATE PIC 9(8).
       01 TODAY-INT PIC S9(9).

      *> the complaint categories the desk may use - the monthly
      *> report counts by these, so free text is refused.
       01 CATEGORY-DEFS.
           05 FILLER PIC X(34) VALUE "FAULFAULTY OR NOT WORKING".
           05 FILLER PIC X(34) VALUE "QUALPOOR QUALITY OR TASTE".
           05 FILLER PIC X(34) VALUE "EXPDPAST ITS DATE WHEN SOLD".
           05 FILLER PIC X(34) VALUE "DMGDDAMAGED OR LEAKING PACK".
           05 FILLER PIC X(34) VALUE "FORNFOREIGN BODY".
           05 FILLER PIC X(34) VALUE "PRICCHARGED THE WRONG PRICE".
           05 FILLER PIC X(34) VALUE "SERVSERVICE OR STORE EXPERIENCE".
       01 CATEGORY-TAB REDEFINES CATEGORY-DEFS.
           05 CATEGORY-ENTRY OCCURS 7 TIMES INDEXED BY KX.
               10 CT-CODE PIC X(4).
               10 CT-TEXT PIC X(30).
       01 CATEGORY-FOUND-SW PIC X VALUE "N".
           88 CATEGORY-FOUND VALUE "Y".
       01 CHECK-OK-SW PIC X VALUE "Y".
           88 CHECK-OK VALUE "Y".

      *> a point's worth at the till - a hundred to the krona.
       01 POINTS-PER-KR PIC 9(3) VALUE 100.

       01 NEXT-CMP-NO PIC 9(8) VALUE 0.

       01 INP PIC X(80).
           88 EOF-INP VALUE SPACES.
       01 ACT-RAW PIC X(1).
       01 TOK2-RAW PIC X(10).
       01 TOK3-RAW PIC X(10).
       01 TOK4-RAW PIC X(10).
       01 TOK5-RAW PIC X(10).
       01 ACT-LEN PIC S9(2).
       01 TOK2-LEN PIC S9(2).
       01 TOK3-LEN PIC S9(2).
       01 TOK4-LEN PIC S9(2).
       01 TOK5-LEN PIC S9(2).
       01 NOTE-PTR PIC 9(3).

       01 WANT-RCPT PIC 9(10).
       01 RCPT-HIT-SW PIC X VALUE "N".
           88 RCPT-HIT VALUE "Y".
       01 SKU-HIT-SW PIC X VALUE "N".
           88 SKU-ON-RCPT VALUE "Y".
       01 HIT-DATE PIC 9(8).
       01 HIT-REGISTER PIC X(4).
       01 LINE-TYPE PIC X(1).
       01 LINE-QTY PIC X(8).
       01 LINE-SKU PIC X(10).

       01 CASE-AMT PIC 9(9).
       01 CASE-QTY PIC 9(5).
       01 CASE-POINTS PIC 9(7).
       01 CASE-AGE PIC S9(5).

       01 OPENED-COUNT PIC 9(5) VALUE 0.
       01 RESOLVED-COUNT PIC 9(5) VALUE 0.
       01 CLOSED-COUNT PIC 9(5) VALUE 0.
       01 REFUSED-COUNT PIC 9(5) VALUE 0.
       01 LIST-COUNT PIC 9(5) VALUE 0.
       01 COUNT-DISP PIC Z(4)9.
       01 AMT-DISP PIC -(8)9.
       01 AGE-DISP PIC Z(4)9.
       01 ON-HAND-ED PIC -(6)9.

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
    COMPUTE TODAY-INT = function INTEGER-OF-DATE(TODAY-DATE)

    OPEN I-O COMPLAINT-MASTER
    IF CMP-NEW-FILE
        OPEN OUTPUT COMPLAINT-MASTER
        CLOSE COMPLAINT-MASTER
        OPEN I-O COMPLAINT-MASTER
    END-IF
    PERFORM CMP-SEED-RTN

    OPEN I-O INVENTORY-MASTER
    IF NOT INV-FOUND
        DISPLAY "KVARTANIR: NO INVENTORY MASTER ON SITE"
        CLOSE COMPLAINT-MASTER
        GOBACK
    END-IF

    OPEN INPUT CUSTOMER-MASTER
    IF CUST-FOUND
        MOVE "Y" TO CUST-OPEN-SW
    END-IF
    OPEN I-O POINTS-MASTER-FILE
    IF PTS-FOUND
        MOVE "Y" TO PTS-OPEN-SW
    END-IF

    PERFORM UNTIL EOF-INP
        ACCEPT INP
        IF NOT EOF-INP
            MOVE SPACES TO ACT-RAW TOK2-RAW TOK3-RAW TOK4-RAW
                           TOK5-RAW
            MOVE 0 TO ACT-LEN TOK2-LEN TOK3-LEN TOK4-LEN TOK5-LEN
            MOVE 1 TO NOTE-PTR
            UNSTRING INP DELIMITED BY ALL SPACE
                INTO ACT-RAW  COUNT IN ACT-LEN,
                     TOK2-RAW COUNT IN TOK2-LEN,
                     TOK3-RAW COUNT IN TOK3-LEN,
                     TOK4-RAW COUNT IN TOK4-LEN,
                     TOK5-RAW COUNT IN TOK5-LEN

            IF ACT-RAW = "N"
                PERFORM OPEN-RTN
            ELSE
            IF ACT-RAW = "R" OR ACT-RAW = "P" OR ACT-RAW = "G"
                PERFORM RESOLVE-RTN
            ELSE
            IF ACT-RAW = "C"
                PERFORM CLOSE-RTN
            ELSE
            IF ACT-RAW = "L"
                PERFORM LIST-RTN
            ELSE
                DISPLAY "KVARTANIR: BAD ACTION CODE "
                        function TRIM(INP)
            END-IF
            END-IF
            END-IF
            END-IF
        END-IF
    END-PERFORM

    CLOSE COMPLAINT-MASTER
    CLOSE INVENTORY-MASTER
    IF CUST-FILE-OPEN
        CLOSE CUSTOMER-MASTER
    END-IF
    IF PTS-FILE-OPEN
        CLOSE POINTS-MASTER-FILE
    END-IF

    MOVE OPENED-COUNT TO COUNT-DISP
    DISPLAY "COMPLAINTS OPENED:   " function TRIM(COUNT-DISP)
    MOVE RESOLVED-COUNT TO COUNT-DISP
    DISPLAY "REDRESS RECORDED:    " function TRIM(COUNT-DISP)
    MOVE CLOSED-COUNT TO COUNT-DISP
    DISPLAY "COMPLAINTS CLOSED:   " function TRIM(COUNT-DISP)
    MOVE REFUSED-COUNT TO COUNT-DISP
    DISPLAY "LINES REFUSED:       " function TRIM(COUNT-DISP)

    GOBACK.

CMP-NEXT-RTN.
    READ COMPLAINT-MASTER NEXT
        AT END
            MOVE "10" TO CMP-FS
    END-READ.

      *> the last complaint number issued, so numbering runs on.
CMP-SEED-RTN.
    MOVE 0 TO CMP-NO
    START COMPLAINT-MASTER KEY IS NOT LESS THAN CMP-NO
        INVALID KEY
            MOVE "10" TO CMP-FS
    END-START
    IF NOT CMP-EOF
        PERFORM CMP-NEXT-RTN
        PERFORM UNTIL CMP-EOF
            MOVE CMP-NO TO NEXT-CMP-NO
            PERFORM CMP-NEXT-RTN
        END-PERFORM
    END-IF
    MOVE "00" TO CMP-FS.

      *> N custid rcptno sku category - refused whole, so the desk
      *> hears why while the customer is still there.
OPEN-RTN.
    MOVE "Y" TO CHECK-OK-SW
    IF TOK2-LEN = 0 OR TOK3-LEN = 0 OR TOK4-LEN = 0
          OR TOK5-LEN = 0
          OR TOK3-RAW(1:TOK3-LEN) IS NOT NUMERIC
        DISPLAY "KVARTANIR: BAD COMPLAINT LINE " function TRIM(INP)
        MOVE "N" TO CHECK-OK-SW
    END-IF

    IF CHECK-OK
        MOVE "N" TO CATEGORY-FOUND-SW
        PERFORM VARYING KX FROM 1 BY 1
                UNTIL KX > 7 OR CATEGORY-FOUND
            IF CT-CODE(KX) = TOK5-RAW
                MOVE "Y" TO CATEGORY-FOUND-SW
            END-IF
        END-PERFORM
        IF NOT CATEGORY-FOUND
            DISPLAY "KVARTANIR: UNKNOWN COMPLAINT CATEGORY "
                    function TRIM(TOK5-RAW) " - REFUSED"
            MOVE "N" TO CHECK-OK-SW
        END-IF
    END-IF

      *> a named customer has to be one we know.
    IF CHECK-OK AND TOK2-RAW NOT = "-" AND CUST-FILE-OPEN
        MOVE TOK2-RAW TO CUST-ID
        READ CUSTOMER-MASTER
            INVALID KEY
                DISPLAY "KVARTANIR: CUSTOMER " function TRIM(TOK2-RAW)
                        " NOT ON CUSTMAST - REFUSED"
                MOVE "N" TO CHECK-OK-SW
        END-READ
    END-IF

    IF CHECK-OK AND TOK4-RAW NOT = "-"
        MOVE TOK4-RAW TO INV-SKU
        READ INVENTORY-MASTER
            INVALID KEY
                DISPLAY "KVARTANIR: UNKNOWN SKU "
                        function TRIM(TOK4-RAW) " - REFUSED"
                MOVE "N" TO CHECK-OK-SW
        END-READ
    END-IF

    MOVE 0 TO HIT-DATE
    MOVE SPACES TO HIT-REGISTER
    IF CHECK-OK
        MOVE TOK3-RAW(1:TOK3-LEN) TO WANT-RCPT
        IF WANT-RCPT NOT = 0
            PERFORM RCPT-SEARCH-RTN
            IF NOT RCPT-HIT
                DISPLAY "KVARTANIR: RECEIPT " WANT-RCPT
                        " NOT IN HISTORY OR TODAY'S LOG - REFUSED"
                MOVE "N" TO CHECK-OK-SW
            ELSE
            IF TOK4-RAW NOT = "-" AND NOT SKU-ON-RCPT
                DISPLAY "KVARTANIR: " function TRIM(TOK4-RAW)
                        " IS NOT ON RECEIPT " WANT-RCPT " - REFUSED"
                MOVE "N" TO CHECK-OK-SW
            END-IF
            END-IF
        END-IF
    END-IF

    IF NOT CHECK-OK
        ADD 1 TO REFUSED-COUNT
    ELSE
        PERFORM OPEN-POST-RTN
    END-IF.

OPEN-POST-RTN.
    ADD 1 TO NEXT-CMP-NO
    MOVE SPACES TO COMPLAINT-RECORD
    MOVE NEXT-CMP-NO TO CMP-NO
    MOVE TODAY-DATE TO CMP-OPEN-DATE
    MOVE TOK2-RAW TO CMP-CUST-ID
    MOVE WANT-RCPT TO CMP-RCPT-NO
    MOVE HIT-DATE TO CMP-RCPT-DATE
    MOVE HIT-REGISTER TO CMP-RCPT-REGISTER
    IF TOK4-RAW = "-"
        MOVE SPACES TO CMP-SKU CMP-SUPPLIER
        MOVE 0 TO CMP-DEPT
    ELSE
        MOVE INV-SKU TO CMP-SKU
        MOVE INV-SUPPLIER TO CMP-SUPPLIER
        MOVE INV-CATEGORY TO CMP-DEPT
    END-IF
    MOVE TOK5-RAW TO CMP-CATEGORY
    MOVE SPACE TO CMP-RESOLUTION
    MOVE 0 TO CMP-REFUND-AMT CMP-REPL-QTY CMP-POINTS CMP-COST
              CMP-RESOLVE-DATE CMP-CLOSE-DATE
    MOVE "O" TO CMP-STATUS
    WRITE COMPLAINT-RECORD
    ADD 1 TO OPENED-COUNT
    DISPLAY "COMPLAINT " CMP-NO " OPENED - " CMP-CATEGORY " "
            function TRIM(CT-TEXT(KX - 1)).

      *> the receipt the way KVITTUN finds it - the rolled history
      *> first, then the live log for anything rung today.  Any of
      *> its lines carrying the SKU puts the SKU on it.
RCPT-SEARCH-RTN.
    MOVE "N" TO RCPT-HIT-SW
    MOVE "N" TO SKU-HIT-SW
    MOVE "00" TO HIST-FS
    OPEN INPUT HISTORY-FILE
    IF HIST-FOUND
        PERFORM HIST-READ-RTN
        PERFORM UNTIL HIST-EOF
            PERFORM RCPT-CHECK-RTN
            PERFORM HIST-READ-RTN
        END-PERFORM
    END-IF
    CLOSE HISTORY-FILE

    MOVE "00" TO TXLOG-FS
    OPEN INPUT TXLOG-FILE
    IF TXLOG-FOUND
        PERFORM LIVE-READ-RTN
        PERFORM UNTIL TXLOG-EOF
            MOVE LIVE-RECORD TO TXLOG-RECORD
            PERFORM RCPT-CHECK-RTN
            PERFORM LIVE-READ-RTN
        END-PERFORM
    END-IF
    CLOSE TXLOG-FILE.

HIST-READ-RTN.
    READ HISTORY-FILE
        AT END
            MOVE "10" TO HIST-FS
    END-READ.

LIVE-READ-RTN.
    READ TXLOG-FILE
        AT END
            MOVE "10" TO TXLOG-FS
    END-READ.

RCPT-CHECK-RTN.
    IF TXLOG-RCPT-NO = WANT-RCPT
        IF NOT RCPT-HIT
            MOVE "Y" TO RCPT-HIT-SW
            MOVE TXLOG-DATE TO HIT-DATE
            MOVE TXLOG-REGISTER TO HIT-REGISTER
        END-IF
        MOVE SPACES TO LINE-TYPE LINE-QTY LINE-SKU
        UNSTRING TXLOG-LINE DELIMITED BY ALL SPACE
            INTO LINE-TYPE, LINE-QTY, LINE-SKU
        IF LINE-SKU = TOK4-RAW
            MOVE "Y" TO SKU-HIT-SW
        END-IF
    END-IF.

      *> R/P/G case value - one redress per case, none once closed.
RESOLVE-RTN.
    IF TOK2-LEN = 0 OR TOK3-LEN = 0
          OR TOK2-RAW(1:TOK2-LEN) IS NOT NUMERIC
          OR TOK3-RAW(1:TOK3-LEN) IS NOT NUMERIC
          OR TOK3-RAW(1:TOK3-LEN) = ZERO
        DISPLAY "KVARTANIR: BAD REDRESS LINE " function TRIM(INP)
        ADD 1 TO REFUSED-COUNT
    ELSE
        MOVE TOK2-RAW(1:TOK2-LEN) TO CMP-NO
        READ COMPLAINT-MASTER
            INVALID KEY
                DISPLAY "KVARTANIR: NO COMPLAINT " CMP-NO
                ADD 1 TO REFUSED-COUNT
            NOT INVALID KEY
                IF CMP-CLOSED
                    DISPLAY "KVARTANIR: COMPLAINT " CMP-NO
                            " IS CLOSED - REDRESS REFUSED"
                    ADD 1 TO REFUSED-COUNT
                ELSE
                IF NOT CMP-UNRESOLVED
                    DISPLAY "KVARTANIR: COMPLAINT " CMP-NO
                            " ALREADY REDRESSED (" CMP-RESOLUTION
                            ") - REFUSED"
                    ADD 1 TO REFUSED-COUNT
                ELSE
                IF ACT-RAW = "R"
                    PERFORM REFUND-RTN
                ELSE
                IF ACT-RAW = "P"
                    PERFORM REPLACE-RTN
                ELSE
                    PERFORM GOODWILL-RTN
                END-IF
                END-IF
                END-IF
                END-IF
        END-READ
    END-IF.

REFUND-RTN.
    MOVE TOK3-RAW(1:TOK3-LEN) TO CASE-AMT
    MOVE "R" TO CMP-RESOLUTION
    MOVE CASE-AMT TO CMP-REFUND-AMT
    MOVE CASE-AMT TO CMP-COST
    PERFORM RESOLVE-POST-RTN.

      *> the replacement leaves the shelf like any other write-off,
      *> valued at the SKU's carried cost.
REPLACE-RTN.
    IF CMP-SKU = SPACES
        DISPLAY "KVARTANIR: COMPLAINT " CMP-NO
                " NAMES NO ITEM - NOTHING TO REPLACE"
        ADD 1 TO REFUSED-COUNT
    ELSE
        MOVE CMP-SKU TO INV-SKU
        READ INVENTORY-MASTER
            INVALID KEY
                DISPLAY "KVARTANIR: SKU " function TRIM(CMP-SKU)
                        " NO LONGER ON INVMAST - REPLACEMENT REFUSED"
                ADD 1 TO REFUSED-COUNT
            NOT INVALID KEY
                MOVE TOK3-RAW(1:TOK3-LEN) TO CASE-QTY
                SUBTRACT CASE-QTY FROM INV-QTY-ON-HAND
                REWRITE INV-MASTER-RECORD

                OPEN INPUT SHRINK-FILE
                IF SHRNK-FOUND
                    CLOSE SHRINK-FILE
                    OPEN EXTEND SHRINK-FILE
                ELSE
                    OPEN OUTPUT SHRINK-FILE
                END-IF
                MOVE TODAY-DATE TO SHRNK-DATE
                MOVE CMP-SKU TO SHRNK-SKU
                MOVE CASE-QTY TO SHRNK-QTY
                MOVE "CMPL" TO SHRNK-REASON
                MOVE INV-CATEGORY TO SHRNK-CAT
                COMPUTE SHRNK-VALUE = CASE-QTY * INV-COST
                WRITE SHRINK-RECORD
                CLOSE SHRINK-FILE

                MOVE "P" TO CMP-RESOLUTION
                MOVE CASE-QTY TO CMP-REPL-QTY
                COMPUTE CMP-COST = CASE-QTY * INV-COST
                PERFORM RESOLVE-POST-RTN
                MOVE INV-QTY-ON-HAND TO ON-HAND-ED
                DISPLAY "  " function TRIM(CMP-SKU) " ON HAND NOW "
                        function TRIM(ON-HAND-ED)
        END-READ
    END-IF.

GOODWILL-RTN.
    IF CMP-CUST-ID = "-" OR CMP-CUST-ID = SPACES
        DISPLAY "KVARTANIR: COMPLAINT " CMP-NO
                " HAS NO LOYALTY CUSTOMER - NO POINTS TO GIVE"
        ADD 1 TO REFUSED-COUNT
    ELSE
    IF NOT PTS-FILE-OPEN
        DISPLAY "KVARTANIR: NO POINTS MASTER ON SITE - "
                "GOODWILL REFUSED"
        ADD 1 TO REFUSED-COUNT
    ELSE
        MOVE TOK3-RAW(1:TOK3-LEN) TO CASE-POINTS
        MOVE CMP-CUST-ID TO PTS-CUST-ID
        READ POINTS-MASTER-FILE
            INVALID KEY
                MOVE CMP-CUST-ID TO PTS-CUST-ID
                MOVE CASE-POINTS TO PTS-LIFETIME
                WRITE PTS-MASTER-RECORD
            NOT INVALID KEY
                ADD CASE-POINTS TO PTS-LIFETIME
                REWRITE PTS-MASTER-RECORD
        END-READ

        OPEN INPUT POINTS-HISTORY-FILE
        IF PHIST-FOUND
            CLOSE POINTS-HISTORY-FILE
            OPEN EXTEND POINTS-HISTORY-FILE
        ELSE
            OPEN OUTPUT POINTS-HISTORY-FILE
        END-IF
        MOVE TODAY-DATE TO PH-DATE
        MOVE CMP-CUST-ID TO PH-CUST-ID
        MOVE CMP-RCPT-NO TO PH-RCPT-NO
        MOVE CASE-POINTS TO PH-POINTS
        MOVE "GDWL" TO PH-SOURCE
        WRITE POINTS-HISTORY-RECORD
        CLOSE POINTS-HISTORY-FILE

        MOVE "G" TO CMP-RESOLUTION
        MOVE CASE-POINTS TO CMP-POINTS
        COMPUTE CMP-COST ROUNDED = CASE-POINTS / POINTS-PER-KR
        PERFORM RESOLVE-POST-RTN
    END-IF
    END-IF.

RESOLVE-POST-RTN.
    MOVE TODAY-DATE TO CMP-RESOLVE-DATE
    REWRITE COMPLAINT-RECORD
    ADD 1 TO RESOLVED-COUNT
    MOVE CMP-COST TO AMT-DISP
    DISPLAY "COMPLAINT " CMP-NO " REDRESSED BY "
            CMP-RESOLUTION " - COST " function TRIM(AMT-DISP).

      *> C case [note] - whatever follows the number is kept as the
      *> closing note.
CLOSE-RTN.
    IF TOK2-LEN = 0 OR TOK2-RAW(1:TOK2-LEN) IS NOT NUMERIC
        DISPLAY "KVARTANIR: BAD CLOSE LINE " function TRIM(INP)
        ADD 1 TO REFUSED-COUNT
    ELSE
        MOVE TOK2-RAW(1:TOK2-LEN) TO CMP-NO
        READ COMPLAINT-MASTER
            INVALID KEY
                DISPLAY "KVARTANIR: NO COMPLAINT " CMP-NO
                ADD 1 TO REFUSED-COUNT
            NOT INVALID KEY
                IF CMP-CLOSED
                    DISPLAY "KVARTANIR: COMPLAINT " CMP-NO
                            " ALREADY CLOSED"
                    ADD 1 TO REFUSED-COUNT
                ELSE
                    MOVE SPACES TO CMP-NOTE
                    MOVE 1 TO NOTE-PTR
                    UNSTRING INP DELIMITED BY ALL SPACE
                        INTO ACT-RAW, TOK2-RAW
                        WITH POINTER NOTE-PTR
                    IF NOTE-PTR <= 80
                        MOVE INP(NOTE-PTR:) TO CMP-NOTE
                    END-IF
                    MOVE "C" TO CMP-STATUS
                    MOVE TODAY-DATE TO CMP-CLOSE-DATE
                    REWRITE COMPLAINT-RECORD
                    ADD 1 TO CLOSED-COUNT
                    IF CMP-UNRESOLVED
                        DISPLAY "COMPLAINT " CMP-NO
                                " CLOSED WITHOUT REDRESS"
                    ELSE
                        DISPLAY "COMPLAINT " CMP-NO " CLOSED"
                    END-IF
                END-IF
        END-READ
    END-IF.

      *> L - the open cases in number order, which is oldest first.
LIST-RTN.
    MOVE 0 TO LIST-COUNT
    DISPLAY "OPEN COMPLAINTS AT " TODAY-DATE ":"
    MOVE 0 TO CMP-NO
    START COMPLAINT-MASTER KEY IS NOT LESS THAN CMP-NO
        INVALID KEY
            MOVE "10" TO CMP-FS
    END-START
    IF NOT CMP-EOF
        PERFORM CMP-NEXT-RTN
        PERFORM UNTIL CMP-EOF
            IF CMP-OPEN
                ADD 1 TO LIST-COUNT
                COMPUTE CASE-AGE = TODAY-INT
                    - function INTEGER-OF-DATE(CMP-OPEN-DATE)
                MOVE CASE-AGE TO AGE-DISP
                DISPLAY "  " CMP-NO " " CMP-OPEN-DATE " "
                        function TRIM(AGE-DISP) " DAYS  CUST "
                        CMP-CUST-ID " SKU " CMP-SKU " "
                        CMP-CATEGORY " REDRESS " CMP-RESOLUTION
            END-IF
            PERFORM CMP-NEXT-RTN
        END-PERFORM
    END-IF
    MOVE "00" TO CMP-FS
    MOVE LIST-COUNT TO COUNT-DISP
    DISPLAY "  " function TRIM(COUNT-DISP) " OPEN".
