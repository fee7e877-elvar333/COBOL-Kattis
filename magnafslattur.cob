IDENTIFICATION DIVISION.
PROGRAM-ID. MAGNAFSLATTUR.

      *> supplier volume-rebate agreement maintenance - the retro
      *> rebates some vendors pay once the year's purchases pass a
      *> tier ("2% over 5 million, 3% over 10 million") have lived
      *> in somebody's memory until January, and the claim came out
      *> short.  This keeps them on the REBMAST master, one per
      *> supplier per agreement period, for MAGNAUPPSOFNUN to accrue
      *> and MAGNAKRAFA to claim.  Entry feed, one action per line:
      *>   N sup from to basis thr1 pct1 [thr2 pct2 [thr3 pct3]]
      *>                       new agreement - dates YYYYMMDD, basis
      *>                       C (tiers in received cost) or U
      *>                       (tiers in units), tiers lowest first,
      *>                       percent like 2 or 2.5
      *>   X sup from          cancel an agreement nothing has been
      *>                       accrued on yet
      *>   L [sup]             list the agreements, all or one
      *>                       supplier's
      *> A supplier's agreements may not overlap in time.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT REBATE-MASTER ASSIGN TO "REBMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS REB-KEY
        FILE STATUS IS REB-FS.

    SELECT SUPPLIER-MASTER ASSIGN TO "SUPMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SUP-CODE
        FILE STATUS IS SUP-FS.

DATA DIVISION.
    FILE SECTION.
    FD  REBATE-MASTER.
    COPY "rebmast.cpy".

    FD  SUPPLIER-MASTER.
    COPY "supmast.cpy".

    WORKING-STORAGE SECTION.
       01 REB-FS PIC XX.
           88 REB-FOUND    VALUE "00".
           88 REB-NEW-FILE VALUE "35".
           88 REB-EOF      VALUE "10".
       01 SUP-FS PIC XX.
           88 SUP-FOUND VALUE "00".

       01 INP PIC X(100).
           88 EOF-INP VALUE SPACES.
       01 ACT-RAW  PIC X(1).
       01 SUP-RAW  PIC X(6).
       01 FROM-RAW PIC X(8).
       01 TO-RAW   PIC X(8).
       01 BASIS-RAW PIC X(1).
       01 ACT-LEN  PIC S9(2).
       01 SUP-LEN  PIC S9(2).
       01 FROM-LEN PIC S9(2).
       01 TO-LEN   PIC S9(2).
       01 BASIS-LEN PIC S9(2).
      *> the tier tokens, threshold and percent in turn.
       01 TIER-TOKS.
           05 TIER-TOK OCCURS 3 TIMES.
               10 THR-RAW  PIC X(11).
               10 THR-LEN  PIC S9(2).
               10 PCTR-RAW PIC X(5).
               10 PCTR-LEN PIC S9(2).
       01 TX PIC 9(1).
       01 TIER-COUNT PIC 9(1).

      *> a percent token taken apart - whole and decimal parts.
       01 PCT-OK-SW PIC X VALUE "Y".
           88 PCT-OK VALUE "Y".
       01 PCT-TOK PIC X(5).
       01 PCT-TOK-LEN PIC S9(2).
       01 PCT-INT-TOK PIC X(2).
       01 PCT-DEC-TOK PIC X(2).
       01 PCT-INT-LEN PIC S9(2).
       01 PCT-DEC-LEN PIC S9(2).
       01 PCT-INT-NUM PIC 9(2).
       01 PCT-DEC-NUM PIC 9(2).
       01 PCT-DEC-ONE PIC 9(1).
       01 PCT-NUM PIC 9(2)V99.

       01 LINE-OK-SW PIC X VALUE "Y".
           88 LINE-OK VALUE "Y".
       01 NEW-FROM PIC 9(8).
       01 NEW-TO PIC 9(8).
       01 NEW-TIERS.
           05 NEW-TIER OCCURS 3 TIMES.
               10 NEW-THR PIC 9(11).
               10 NEW-PCT PIC 9(2)V99.
       01 OVERLAP-SW PIC X VALUE "N".
           88 OVERLAP-FOUND VALUE "Y".

       01 PCT-ED PIC Z9.99.
       01 THR-ED PIC Z(10)9.
       01 AMT-DISP PIC -(12)9.
       01 NEW-COUNT PIC 9(5) VALUE 0.
       01 CANCEL-COUNT PIC 9(5) VALUE 0.
       01 LIST-COUNT PIC 9(5).
       01 COUNT-DISP PIC Z(4)9.

PROCEDURE DIVISION.
    OPEN I-O REBATE-MASTER
    IF REB-NEW-FILE
        OPEN OUTPUT REBATE-MASTER
        CLOSE REBATE-MASTER
        OPEN I-O REBATE-MASTER
    END-IF
    OPEN INPUT SUPPLIER-MASTER
    IF NOT SUP-FOUND
        DISPLAY "MAGNAFSLATTUR: NO SUPPLIER MASTER - KEY THE "
                "SUPPLIERS IN BIRGJAR FIRST"
        CLOSE REBATE-MASTER
        GOBACK
    END-IF

    PERFORM UNTIL EOF-INP
        ACCEPT INP
        IF NOT EOF-INP
            MOVE SPACES TO ACT-RAW SUP-RAW FROM-RAW TO-RAW BASIS-RAW
            MOVE 0 TO ACT-LEN SUP-LEN FROM-LEN TO-LEN BASIS-LEN
            PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > 3
                MOVE SPACES TO THR-RAW(TX) PCTR-RAW(TX)
                MOVE 0 TO THR-LEN(TX) PCTR-LEN(TX)
            END-PERFORM
            UNSTRING INP DELIMITED BY ALL SPACE
                INTO ACT-RAW   COUNT IN ACT-LEN,
                     SUP-RAW   COUNT IN SUP-LEN,
                     FROM-RAW  COUNT IN FROM-LEN,
                     TO-RAW    COUNT IN TO-LEN,
                     BASIS-RAW COUNT IN BASIS-LEN,
                     THR-RAW(1) COUNT IN THR-LEN(1),
                     PCTR-RAW(1) COUNT IN PCTR-LEN(1),
                     THR-RAW(2) COUNT IN THR-LEN(2),
                     PCTR-RAW(2) COUNT IN PCTR-LEN(2),
                     THR-RAW(3) COUNT IN THR-LEN(3),
                     PCTR-RAW(3) COUNT IN PCTR-LEN(3)

            IF ACT-RAW = "N"
                PERFORM AGREEMENT-NEW-RTN
            ELSE
            IF ACT-RAW = "X"
                PERFORM AGREEMENT-CANCEL-RTN
            ELSE
            IF ACT-RAW = "L"
                PERFORM AGREEMENT-LIST-RTN
            ELSE
                DISPLAY "MAGNAFSLATTUR: BAD ACTION CODE "
                        function TRIM(INP)
            END-IF
            END-IF
            END-IF
        END-IF
    END-PERFORM

    CLOSE REBATE-MASTER
    CLOSE SUPPLIER-MASTER

    MOVE NEW-COUNT TO COUNT-DISP
    DISPLAY "AGREEMENTS CREATED:   " function TRIM(COUNT-DISP)
    MOVE CANCEL-COUNT TO COUNT-DISP
    DISPLAY "AGREEMENTS CANCELLED: " function TRIM(COUNT-DISP)

    GOBACK.

AGREEMENT-NEW-RTN.
    MOVE "Y" TO LINE-OK-SW
    MOVE 0 TO TIER-COUNT
    INITIALIZE NEW-TIERS
    IF SUP-LEN = 0 OR FROM-LEN NOT = 8 OR TO-LEN NOT = 8
          OR FROM-RAW IS NOT NUMERIC OR TO-RAW IS NOT NUMERIC
          OR (BASIS-RAW NOT = "C" AND BASIS-RAW NOT = "U")
        MOVE "N" TO LINE-OK-SW
    ELSE
        MOVE FROM-RAW TO NEW-FROM
        MOVE TO-RAW TO NEW-TO
        IF NEW-TO <= NEW-FROM
            MOVE "N" TO LINE-OK-SW
        END-IF
    END-IF
    PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > 3 OR NOT LINE-OK
        IF THR-LEN(TX) > 0
            IF THR-LEN(TX) > 11 OR PCTR-LEN(TX) = 0
                  OR PCTR-LEN(TX) > 5
                MOVE "N" TO LINE-OK-SW
            ELSE
            IF THR-RAW(TX)(1:THR-LEN(TX)) IS NOT NUMERIC
                MOVE "N" TO LINE-OK-SW
            ELSE
                MOVE PCTR-RAW(TX) TO PCT-TOK
                MOVE PCTR-LEN(TX) TO PCT-TOK-LEN
                PERFORM PCT-PARSE-RTN
                IF NOT PCT-OK
                    MOVE "N" TO LINE-OK-SW
                ELSE
                    MOVE THR-RAW(TX)(1:THR-LEN(TX)) TO NEW-THR(TX)
                    MOVE PCT-NUM TO NEW-PCT(TX)
                    MOVE TX TO TIER-COUNT
      *> each tier has to start above the one before and pay more.
                    IF TX > 1
                        IF NEW-THR(TX) <= NEW-THR(TX - 1)
                              OR NEW-PCT(TX) <= NEW-PCT(TX - 1)
                            MOVE "N" TO LINE-OK-SW
                        END-IF
                    END-IF
                END-IF
            END-IF
            END-IF
        END-IF
    END-PERFORM
    IF TIER-COUNT = 0
        MOVE "N" TO LINE-OK-SW
    END-IF

    IF NOT LINE-OK
        DISPLAY "MAGNAFSLATTUR: BAD AGREEMENT LINE "
                function TRIM(INP)
    ELSE
        MOVE SUP-RAW TO SUP-CODE
        READ SUPPLIER-MASTER
            INVALID KEY
                MOVE "N" TO LINE-OK-SW
                DISPLAY "MAGNAFSLATTUR: UNKNOWN SUPPLIER "
                        function TRIM(SUP-RAW)
        END-READ
    END-IF
    IF LINE-OK
        PERFORM OVERLAP-CHECK-RTN
        IF OVERLAP-FOUND
            DISPLAY "MAGNAFSLATTUR: " function TRIM(SUP-RAW)
                    " ALREADY HAS AN AGREEMENT COVERING PART OF "
                    NEW-FROM " - " NEW-TO
        ELSE
            INITIALIZE REB-MASTER-RECORD
            MOVE SUP-RAW TO REB-SUPPLIER
            MOVE NEW-FROM TO REB-FROM-DATE
            MOVE NEW-TO TO REB-TO-DATE
            MOVE BASIS-RAW TO REB-BASIS
            PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > 3
                MOVE NEW-THR(TX) TO REB-TIER-FROM(TX)
                MOVE NEW-PCT(TX) TO REB-TIER-PCT(TX)
            END-PERFORM
            MOVE "A" TO REB-STATUS
            WRITE REB-MASTER-RECORD
                INVALID KEY
                    DISPLAY "MAGNAFSLATTUR: " function TRIM(SUP-RAW)
                            " " NEW-FROM " ALREADY ON FILE"
                NOT INVALID KEY
                    ADD 1 TO NEW-COUNT
                    DISPLAY "AGREEMENT " function TRIM(SUP-RAW)
                            " " NEW-FROM " - " NEW-TO " CREATED"
                    PERFORM AGREEMENT-SHOW-RTN
            END-WRITE
        END-IF
    END-IF.

      *> walk the supplier's agreements - any live one whose period
      *> touches the new one's blocks it.
OVERLAP-CHECK-RTN.
    MOVE "N" TO OVERLAP-SW
    MOVE SUP-RAW TO REB-SUPPLIER
    MOVE 0 TO REB-FROM-DATE
    MOVE "00" TO REB-FS
    START REBATE-MASTER KEY NOT < REB-KEY
        INVALID KEY
            MOVE "10" TO REB-FS
    END-START
    PERFORM UNTIL REB-EOF OR OVERLAP-FOUND
        READ REBATE-MASTER NEXT
            AT END
                MOVE "10" TO REB-FS
            NOT AT END
                IF REB-SUPPLIER NOT = SUP-RAW
                    MOVE "10" TO REB-FS
                ELSE
                    IF NOT REB-CANCELLED
                          AND REB-FROM-DATE <= NEW-TO
                          AND REB-TO-DATE >= NEW-FROM
                        MOVE "Y" TO OVERLAP-SW
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

AGREEMENT-CANCEL-RTN.
    IF SUP-LEN = 0 OR FROM-LEN NOT = 8 OR FROM-RAW IS NOT NUMERIC
        DISPLAY "MAGNAFSLATTUR: BAD CANCEL LINE " function TRIM(INP)
    ELSE
        MOVE SUP-RAW TO REB-SUPPLIER
        MOVE FROM-RAW TO REB-FROM-DATE
        READ REBATE-MASTER
            INVALID KEY
                DISPLAY "MAGNAFSLATTUR: NO AGREEMENT "
                        function TRIM(SUP-RAW) " " FROM-RAW
            NOT INVALID KEY
                IF REB-ACCRUED NOT = 0 OR NOT REB-ACTIVE
                    DISPLAY "MAGNAFSLATTUR: " function TRIM(SUP-RAW)
                            " " FROM-RAW " HAS ACCRUED OR BEEN "
                            "CLAIMED - IT CANNOT BE CANCELLED"
                ELSE
                    MOVE "X" TO REB-STATUS
                    REWRITE REB-MASTER-RECORD
                    ADD 1 TO CANCEL-COUNT
                    DISPLAY "AGREEMENT " function TRIM(SUP-RAW)
                            " " FROM-RAW " CANCELLED"
                END-IF
        END-READ
    END-IF.

AGREEMENT-LIST-RTN.
    MOVE 0 TO LIST-COUNT
    IF SUP-LEN > 0
        MOVE SUP-RAW TO REB-SUPPLIER
    ELSE
        MOVE LOW-VALUES TO REB-SUPPLIER
    END-IF
    MOVE 0 TO REB-FROM-DATE
    MOVE "00" TO REB-FS
    START REBATE-MASTER KEY NOT < REB-KEY
        INVALID KEY
            MOVE "10" TO REB-FS
    END-START
    PERFORM UNTIL REB-EOF
        READ REBATE-MASTER NEXT
            AT END
                MOVE "10" TO REB-FS
            NOT AT END
                IF SUP-LEN > 0 AND REB-SUPPLIER NOT = SUP-RAW
                    MOVE "10" TO REB-FS
                ELSE
                    ADD 1 TO LIST-COUNT
                    PERFORM AGREEMENT-SHOW-RTN
                END-IF
        END-READ
    END-PERFORM
    IF LIST-COUNT = 0
        DISPLAY "MAGNAFSLATTUR: NO AGREEMENTS ON FILE"
    END-IF.

AGREEMENT-SHOW-RTN.
    DISPLAY REB-SUPPLIER "  " REB-FROM-DATE " - " REB-TO-DATE
            "  STATUS " REB-STATUS
    IF REB-ON-COST
        DISPLAY "  TIERS MEASURED ON RECEIVED COST:"
    ELSE
        DISPLAY "  TIERS MEASURED IN UNITS:"
    END-IF
    PERFORM VARYING TX FROM 1 BY 1 UNTIL TX > 3
        IF REB-TIER-PCT(TX) > 0
            MOVE REB-TIER-FROM(TX) TO THR-ED
            MOVE REB-TIER-PCT(TX) TO PCT-ED
            DISPLAY "    OVER " THR-ED "  " PCT-ED "%"
        END-IF
    END-PERFORM
    IF REB-LAST-MONTH > 0
        MOVE REB-EARNED TO AMT-DISP
        DISPLAY "  EARNED THROUGH " REB-LAST-MONTH ": "
                function TRIM(AMT-DISP) "  TIER " REB-TIER-REACHED
    END-IF.

      *> a percent 0.01-99.99, keyed like 2 or 2.5 or 2.75.
PCT-PARSE-RTN.
    MOVE "Y" TO PCT-OK-SW
    MOVE SPACES TO PCT-INT-TOK PCT-DEC-TOK
    MOVE 0 TO PCT-INT-LEN PCT-DEC-LEN PCT-NUM
    UNSTRING PCT-TOK(1:PCT-TOK-LEN) DELIMITED BY "."
        INTO PCT-INT-TOK COUNT IN PCT-INT-LEN,
             PCT-DEC-TOK COUNT IN PCT-DEC-LEN
    IF PCT-INT-LEN = 0 OR PCT-INT-LEN > 2 OR PCT-DEC-LEN > 2
          OR PCT-INT-TOK(1:PCT-INT-LEN) IS NOT NUMERIC
          OR (PCT-DEC-LEN > 0
              AND PCT-DEC-TOK(1:PCT-DEC-LEN) IS NOT NUMERIC)
        MOVE "N" TO PCT-OK-SW
    ELSE
        MOVE PCT-INT-TOK(1:PCT-INT-LEN) TO PCT-INT-NUM
        MOVE 0 TO PCT-DEC-NUM
        IF PCT-DEC-LEN = 1
            MOVE PCT-DEC-TOK(1:1) TO PCT-DEC-ONE
            COMPUTE PCT-DEC-NUM = PCT-DEC-ONE * 10
        END-IF
        IF PCT-DEC-LEN = 2
            MOVE PCT-DEC-TOK TO PCT-DEC-NUM
        END-IF
        COMPUTE PCT-NUM = PCT-INT-NUM + PCT-DEC-NUM / 100
        IF PCT-NUM = 0
            MOVE "N" TO PCT-OK-SW
        END-IF
    END-IF.
