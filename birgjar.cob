      *>   D code                       retire (ordering refuses it)
      *>   R code                       reactivate
      *>   A sku code                   assign a SKU's usual vendor
      *>   B code bankacct payeeid      bank account (12 digits) and
      *>                                payee national ID (10 digits)
      *>                                the payment run pays into
      *>   S code Y|N                   direct store delivery - the
      *>                                route drivers may deliver
      *>                                with no PO (BEINMOTTAKA)
      *>   L code                       list one supplier
      *> Names and terms are single tokens, same as FLOKKUN's
      *> department names.  Terms are days net, optionally followed
      *> by the early-payment discount days and percent, slashed:
      *> "30" is 30 days net, "30/10/2.5" is 30 days net or 2.5%
      *> off when paid within 10 days.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
       01 TOK3-LEN PIC S9(2).
       01 TOK4-LEN PIC S9(2).

      *> the terms token taken apart - net days, discount days and
      *> the discount percent, whole and decimal parts.
       01 TERMS-OK-SW PIC X VALUE "Y".
           88 TERMS-OK VALUE "Y".
       01 NET-TOK PIC X(3).
       01 DDAYS-TOK PIC X(3).
       01 PCT-TOK PIC X(5).
       01 NET-TOK-LEN PIC S9(2).
       01 DDAYS-TOK-LEN PIC S9(2).
       01 PCT-TOK-LEN PIC S9(2).
       01 PCT-INT-TOK PIC X(2).
       01 PCT-DEC-TOK PIC X(2).
       01 PCT-INT-LEN PIC S9(2).
       01 PCT-DEC-LEN PIC S9(2).
       01 PCT-INT-NUM PIC 9(2).
       01 PCT-DEC-NUM PIC 9(2).
       01 PCT-DEC-ONE PIC 9(1).
       01 NEW-NET-DAYS PIC 9(3).
       01 NEW-DISC-DAYS PIC 9(3).
       01 NEW-DISC-PCT PIC 9(2)V99.
       01 PCT-ED PIC Z9.99.
       01 TERMS-TEXT PIC X(30).

       01 NEW-COUNT PIC 9(5) VALUE 0.
       01 CHANGE-COUNT PIC 9(5) VALUE 0.
       01 ASSIGN-COUNT PIC 9(5) VALUE 0.
            ELSE
            IF ACT-RAW = "L"
                PERFORM SUP-LIST-RTN
            ELSE
            IF ACT-RAW = "B"
                PERFORM SUP-BANK-RTN
            ELSE
            IF ACT-RAW = "S"
                PERFORM SUP-DSD-RTN
            ELSE
                DISPLAY "BIRGJAR: BAD ACTION CODE "
                        function TRIM(INP)
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF
        END-IF
    END-PERFORM

      *> share the one validation and differ only in whether the
      *> code may already be on file.
SUP-MAINT-RTN.
    MOVE "Y" TO TERMS-OK-SW
    IF TOK3-LEN > 0
        PERFORM TERMS-PARSE-RTN
    END-IF
    IF TOK1-LEN = 0 OR TOK2-LEN = 0 OR TOK3-LEN = 0
          OR TOK4-LEN = 0
          OR TOK4-RAW(1:TOK4-LEN) IS NOT NUMERIC
        DISPLAY "BIRGJAR: BAD SUPPLIER LINE " function TRIM(INP)
    ELSE
    IF NOT TERMS-OK
        DISPLAY "BIRGJAR: BAD TERMS " function TRIM(TOK3-RAW)
                " - DAYS NET[/DISCOUNT DAYS/PERCENT]"
    ELSE
        MOVE TOK1-RAW TO SUP-CODE
        READ SUPPLIER-MASTER
                ELSE
                    MOVE TOK1-RAW TO SUP-CODE
                    MOVE TOK2-RAW TO SUP-NAME
                    PERFORM TERMS-SET-RTN
                    MOVE TOK4-RAW TO SUP-LEAD-DAYS
                    MOVE "A" TO SUP-STATUS
                    MOVE SPACES TO SUP-BANK-ACCT
                    MOVE SPACES TO SUP-PAYEE-ID
                    MOVE "N" TO SUP-DSD-FLAG
                    WRITE SUP-MASTER-RECORD
                    ADD 1 TO NEW-COUNT
                    DISPLAY function TRIM(TOK1-RAW)
                            " ALREADY ON FILE"
                ELSE
                    MOVE TOK2-RAW TO SUP-NAME
                    PERFORM TERMS-SET-RTN
                    MOVE TOK4-RAW TO SUP-LEAD-DAYS
                    REWRITE SUP-MASTER-RECORD
                    ADD 1 TO CHANGE-COUNT
                    DISPLAY function TRIM(TOK1-RAW) " UPDATED"
                END-IF
        END-READ
    END-IF
    END-IF.

      *> net[/discdays/pct] - net days 1-999; a discount needs both
      *> its days (inside the net days) and a percent under 100.
TERMS-PARSE-RTN.
    MOVE "Y" TO TERMS-OK-SW
    MOVE SPACES TO NET-TOK DDAYS-TOK PCT-TOK
    MOVE 0 TO NET-TOK-LEN DDAYS-TOK-LEN PCT-TOK-LEN
    UNSTRING TOK3-RAW DELIMITED BY "/" OR ALL SPACE
        INTO NET-TOK   COUNT IN NET-TOK-LEN,
             DDAYS-TOK COUNT IN DDAYS-TOK-LEN,
             PCT-TOK   COUNT IN PCT-TOK-LEN
    MOVE 0 TO NEW-NET-DAYS NEW-DISC-DAYS NEW-DISC-PCT
    IF NET-TOK-LEN = 0 OR NET-TOK(1:NET-TOK-LEN) IS NOT NUMERIC
        MOVE "N" TO TERMS-OK-SW
    ELSE
        MOVE NET-TOK(1:NET-TOK-LEN) TO NEW-NET-DAYS
        IF NEW-NET-DAYS = 0
            MOVE "N" TO TERMS-OK-SW
        END-IF
    END-IF
    IF TERMS-OK AND (DDAYS-TOK-LEN > 0 OR PCT-TOK-LEN > 0)
        IF DDAYS-TOK-LEN = 0 OR PCT-TOK-LEN = 0
              OR DDAYS-TOK(1:DDAYS-TOK-LEN) IS NOT NUMERIC
            MOVE "N" TO TERMS-OK-SW
        ELSE
            MOVE DDAYS-TOK(1:DDAYS-TOK-LEN) TO NEW-DISC-DAYS
            MOVE SPACES TO PCT-INT-TOK PCT-DEC-TOK
            MOVE 0 TO PCT-INT-LEN PCT-DEC-LEN
            UNSTRING PCT-TOK DELIMITED BY "." OR ALL SPACE
                INTO PCT-INT-TOK COUNT IN PCT-INT-LEN,
                     PCT-DEC-TOK COUNT IN PCT-DEC-LEN
            IF PCT-INT-LEN = 0
                  OR PCT-INT-TOK(1:PCT-INT-LEN) IS NOT NUMERIC
                  OR (PCT-DEC-LEN > 0
                      AND PCT-DEC-TOK(1:PCT-DEC-LEN) IS NOT NUMERIC)
                MOVE "N" TO TERMS-OK-SW
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
                COMPUTE NEW-DISC-PCT = PCT-INT-NUM + PCT-DEC-NUM / 100
            END-IF
            IF NEW-DISC-DAYS = 0 OR NEW-DISC-DAYS > NEW-NET-DAYS
                  OR NEW-DISC-PCT = 0
                MOVE "N" TO TERMS-OK-SW
            END-IF
        END-IF
    END-IF.

TERMS-SET-RTN.
    MOVE SPACES TO SUP-TERMS
    MOVE NEW-NET-DAYS TO SUP-NET-DAYS
    MOVE NEW-DISC-DAYS TO SUP-DISC-DAYS
    MOVE NEW-DISC-PCT TO SUP-DISC-PCT.

      *> the terms as the buyer reads them - "NET 30" or "NET 30,
      *> 2.50% 10 DAYS"; text left over from the free-text field
      *> says it has to be re-keyed.
TERMS-TEXT-RTN.
    MOVE SPACES TO TERMS-TEXT
    IF SUP-NET-DAYS IS NOT NUMERIC
        MOVE "NOT SET - RE-KEY" TO TERMS-TEXT
    ELSE
        IF SUP-DISC-DAYS IS NUMERIC AND SUP-DISC-DAYS > 0
            MOVE SUP-DISC-PCT TO PCT-ED
            STRING "NET " SUP-NET-DAYS ", "
                   function TRIM(PCT-ED) "% "
                   SUP-DISC-DAYS " DAYS"
                   DELIMITED BY SIZE INTO TERMS-TEXT
        ELSE
            STRING "NET " SUP-NET-DAYS
                   DELIMITED BY SIZE INTO TERMS-TEXT
        END-IF
    END-IF.

      *> B code bankacct payeeid - where the payment run pays; the
      *> bank matches the account to the payee's ID.
SUP-BANK-RTN.
    IF TOK1-LEN = 0 OR TOK2-LEN NOT = 12 OR TOK3-LEN NOT = 10
          OR TOK2-RAW(1:12) IS NOT NUMERIC
          OR TOK3-RAW(1:10) IS NOT NUMERIC
        DISPLAY "BIRGJAR: BAD BANK LINE " function TRIM(INP)
    ELSE
        MOVE TOK1-RAW TO SUP-CODE
        READ SUPPLIER-MASTER
            INVALID KEY
                DISPLAY "BIRGJAR: UNKNOWN SUPPLIER "
                        function TRIM(TOK1-RAW)
            NOT INVALID KEY
                MOVE TOK2-RAW(1:12) TO SUP-BANK-ACCT
                MOVE TOK3-RAW(1:10) TO SUP-PAYEE-ID
                REWRITE SUP-MASTER-RECORD
                ADD 1 TO CHANGE-COUNT
                DISPLAY function TRIM(TOK1-RAW)
                        " PAYS INTO " SUP-BANK-ACCT
                        " (PAYEE " SUP-PAYEE-ID ")"
        END-READ
    END-IF.

      *> S code Y|N - authorize the vendor's route drivers to
      *> deliver on their own note, or withdraw it.
SUP-DSD-RTN.
    IF TOK1-LEN = 0 OR (TOK2-RAW NOT = "Y" AND TOK2-RAW NOT = "N")
        DISPLAY "BIRGJAR: BAD DSD LINE " function TRIM(INP)
    ELSE
        MOVE TOK1-RAW TO SUP-CODE
        READ SUPPLIER-MASTER
            INVALID KEY
                DISPLAY "BIRGJAR: UNKNOWN SUPPLIER "
                        function TRIM(TOK1-RAW)
            NOT INVALID KEY
                MOVE TOK2-RAW(1:1) TO SUP-DSD-FLAG
                REWRITE SUP-MASTER-RECORD
                ADD 1 TO CHANGE-COUNT
                IF SUP-DSD-OK
                    DISPLAY function TRIM(TOK1-RAW)
                            " MAY DELIVER DIRECT TO STORE"
                ELSE
                    DISPLAY function TRIM(TOK1-RAW)
                            " DELIVERS AGAINST PURCHASE ORDERS ONLY"
                END-IF
        END-READ
    END-IF.

SUP-STATUS-RTN.
                DISPLAY "BIRGJAR: SUPPLIER "
                        function TRIM(TOK1-RAW) " NOT ON FILE"
            NOT INVALID KEY
                PERFORM TERMS-TEXT-RTN
                DISPLAY function TRIM(SUP-CODE)
                        "  " function TRIM(SUP-NAME)
                        "  TERMS " function TRIM(TERMS-TEXT)
                        "  LEAD " SUP-LEAD-DAYS " DAYS"
                        "  " SUP-STATUS
                IF SUP-DSD-OK
                    DISPLAY "  DIRECT STORE DELIVERY AUTHORIZED"
                END-IF
                IF SUP-BANK-ACCT = SPACES
                    DISPLAY "  NO BANK ACCOUNT - NOT PAYABLE BY "
                            "BANK FILE"
                ELSE
                    DISPLAY "  BANK " SUP-BANK-ACCT
                            "  PAYEE " SUP-PAYEE-ID
                END-IF
        END-READ
    END-IF.
