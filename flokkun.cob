      *>                    11.0 pct), is the department's till tax
      *>                    rate - zero or absent falls back to the
      *>                    flat control-file rate
      *>   K code rate      set a department's sales commission, in
      *>                    thousandths of the sale before tax (25 =
      *>                    2.5 pct); zero stops commission there
      *>   A sku code       assign a SKU to a department
      *>   M                migrate: every SKU still unclassified
      *>                    gets the code its old mod-4 tail implied,
            IF ACT-RAW = "C"
                PERFORM CAT-MAINT-RTN
            ELSE
            IF ACT-RAW = "K"
                PERFORM COMM-RATE-RTN
            ELSE
            IF ACT-RAW = "A"
                PERFORM SKU-ASSIGN-RTN
            ELSE
            END-IF
            END-IF
            END-IF
            END-IF
        END-IF
    END-PERFORM

                    MOVE CAT-CODE-NUM TO CAT-CODE
                    MOVE TOK2-RAW TO CAT-NAME
                    COMPUTE CAT-TAX-RATE = RATE-UNITS / 1000
                    MOVE 0 TO CAT-COMM-RATE
                    WRITE CAT-MASTER-RECORD
                NOT INVALID KEY
                    MOVE TOK2-RAW TO CAT-NAME
        END-IF
    END-IF.

      *> K code rate - the department has to exist first; the rate
      *> rides in the second token, in thousandths.
COMM-RATE-RTN.
    IF TOK1-LEN = 0 OR TOK2-LEN = 0 OR TOK2-LEN > 3
          OR TOK1-RAW(1:TOK1-LEN) IS NOT NUMERIC
          OR TOK2-RAW(1:TOK2-LEN) IS NOT NUMERIC
        DISPLAY "FLOKKUN: BAD COMMISSION LINE " function TRIM(INP)
    ELSE
        MOVE TOK1-RAW TO CAT-CODE-NUM
        MOVE TOK2-RAW(1:TOK2-LEN) TO RATE-UNITS
        MOVE CAT-CODE-NUM TO CAT-CODE
        READ CATEGORY-MASTER
            INVALID KEY
                DISPLAY "FLOKKUN: NO CATEGORY " CAT-CODE-NUM
                        " - ADD IT WITH C FIRST"
            NOT INVALID KEY
                COMPUTE CAT-COMM-RATE = RATE-UNITS / 1000
                REWRITE CAT-MASTER-RECORD
                ADD 1 TO CAT-ADD-COUNT
                DISPLAY "CATEGORY " CAT-CODE-NUM " COMMISSION "
                        CAT-COMM-RATE
        END-READ
    END-IF.

SKU-ASSIGN-RTN.
    IF TOK1-LEN = 0 OR TOK2-LEN = 0
          OR TOK2-RAW(1:TOK2-LEN) IS NOT NUMERIC
