      *>   C custid Y|N          record consent given or withdrawn,
      *>                         dated today - the proof an inquiry
      *>                         asks for
      *>   R custid Y|N          e-receipts wanted or not, dated -
      *>                         kept apart from marketing consent
      *>   L custid              show the record
      *> The customer has to exist on CUSTMAST first - contact
      *> details for a phantom ID help nobody.
       01 ACT-LEN PIC S9(2).
       01 ID-LEN PIC S9(2).
      *> where the remainder of the line starts - addresses and
      *> the like carry spaces, so they're taken whole.  A new email
      *> clears a bounce flag the mail gateway left on the old one.
       01 SCAN-PTR PIC S9(4).
       01 REST-TEXT PIC X(56).

            END-IF

            IF ACT-RAW = "H" OR ACT-RAW = "E" OR ACT-RAW = "P"
                  OR ACT-RAW = "C" OR ACT-RAW = "R"
                PERFORM CONT-SET-RTN
            ELSE
            IF ACT-RAW = "L"
        DISPLAY "SAMBAND: BAD CONTACT LINE "
                function TRIM(ENTRY-LINE)
    ELSE
    IF (ACT-RAW = "C" OR ACT-RAW = "R")
          AND REST-TEXT(1:1) NOT = "Y"
          AND REST-TEXT(1:1) NOT = "N"
        DISPLAY "SAMBAND: CONSENT AND E-RECEIPT ARE Y OR N - "
                function TRIM(ENTRY-LINE)
    ELSE
        MOVE ID-RAW TO CUST-ID
                        MOVE SPACES TO CONT-PHONE
                        MOVE "N" TO CONT-CONSENT
                        MOVE 0 TO CONT-CONSENT-DATE
                        MOVE "N" TO CONT-ERCPT
                        MOVE 0 TO CONT-ERCPT-DATE
                        MOVE SPACE TO CONT-EMAIL-STATUS
                        MOVE 0 TO CONT-BOUNCE-DATE
                        MOVE SPACES TO CONT-BOUNCE-REASON
                    NOT INVALID KEY
                        MOVE "Y" TO ON-FILE-SW
                END-READ
                END-IF
                IF ACT-RAW = "E"
                    MOVE REST-TEXT TO CONT-EMAIL
                    MOVE SPACE TO CONT-EMAIL-STATUS
                    MOVE 0 TO CONT-BOUNCE-DATE
                    MOVE SPACES TO CONT-BOUNCE-REASON
                END-IF
                IF ACT-RAW = "P"
                    MOVE REST-TEXT TO CONT-PHONE
                    END-IF
                END-IF

                IF ACT-RAW = "R"
                    MOVE REST-TEXT(1:1) TO CONT-ERCPT
                    MOVE TODAY-DATE TO CONT-ERCPT-DATE
                    IF CONT-ERCPT-YES
                        DISPLAY function TRIM(ID-RAW)
                                " E-RECEIPTS ON " TODAY-DATE
                        IF CONT-EMAIL = SPACES
                            DISPLAY "  NO EMAIL ON FILE YET - NOTHING "
                                    "IS MAILED UNTIL ONE IS KEYED"
                        END-IF
                    ELSE
                        DISPLAY function TRIM(ID-RAW)
                                " E-RECEIPTS OFF " TODAY-DATE
                    END-IF
                END-IF

                IF REC-ON-FILE
                    REWRITE CONT-MASTER-RECORD
                ELSE
                        "  " function TRIM(CONT-PHONE)
                        "  CONSENT " CONT-CONSENT
                        " " CONT-CONSENT-DATE
                DISPLAY "  E-RECEIPT " CONT-ERCPT " " CONT-ERCPT-DATE
                IF CONT-EMAIL-BOUNCED
                    DISPLAY "  EMAIL BOUNCED " CONT-BOUNCE-DATE " "
                            function TRIM(CONT-BOUNCE-REASON)
                END-IF
        END-READ
    END-IF.
