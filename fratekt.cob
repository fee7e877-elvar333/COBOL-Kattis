        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS TXLOG-FS.

      *> the sealed receipt-chain journal - where each register's
      *> chain opens when today's log holds none of its records.
    SELECT CHAIN-JOURNAL-FILE ASSIGN TO "BUDCHAIN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CHAIN-FS.

      *> the goods riding on each ticket - read into a table at
      *> startup and rewritten in full at shutdown, the shop's
      *> usual shape for a small line-sequential working file.
    FD  TXLOG-FILE.
    COPY "txlog.cpy".

    FD  CHAIN-JOURNAL-FILE.
    COPY "chainjrn.cpy".

    FD  LAYAWAY-ITEM-FILE.
    01  LAYAWAY-ITEM-RECORD.
        05  LITEM-TICKET    PIC X(10).
       01 TXLOG-FS PIC XX.
           88 TXLOG-FOUND VALUE "00".
           88 TXLOG-EOF VALUE "10".
       01 CHAIN-FS PIC XX.
           88 CHAIN-FOUND VALUE "00".
           88 CHAIN-EOF VALUE "10".
      *> the register's receipt chain - the value its last record
      *> closed on, and the work fields each new link is summed in.
       01 CHAIN-LAST PIC 9(10) VALUE 0.
       01 CHAIN-TEXT PIC X(153).
       01 CHAIN-LEN PIC 9(3).
       01 CHAIN-IX PIC 9(3).
       01 CHAIN-VALUE PIC 9(10).
       01 CHAIN-WORK PIC 9(15).
       01 CHAIN-QUOT PIC 9(15).
      *> the largest ten-digit prime - the chain's modulus.
       01 CHAIN-MODULUS PIC 9(10) VALUE 9999999967.
       01 LITEM-FS PIC XX.
           88 LITEM-FOUND VALUE "00".
           88 LITEM-EOF VALUE "10".
      *> deposits and refunds posted here continue the day's receipt
      *> numbering after whatever the till already wrote, same as
      *> the suspense reprocessor does.
    PERFORM CHAIN-OPEN-RTN
    OPEN INPUT TXLOG-FILE
    IF TXLOG-FOUND
        PERFORM TXLOG-SCAN-RTN UNTIL TXLOG-EOF
            IF TXLOG-RCPT-NO >= RCPT-NO
                COMPUTE RCPT-NO = TXLOG-RCPT-NO + 1
            END-IF
            IF TXLOG-REGISTER = REGISTER-ID
                  AND TXLOG-CHAIN IS NUMERIC AND TXLOG-CHAIN > 0
                MOVE TXLOG-CHAIN TO CHAIN-LAST
            END-IF
    END-READ.

      *> O ticket orig-amt deposit - the deposit posts to TXLOG under
                        MOVE INP TO TXLOG-LINE
                        MOVE DEPOSIT-AMT TO TXLOG-AMT
                        MOVE "0000" TO TXLOG-TIME
                        MOVE SPACES TO TXLOG-SECS TXLOG-ENTRY
                        MOVE SPACES TO TXLOG-CASHIER
                        MOVE "L" TO TXLOG-TENDER
                        MOVE SPACES TO TXLOG-CCY
                        MOVE 0 TO TXLOG-FRN-AMT
                        MOVE BUSINESS-DATE TO TXLOG-DATE
                        PERFORM CHAIN-LINK-RTN
                        WRITE TXLOG-RECORD
                        ADD 1 TO RCPT-NO
                    END-IF
                    MOVE INP TO TXLOG-LINE
                    COMPUTE TXLOG-AMT = 0 - REFUND-AMT
                    MOVE "0000" TO TXLOG-TIME
                    MOVE SPACES TO TXLOG-SECS TXLOG-ENTRY
                    MOVE SPACES TO TXLOG-CASHIER
                    MOVE "L" TO TXLOG-TENDER
                    MOVE SPACES TO TXLOG-CCY
                    MOVE 0 TO TXLOG-FRN-AMT
                    MOVE BUSINESS-DATE TO TXLOG-DATE
                    PERFORM CHAIN-LINK-RTN
                    WRITE TXLOG-RECORD
                    ADD 1 TO RCPT-NO
                END-IF
        END-READ
        MOVE SPACES TO IT-TICKET(IX)
    END-IF.

      *> the register's chain opens on the last value the sealed
      *> journal closed it on; nothing there starts a new chain.
      *> Today's log, when it holds the register's records, carries
      *> it on from there.
CHAIN-OPEN-RTN.
    MOVE 0 TO CHAIN-LAST
    MOVE "00" TO CHAIN-FS
    OPEN INPUT CHAIN-JOURNAL-FILE
    IF CHAIN-FOUND
        PERFORM CHAIN-JRN-READ-RTN
        PERFORM UNTIL CHAIN-EOF
            IF CJ-REGISTER = REGISTER-ID
                MOVE CJ-CLOSE-CHAIN TO CHAIN-LAST
            END-IF
            PERFORM CHAIN-JRN-READ-RTN
        END-PERFORM
    END-IF
    CLOSE CHAIN-JOURNAL-FILE.

CHAIN-JRN-READ-RTN.
    READ CHAIN-JOURNAL-FILE
        AT END
            MOVE "10" TO CHAIN-FS
    END-READ.

      *> each record's link: everything it says, summed on top of
      *> the register's previous link.  Zero marks an unchained
      *> record, so a sum landing on it is carried as one.
CHAIN-LINK-RTN.
    MOVE TXLOG-RECORD(1:153) TO CHAIN-TEXT
    MOVE 153 TO CHAIN-LEN
    MOVE CHAIN-LAST TO CHAIN-VALUE
    PERFORM CHAIN-STEP-RTN
        VARYING CHAIN-IX FROM 1 BY 1 UNTIL CHAIN-IX > CHAIN-LEN
    IF CHAIN-VALUE = 0
        MOVE 1 TO CHAIN-VALUE
    END-IF
    MOVE CHAIN-VALUE TO TXLOG-CHAIN
    MOVE CHAIN-VALUE TO CHAIN-LAST.

CHAIN-STEP-RTN.
    COMPUTE CHAIN-WORK = CHAIN-VALUE * 256
        + function ORD(CHAIN-TEXT(CHAIN-IX:1)) - 1
    DIVIDE CHAIN-WORK BY CHAIN-MODULUS
        GIVING CHAIN-QUOT REMAINDER CHAIN-VALUE.
