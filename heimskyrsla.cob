IDENTIFICATION DIVISION.
PROGRAM-ID. HEIMSKYRSLA.

      *> home-delivery open and late report - every drop not yet
      *> closed, so the service desk rings the right customers
      *> before they ring the store.  A live booking prints as:
      *>   DUE      booked for today
      *>   OPEN     booked for a later day
      *>   LATE     booked for a day already past with no proof of
      *>            delivery back from the driver
      *>   FAILED   the van could not deliver and no slot was free -
      *>            waiting for HEIMSENDING to reschedule it
      *> with how many days have passed since the slot first
      *> promised at the till, and MOVED where it is no longer in
      *> that slot.  The totals close with today's delivered and
      *> collected drops.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DELIVERY-MASTER ASSIGN TO "DELVMAST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS DLV-KEY
        FILE STATUS IS DLV-FS.

    SELECT CONTROL-FILE ASSIGN TO "BUDCTL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS CTL-FS.

DATA DIVISION.
    FILE SECTION.
    FD  DELIVERY-MASTER.
    COPY "delvmast.cpy".

    FD  CONTROL-FILE.
    COPY "budctl.cpy".

    WORKING-STORAGE SECTION.
       01 DLV-FS PIC XX.
           88 DLV-FOUND VALUE "00".
           88 DLV-EOF VALUE "10".
       01 CTL-FS PIC XX.
           88 CTL-FOUND VALUE "00".

       01 TODAY-DATE PIC 9(8).
       01 TODAY-INT PIC S9(9).
       01 AGE-DAYS PIC S9(5).
       01 STATE-WORD PIC X(6).
       01 MOVED-WORD PIC X(5).

       01 DUE-COUNT PIC 9(5) VALUE 0.
       01 OPEN-COUNT PIC 9(5) VALUE 0.
       01 LATE-COUNT PIC 9(5) VALUE 0.
       01 FAILED-COUNT PIC 9(5) VALUE 0.
       01 DELIVERED-COUNT PIC 9(5) VALUE 0.
       01 COLLECTED-COUNT PIC 9(5) VALUE 0.
       01 COUNT-DISP PIC Z(4)9.
       01 AGE-DISP PIC -(4)9.

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

    OPEN INPUT DELIVERY-MASTER
    IF NOT DLV-FOUND
        DISPLAY "HEIMSKYRSLA: NO DELIVERY BOOKINGS ON SITE"
        GOBACK
    END-IF

    DISPLAY "HOME DELIVERIES OPEN AND LATE AT " TODAY-DATE
    DISPLAY "  STATE  REG  RECEIPT    SOLD     SLOT        AGE"
            " CUSTOMER   PHONE"
    PERFORM DLV-NEXT-RTN
    PERFORM UNTIL DLV-EOF
        IF DLV-LIVE
            PERFORM OPEN-LINE-RTN
        ELSE
        IF DLV-DONE-DATE = TODAY-DATE
            IF DLV-DELIVERED
                ADD 1 TO DELIVERED-COUNT
            END-IF
            IF DLV-COLLECTED
                ADD 1 TO COLLECTED-COUNT
            END-IF
        END-IF
        END-IF
        PERFORM DLV-NEXT-RTN
    END-PERFORM
    CLOSE DELIVERY-MASTER

    MOVE DUE-COUNT TO COUNT-DISP
    DISPLAY "DUE TODAY: " function TRIM(COUNT-DISP)
    MOVE OPEN-COUNT TO COUNT-DISP
    DISPLAY "BOOKED AHEAD: " function TRIM(COUNT-DISP)
    MOVE LATE-COUNT TO COUNT-DISP
    DISPLAY "LATE: " function TRIM(COUNT-DISP)
    MOVE FAILED-COUNT TO COUNT-DISP
    DISPLAY "FAILED, AWAITING A SLOT: " function TRIM(COUNT-DISP)
    MOVE DELIVERED-COUNT TO COUNT-DISP
    DISPLAY "DELIVERED TODAY: " function TRIM(COUNT-DISP)
    MOVE COLLECTED-COUNT TO COUNT-DISP
    DISPLAY "COLLECTED IN STORE TODAY: " function TRIM(COUNT-DISP)

    GOBACK.

DLV-NEXT-RTN.
    READ DELIVERY-MASTER NEXT
        AT END
            MOVE "10" TO DLV-FS
    END-READ.

OPEN-LINE-RTN.
    IF DLV-FAILED
        MOVE "FAILED" TO STATE-WORD
        ADD 1 TO FAILED-COUNT
    ELSE
    IF DLV-SLOT-DATE < TODAY-DATE
        MOVE "LATE" TO STATE-WORD
        ADD 1 TO LATE-COUNT
    ELSE
    IF DLV-SLOT-DATE = TODAY-DATE
        MOVE "DUE" TO STATE-WORD
        ADD 1 TO DUE-COUNT
    ELSE
        MOVE "OPEN" TO STATE-WORD
        ADD 1 TO OPEN-COUNT
    END-IF
    END-IF
    END-IF
    COMPUTE AGE-DAYS =
        TODAY-INT - function INTEGER-OF-DATE(DLV-FIRST-DATE)
    MOVE AGE-DAYS TO AGE-DISP
    IF DLV-SLOT-DATE NOT = DLV-FIRST-DATE OR DLV-FAILED
        MOVE "MOVED" TO MOVED-WORD
    ELSE
        MOVE SPACES TO MOVED-WORD
    END-IF
    DISPLAY "  " STATE-WORD " " DLV-REGISTER " " DLV-RCPT-NO " "
            DLV-SALE-DATE " " DLV-SLOT-DATE "/" DLV-SLOT-NO " "
            AGE-DISP " " DLV-CUST-ID " " DLV-PHONE " " MOVED-WORD
    IF DLV-FAILED OR DLV-ATTEMPTS > 0
        DISPLAY "         " DLV-ATTEMPTS " FAILED ATTEMPTS - "
                function TRIM(DLV-FAIL-REASON)
    END-IF.
