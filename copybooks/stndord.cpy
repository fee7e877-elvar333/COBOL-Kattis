      *> Standing-order master - STANDORD.  One record per house-
      *> account customer per SKU they take every week, keyed by
      *> HACC-ID and SKU.  The quantity wanted on each weekday
      *> (Sunday first, the same order the calendar arithmetic gives)
      *> with the dates the order runs between.  FASTPONTUN keeps it;
      *> FASTTINSLA turns the day's quantities into the morning pick
      *> list.
       01  STANDING-ORDER-RECORD.
           05  STO-KEY.
               10  STO-HACC-ID        PIC X(6).
               10  STO-SKU            PIC X(10).
           05  STO-DAY-QTY            PIC 9(5) OCCURS 7 TIMES.
           05  STO-START-DATE         PIC 9(8).
      *> zero runs until further notice.
           05  STO-END-DATE           PIC 9(8).
      *> a suspended order is skipped by the pick run until resumed -
      *> the restaurant shut for a fortnight keeps its order.
           05  STO-STATUS             PIC X(1).
               88  STO-ACTIVE         VALUE "A".
               88  STO-SUSPENDED      VALUE "S".
