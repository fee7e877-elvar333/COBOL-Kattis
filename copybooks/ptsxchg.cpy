      *> Points-exchange register - XCHMAST.  One record per
      *> conversion of our loyalty points into a partner programme's
      *> units (the airline's miles), keyed by a running conversion
      *> number that rides out on the partner export and comes back
      *> on the partner's acknowledgement.  STIGASKIPTI takes the
      *> request, debits PTSMAST, exports and processes the
      *> acknowledgement; STIGASKIL states the month to the partner.
       01  XCHG-RECORD.
           05  XCH-NO                 PIC 9(8).
      *> the partner's code on the BUDXPART partner table.
           05  XCH-PARTNER            PIC X(4).
           05  XCH-CUST-ID            PIC X(10).
      *> the customer's membership number in the partner programme.
           05  XCH-MEMBER             PIC X(20).
      *> points taken off PTSMAST, the partner units they bought at
      *> the partner's rate, and what those units cost us - the
      *> amount the partner invoices for them.
           05  XCH-POINTS             PIC 9(9).
           05  XCH-UNITS              PIC 9(9).
           05  XCH-VALUE              PIC S9(11).
           05  XCH-REQ-DATE           PIC 9(8).
           05  XCH-EXPORT-DATE        PIC 9(8).
           05  XCH-ACK-DATE           PIC 9(8).
      *> N new, waiting for the export; S sent to the partner;
      *> A accepted - closed; R rejected - the points went back.
           05  XCH-STATUS             PIC X(1).
               88  XCH-NEW            VALUE "N".
               88  XCH-SENT           VALUE "S".
               88  XCH-ACCEPTED       VALUE "A".
               88  XCH-REJECTED       VALUE "R".
           05  XCH-REJECT-REASON      PIC X(20).
