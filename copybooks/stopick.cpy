      *> Standing-order picks - STOPICK.  FASTTINSLA writes one
      *> record per account per SKU for the day's standing orders,
      *> keyed by date, account and SKU, with the pick location off
      *> ZONEMAST.  FASTBOKUN takes the confirmed quantity actually
      *> picked and posts it to the account; the ordered quantity
      *> stays so the delivery note can show the short pick.
       01  STANDING-PICK-RECORD.
           05  SOP-KEY.
               10  SOP-DATE           PIC 9(8).
               10  SOP-HACC-ID        PIC X(6).
               10  SOP-SKU            PIC X(10).
           05  SOP-AISLE              PIC S9(5).
           05  SOP-BAY                PIC S9(5).
           05  SOP-ORDERED            PIC 9(5).
           05  SOP-PICKED             PIC 9(5).
      *> G generated and waiting for the pick to be confirmed, C
      *> confirmed, P posted to the account.
           05  SOP-STATUS             PIC X(1).
               88  SOP-GENERATED      VALUE "G".
               88  SOP-CONFIRMED      VALUE "C".
               88  SOP-POSTED         VALUE "P".
      *> the receipt the posting went under and what the line
      *> charged, tax included.
           05  SOP-RCPT-NO            PIC 9(10).
           05  SOP-CHARGE             PIC S9(11).
