      *> Home-delivery booking master - DELVMAST.  One record per
      *> till receipt sold for home delivery, keyed by the sale date,
      *> register and receipt number (receipt numbers restart every
      *> day).  The till writes it when the basket carrying the
      *> delivery line posts, with the customer's CONTMAST address
      *> as it stood at the sale; AFHENDING's proof-of-delivery feed
      *> closes it and HEIMSENDING moves it between slots.
       01  DELIVERY-RECORD.
           05  DLV-KEY.
               10  DLV-SALE-DATE      PIC 9(8).
               10  DLV-REGISTER       PIC X(4).
               10  DLV-RCPT-NO        PIC 9(10).
           05  DLV-CUST-ID            PIC X(10).
           05  DLV-ADDRESS            PIC X(40).
           05  DLV-PHONE              PIC X(15).
      *> the slot the drop is booked into now, and the one first
      *> promised at the till - the late report measures against
      *> the first.
           05  DLV-SLOT-DATE          PIC 9(8).
           05  DLV-SLOT-NO            PIC 9(2).
           05  DLV-FIRST-DATE         PIC 9(8).
      *> the delivery charge taken on the receipt, before tax.
           05  DLV-CHARGE             PIC S9(7).
      *> B booked, F failed and waiting for a new slot, D
      *> delivered, C collected in store instead, X cancelled (the
      *> sale was voided).  Goods on a B or F booking are held out
      *> of what is available to sell.
           05  DLV-STATUS             PIC X(1).
               88  DLV-BOOKED         VALUE "B".
               88  DLV-FAILED         VALUE "F".
               88  DLV-DELIVERED      VALUE "D".
               88  DLV-COLLECTED      VALUE "C".
               88  DLV-CANCELLED      VALUE "X".
               88  DLV-LIVE           VALUE "B" "F".
           05  DLV-ATTEMPTS           PIC 9(2).
           05  DLV-DONE-DATE          PIC 9(8).
           05  DLV-FAIL-REASON        PIC X(20).
