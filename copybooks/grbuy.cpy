      *> Gift registry purchases - GIFTBUY.  The till writes one record
      *> per SKU per receipt bought against a registry, keyed by the
      *> register and receipt it was rung on so a void can find and
      *> give back its lines.  No money is kept - the registrants'
      *> status report shows what was bought and when, never what it
      *> cost.
       01  GIFT-PURCHASE-RECORD.
           05  GRB-KEY.
               10  GRB-REGISTER       PIC X(4).
               10  GRB-RCPT           PIC 9(10).
               10  GRB-SKU            PIC X(10).
           05  GRB-REG-NO             PIC 9(6).
           05  GRB-DATE               PIC 9(8).
           05  GRB-QTY                PIC S9(5).
      *> G a guest's gift, C the registrants' own completion buy.
           05  GRB-KIND               PIC X(1).
               88  GRB-GUEST          VALUE "G".
               88  GRB-COMPLETION     VALUE "C".
      *> V once the receipt was voided and the quantity given back.
           05  GRB-STATUS             PIC X(1).
               88  GRB-VOIDED         VALUE "V".
