      *> Rain-check register - RAINMST.  One record per rain check
      *> the till issues when an advertised PROMOMST item has sold
      *> out: the customer is promised the promotion price on a
      *> later visit.  Keyed by RCK-NO, the issuing register and its
      *> own running number, so registers never collide.  The till
      *> issues ("J qty sku promo customer") and redeems ("J 0 no")
      *> them; REGNAVISUN reports them.  Redeemed once - a void of
      *> the redeeming receipt puts it back open.
       01  RAINCHECK-RECORD.
           05  RCK-NO.
               10  RCK-REGISTER       PIC X(4).
               10  RCK-SEQ            PIC 9(6).
           05  RCK-PROMO              PIC 9(10).
           05  RCK-STORE              PIC 9(4).
           05  RCK-SKU                PIC X(10).
      *> the most units the customer may take at the rain-check
      *> price, and that price per unit - the promotion's worked at
      *> the shelf price when issued (RCK-SHELF-PRICE), so a later
      *> price change doesn't move the promise.
           05  RCK-QTY                PIC 9(5).
           05  RCK-PRICE              PIC S9(6).
           05  RCK-SHELF-PRICE        PIC S9(6).
      *> the customer - CUSTMAST/CONTMAST's CUST-ID, or a phone
      *> number for someone not on file.
           05  RCK-CUST-ID            PIC X(10).
           05  RCK-ISSUED             PIC 9(8).
           05  RCK-CASHIER            PIC X(4).
      *> the last day it may be redeemed - the promotion's end plus
      *> the rain-check validity.
           05  RCK-EXPIRY             PIC 9(8).
      *> O open, U used.  An open one past RCK-EXPIRY is expired.
           05  RCK-STATUS             PIC X(1).
               88  RCK-OPEN           VALUE "O".
               88  RCK-USED           VALUE "U".
           05  RCK-USED-DATE          PIC 9(8).
           05  RCK-USED-REGISTER      PIC X(4).
           05  RCK-USED-RCPT          PIC 9(10).
