      *> Gift registry lines - GIFTITEM.  One record per SKU a
      *> registry wants, keyed by registry number and SKU.  The till
      *> adds to GRI-BOUGHT as guests buy against the registry (and
      *> takes it back off when such a receipt is voided); what is
      *> still wanted is the difference.
       01  GIFT-REGISTRY-ITEM.
           05  GRI-KEY.
               10  GRI-REG-NO         PIC 9(6).
               10  GRI-SKU            PIC X(10).
           05  GRI-WANTED             PIC 9(5).
           05  GRI-BOUGHT             PIC 9(5).
      *> the business date of the last purchase against the line.
           05  GRI-LAST-DATE          PIC 9(8).
