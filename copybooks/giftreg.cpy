      *> Gift registry master - GIFTREG.  One record per wedding,
      *> baby or other registry opened at the service desk, keyed by
      *> the registry number the desk gives the couple.  The two
      *> registrants are loyalty customers on CUSTMAST (the second
      *> may be spaces).  What they want sits on GIFTITEM; what guests
      *> bought against it is on GIFTBUY.  After the event date the
      *> registrants may buy what is still wanted at the completion
      *> discount for as many days as the registry allows.
       01  GIFT-REGISTRY-RECORD.
           05  GR-NO                  PIC 9(6).
      *> W wedding, B baby, O any other occasion.
           05  GR-TYPE                PIC X(1).
               88  GR-WEDDING         VALUE "W".
               88  GR-BABY            VALUE "B".
               88  GR-OTHER           VALUE "O".
           05  GR-CUST-1              PIC X(10).
           05  GR-CUST-2              PIC X(10).
           05  GR-EVENT-DATE          PIC 9(8).
           05  GR-OPEN-DATE           PIC 9(8).
           05  GR-STATUS              PIC X(1).
               88  GR-OPEN            VALUE "O".
               88  GR-CLOSED          VALUE "C".
           05  GR-CLOSE-DATE          PIC 9(8).
      *> completion offer - percent off, and for how many days after
      *> the event the registrants may take it.
           05  GR-COMPL-PCT           PIC 9(2).
           05  GR-COMPL-DAYS          PIC 9(3).
           05  GR-TITLE               PIC X(30).
