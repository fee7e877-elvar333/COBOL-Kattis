      *> Charity campaign record - one entry per round-up campaign,
      *> keyed by CHM-CAMPAIGN.  GODGERD maintains it; the till
      *> takes donations for the open campaign whose dates cover
      *> the business date (the maintenance refuses overlapping
      *> dates, so there is never more than one), and GODGERDSKIL
      *> prints the month's remittance per campaign with the
      *> charity's name and registration off it.
       01  CHARITY-RECORD.
           05  CHM-CAMPAIGN       PIC X(6).
           05  CHM-CHARITY        PIC X(30).
      *> the charity's registration (kennitala), printed on the
      *> remittance statement it is paid against.
           05  CHM-CHARITY-REG    PIC X(10).
           05  CHM-START          PIC 9(8).
           05  CHM-END            PIC 9(8).
           05  CHM-STATUS         PIC X(1).
               88  CHM-OPEN       VALUE "O".
               88  CHM-CLOSED     VALUE "C".
           05  CHM-ADDED          PIC 9(8).
