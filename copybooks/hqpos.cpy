      *> Store stock position - one per SKU per store.  Each store's
      *> close ships one for every SKU it stocks or sold on its
      *> HQFEED under the POS tag (LAGERSTADA); SAMSTEYPA keeps the
      *> latest per store on HQPOS, keyed SKU first so the chain
      *> balancing run (JOFNUN) reads one SKU's stores together.
       01  HQ-POSITION-RECORD.
           05  HQS-KEY.
               10  HQS-SKU            PIC X(10).
               10  HQS-STORE          PIC 9(4).
      *> the business date the position was taken at close.
           05  HQS-DATE               PIC 9(8).
      *> stock on hand after the night's depletion - thousandths of
      *> a kilo for a weighed SKU, as the store's master holds it.
           05  HQS-ON-HAND            PIC S9(7).
      *> units sold per week, averaged over the trailing four
      *> weeks of the SKUDAG summary, returns netted off.
           05  HQS-WEEK-SALES         PIC S9(7).
           05  HQS-UOM                PIC X(1).
           05  HQS-COST               PIC S9(6).
      *> the store's item status - a discontinued SKU still ships
      *> its stock, which balancing may move out but never in.
           05  HQS-STATUS             PIC X(1).
