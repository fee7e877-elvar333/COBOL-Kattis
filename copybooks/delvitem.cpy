      *> Home-delivery booking lines - DELVITEM.  One record per SKU
      *> on a delivery receipt, keyed by the booking and the SKU, the
      *> quantity going out on the van.  The stock stays on hand
      *> (the nightly depletion passes these lines over) and is held
      *> back from sale until the proof of delivery takes it off.
       01  DELIVERY-ITEM-RECORD.
           05  DLVI-KEY.
               10  DLVI-SALE-DATE     PIC 9(8).
               10  DLVI-REGISTER      PIC X(4).
               10  DLVI-RCPT-NO       PIC 9(10).
               10  DLVI-SKU           PIC X(10).
           05  DLVI-QTY               PIC S9(7).
