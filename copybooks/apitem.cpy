      *> Accounts-payable open item - one entry per approved invoice
      *> line, keyed on the supplier, invoice, PO line and the day
      *> REIKNINGAR approved it, so loading the BUDPAYBL lines again
      *> never doubles one.  GREIDSLUTILLAGA loads and dates them
      *> off the supplier's terms and proposes what is due;
      *> GREIDSLUSAMTHYKKT pays the approved ones by bank file;
      *> SKULDALDUR ages what is left.
       01  AP-ITEM-RECORD.
           05  AP-KEY.
               10  AP-SUPPLIER    PIC X(6).
               10  AP-INV-NO      PIC X(10).
               10  AP-PO-NO       PIC X(10).
               10  AP-SKU         PIC X(10).
               10  AP-APPR-DATE   PIC 9(8).
      *> net due date, and the last day the early-payment discount
      *> holds (zero when the terms carry none).
           05  AP-DUE-DATE        PIC 9(8).
           05  AP-DISC-DATE       PIC 9(8).
           05  AP-AMOUNT          PIC S9(12).
      *> what the discount is worth if paid by AP-DISC-DATE.
           05  AP-DISC-AMT        PIC S9(9).
      *> O open, C paid - with the date, what went to the bank and
      *> the discount actually taken.
           05  AP-STATUS          PIC X(1).
               88  AP-OPEN          VALUE "O".
               88  AP-PAID          VALUE "C".
           05  AP-PAID-DATE       PIC 9(8).
           05  AP-PAID-AMT        PIC S9(12).
           05  AP-DISC-TAKEN      PIC S9(9).
