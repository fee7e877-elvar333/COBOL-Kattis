      *> Warranty claim record - one entry per unit a customer brings
      *> back, keyed by the claim number the counter gives it.
      *> ABYRGD decides in or out of warranty from the serial's sale
      *> date, records what the customer got, and follows the claim
      *> on the supplier through to their credit; ABYRGDALDUR ages
      *> what the suppliers still owe.
       01  WCL-MASTER-RECORD.
           05  WCL-ID             PIC X(10).
           05  WCL-SERIAL         PIC X(16).
           05  WCL-SKU            PIC X(10).
      *> the SKU's INV-SUPPLIER when the claim was raised - the
      *> vendor the claim goes to.
           05  WCL-SUPPLIER       PIC X(6).
      *> the receipt and business date the unit was sold on, off the
      *> BUDSERL trail and confirmed in TXHIST.
           05  WCL-RCPT-NO        PIC 9(10).
           05  WCL-SALE-DATE      PIC 9(8).
      *> last day of cover - sale date plus INV-WARRANTY-MONTHS.
           05  WCL-EXPIRY-DATE    PIC 9(8).
           05  WCL-CLAIM-DATE     PIC 9(8).
           05  WCL-IN-WARRANTY    PIC X(1).
               88  WCL-COVERED      VALUE "Y".
      *> what the customer got - R repair, P replacement unit, F
      *> refund.
           05  WCL-RESOLUTION     PIC X(1).
               88  WCL-REPAIR       VALUE "R".
               88  WCL-REPLACE      VALUE "P".
               88  WCL-REFUND       VALUE "F".
      *> what the supplier owes us for it - the unit's cost unless
      *> the counter keyed a repair bill instead.
           05  WCL-CLAIM-AMT      PIC S9(7).
      *> the supplier's own return/claim reference once sent.
           05  WCL-SUP-REF        PIC X(20).
           05  WCL-SENT-DATE      PIC 9(8).
           05  WCL-CREDIT-AMT     PIC S9(7).
           05  WCL-CREDIT-DATE    PIC 9(8).
      *> O raised, not yet sent, S sent to the supplier, C credited,
      *> J rejected by the supplier, N out of warranty (no supplier
      *> claim - the store or the customer carries it).
           05  WCL-STATUS         PIC X(1).
               88  WCL-RAISED       VALUE "O".
               88  WCL-SENT         VALUE "S".
               88  WCL-CREDITED     VALUE "C".
               88  WCL-REJECTED     VALUE "J".
               88  WCL-NOT-COVERED  VALUE "N".
               88  WCL-OPEN         VALUE "O" "S".
