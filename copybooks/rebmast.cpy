      *> Supplier volume-rebate agreement - one record per supplier
      *> per agreement period, keyed on the supplier and the day
      *> the period starts.  MAGNAFSLATTUR keys the agreement;
      *> MAGNAUPPSOFNUN measures the period's purchases off the
      *> approved payables each month-end and accrues what has been
      *> earned; MAGNAKRAFA prints the claim when the period is over
      *> and reconciles the money the supplier actually sends.
       01  REB-MASTER-RECORD.
           05  REB-KEY.
               10  REB-SUPPLIER   PIC X(6).
               10  REB-FROM-DATE  PIC 9(8).
           05  REB-TO-DATE        PIC 9(8).
      *> what the tiers are measured in - C received cost (the
      *> approved payable value), U units.  The rebate itself is
      *> always a percent of the period's purchase value.
           05  REB-BASIS          PIC X(1).
               88  REB-ON-COST      VALUE "C".
               88  REB-ON-UNITS     VALUE "U".
      *> up to three tiers, lowest first; a zero percent ends the
      *> list.  Retrospective - once purchases pass a tier its
      *> percent applies to the whole period's value.
           05  REB-TIER OCCURS 3 TIMES.
               10  REB-TIER-FROM  PIC 9(11).
               10  REB-TIER-PCT   PIC 9(2)V99.
      *> the last measurement - purchases to date at cost and in
      *> units, the tier reached (0 none), the rebate earned on it,
      *> what has been accrued to the journal so far, and through
      *> which month.
           05  REB-MEAS-COST      PIC S9(13).
           05  REB-MEAS-UNITS     PIC S9(9).
           05  REB-TIER-REACHED   PIC 9(1).
           05  REB-EARNED         PIC S9(11).
           05  REB-ACCRUED        PIC S9(11).
           05  REB-LAST-MONTH     PIC 9(6).
      *> the claim sent and the money received against it.
           05  REB-CLAIMED        PIC S9(11).
           05  REB-CLAIM-DATE     PIC 9(8).
           05  REB-RECEIVED       PIC S9(11).
           05  REB-RECV-DATE      PIC 9(8).
      *> A accruing, E period over - ready to claim, C claimed,
      *> S settled, X cancelled before anything accrued.
           05  REB-STATUS         PIC X(1).
               88  REB-ACTIVE       VALUE "A".
               88  REB-ENDED        VALUE "E".
               88  REB-CLAIM-SENT   VALUE "C".
               88  REB-SETTLED      VALUE "S".
               88  REB-CANCELLED    VALUE "X".
