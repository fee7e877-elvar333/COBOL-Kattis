      *> means the department falls back to the flat BUD-TAX-RATE
      *> on the control file.
           05  CAT-TAX-RATE       PIC 9V999.
      *> the floor salesperson's commission on this department's
      *> sales, as a fraction of the sale before tax - zero (every
      *> department until a rate is set) pays none.
           05  CAT-COMM-RATE      PIC 9V999.
