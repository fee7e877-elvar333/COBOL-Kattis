      *> Product recall record - one entry per recall notice, keyed
      *> by the recall number the store gives it.  INNKOLLUN opens
      *> it, blocks the SKU at the till (INV-STATUS "R"), traces the
      *> stock and the customers, and closes it once the supplier
      *> lifts the recall; every step is on the BUDRCLLOG log.
       01  RCL-MASTER-RECORD.
           05  RCL-ID             PIC X(10).
           05  RCL-SKU            PIC X(10).
      *> the supplier's own reference for the notice - what the
      *> food-safety authority and the supplier will quote back.
           05  RCL-SUP-REF        PIC X(20).
           05  RCL-SUPPLIER       PIC X(6).
      *> best-before range the notice covers - zero on both means
      *> every lot of the SKU is affected.
           05  RCL-BB-FROM        PIC 9(8).
           05  RCL-BB-TO          PIC 9(8).
           05  RCL-OPEN-DATE      PIC 9(8).
           05  RCL-CLOSE-DATE     PIC 9(8).
      *> what INV-STATUS was before the block, put back at close.
           05  RCL-PRIOR-STATUS   PIC X(1).
           05  RCL-STATUS         PIC X(1).
               88  RCL-OPEN         VALUE "O".
               88  RCL-CLOSED       VALUE "C".
      *> units pulled off the floor and sent back to the supplier.
           05  RCL-QTY-PULLED     PIC S9(7).
      *> customers on the call list at the last trace.
           05  RCL-CUST-COUNT     PIC 9(5).
