      *> Staff rota master - one scheduled shift per operator per
      *> day, keyed by the date and the CASHMAST operator, so a
      *> day's rota reads off in one START.  Maintained by
      *> VAKTAPLAN; VAKTAGREINING lays it against the sign-on
      *> record and the hourly trade.
       01  ROTA-MASTER-RECORD.
           05  ROTA-KEY.
               10  ROTA-DATE      PIC 9(8).
               10  ROTA-CASHIER   PIC X(4).
      *> scheduled start and end of the shift, HHMM.
           05  ROTA-START         PIC 9(4).
           05  ROTA-END           PIC 9(4).
      *> what the shift is for - only the till roles sign on at a
      *> register, so only they count toward till headcount and
      *> only they can be missed off the sign-on record.
           05  ROTA-ROLE          PIC X(1).
               88  ROTA-CASHIER-ROLE  VALUE "C".
               88  ROTA-SUPERVISOR    VALUE "S".
               88  ROTA-FLOOR         VALUE "F".
               88  ROTA-TILL-ROLE     VALUE "C" "S".
               88  ROTA-ROLE-VALID    VALUE "C" "S" "F".
