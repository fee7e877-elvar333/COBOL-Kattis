      *> Attendance event record - the time clock.  BUDSHIFT only
      *> knows the first and last line an operator rang, not when
      *> they came to work; the till writes one of these for every
      *> clock event keyed under a CASHMAST operator, to the BUDATT
      *> event log.  Nothing is ever rewritten: a supervisor's
      *> correction (STIMPILL) appends a record of its own - an
      *> added event, or a strike of an earlier one matched on
      *> date, operator, time and event - and every reader applies
      *> the strikes as it reads, the same event-log idea the
      *> held-basket file runs on.
       01  ATTENDANCE-RECORD.
           05  ATT-DATE           PIC 9(8).
           05  FILLER             PIC X VALUE SPACE.
           05  ATT-OPER           PIC X(4).
           05  FILLER             PIC X VALUE SPACE.
      *> clock time, HHMM.
           05  ATT-TIME           PIC 9(4).
           05  FILLER             PIC X VALUE SPACE.
           05  ATT-EVENT          PIC X(3).
               88  ATT-CLOCK-IN     VALUE "IN ".
               88  ATT-CLOCK-OUT    VALUE "OUT".
               88  ATT-BREAK-START  VALUE "BRK".
               88  ATT-BREAK-END    VALUE "RET".
               88  ATT-EVENT-VALID  VALUE "IN " "OUT" "BRK" "RET".
           05  FILLER             PIC X VALUE SPACE.
      *> "T" keyed at the till; "A" added by a supervisor; "X" a
      *> supervisor's strike of the matching earlier event.
           05  ATT-KIND           PIC X(1).
               88  ATT-FROM-TILL    VALUE "T".
               88  ATT-ADDED        VALUE "A".
               88  ATT-STRIKE       VALUE "X".
           05  FILLER             PIC X VALUE SPACE.
           05  ATT-REGISTER       PIC X(4).
           05  FILLER             PIC X VALUE SPACE.
      *> the supervisor who made a correction, and the day they made
      *> it - spaces and zero on a till event.
           05  ATT-SUPERVISOR     PIC X(4).
           05  FILLER             PIC X VALUE SPACE.
           05  ATT-ENTERED        PIC 9(8).
