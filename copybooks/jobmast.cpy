      *> Job-schedule master - JOBMAST, keyed by stream and sequence.
      *> One record per step of each batch stream the drivers run:
      *> the step's name (what BUDRLOG journals it under), the shell
      *> command, when it is due, which earlier steps of the same
      *> stream must have finished first, and what its failure
      *> does to the stream.  Maintained by JOBSKRA, every change
      *> audited to JOBAUD.
       01  JOB-SCHEDULE-RECORD.
           05  SCH-KEY.
      *> N the nightly close (DAGSLOK), G the morning-open gate and
      *> O the steps after the open (DAGBYRJUN), Y the year-end
      *> close (ARSLOK).
               10  SCH-STREAM         PIC X(1).
                   88  SCH-STREAM-OK    VALUE "N" "G" "O" "Y".
      *> run order within the stream - stepped in tens, so a new
      *> step goes in between without renumbering.
               10  SCH-SEQ            PIC 9(3).
           05  SCH-NAME               PIC X(12).
           05  SCH-CMD                PIC X(60).
      *> D every run, W on the weekdays in SCH-DAYS, M the last
      *> trading day of the calendar month, P the last trading day
      *> of the CALMAST fiscal period.
           05  SCH-RULE               PIC X(1).
               88  SCH-DAILY          VALUE "D".
               88  SCH-WEEKDAYS       VALUE "W".
               88  SCH-MONTH-END      VALUE "M".
               88  SCH-PERIOD-END     VALUE "P".
      *> weekday digits, 1 Monday to 7 Sunday - "7" Sundays only,
      *> "12345" the working week.
           05  SCH-DAYS               PIC X(7).
      *> S a failure stops the stream, R it is only reported and
      *> the stream carries on.
           05  SCH-ON-FAIL            PIC X(1).
               88  SCH-STOPS          VALUE "S".
               88  SCH-REPORTS        VALUE "R".
      *> earlier steps of the same stream that must have finished
      *> OK (or been skipped by their own rule) before this runs.
           05  SCH-DEPENDS.
               10  SCH-DEP            PIC X(12) OCCURS 4 TIMES.
