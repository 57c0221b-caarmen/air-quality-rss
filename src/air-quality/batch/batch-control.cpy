           05  BC-FAILED-COUNT          PIC 9(5).
      *> "OK", "FAILED" (the job could not do its work at all), or
      *> "SKIPPED" (nothing configured for it to do, or a declared
      *> dependency kept it from running this time). "LATE" and
      *> "MISSED" are not runs at all: JOB-DEADLINE-WATCHDOG's
      *> record that no run completed by the deadline, or in the
      *> whole window, due at BC-START-TIMESTAMP.
           05  BC-STATUS                PIC X(8).
      *> Free-text note on why a run went the way it did - the
      *> scheduler uses it to say which failed dependency made a
