      *> ===============================================================
      *> COPYBOOK: job-watch
      *> PURPOSE: The scheduled-job table as JOB-DEADLINE-WATCHDOG
      *>          judges it: AIR-QUALITY-RSS fills each job's journal
      *>          name and schedule (interval, or once-a-day HHMM)
      *>          and its completion deadline in seconds past the due
      *>          time - 0 leaves the job unwatched. BATCH-LAST-RUNS
      *>          fills the rest from the batch-control journal: the
      *>          start of the job's latest run, and the latest LATE
      *>          or MISSED record already raised for it, so a state
      *>          is raised once per window however many instances
      *>          or restarts look at it.
      *> ===============================================================
       01  C-JOB-WATCH-MAX-COUNT        CONSTANT AS 48.
       01  JW-SCHEDULE-GRP.
           05  JW-JOB-COUNT             PIC 9(2).
           05  JW-JOB OCCURS 48 TIMES INDEXED BY JW-JOB-INDEX.
               10  JW-JOB-NAME          PIC X(32).
               10  JW-INTERVAL-S        USAGE BINARY-LONG.
               10  JW-AT-HHMM           PIC X(4).
               10  JW-DEADLINE-S        USAGE BINARY-LONG.
      *> YYYYMMDDHHMMSS, SPACES when the journal holds no run yet.
               10  JW-LAST-RUN-START    PIC X(14).
               10  JW-WATCH-STATUS      PIC X(8).
               10  JW-WATCH-DUE         PIC X(14).
