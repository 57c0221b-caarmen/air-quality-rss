       01  OUT-ATMO-FRANCE-ROUTE-ENABLED PIC X(01).
       01  OUT-CAMS-ROUTE-ENABLED       PIC X(01).
       01  IN-JOB-ENV-NAME            PIC X(32).
      *> Wider than the interval names it is built from: the
      *> _DEADLINE_MIN suffix adds two bytes to the longest of them.
       01  IN-JOB-DEADLINE-ENV-NAME   PIC X(40).
       01  OUT-JOB-INTERVAL-SEC       USAGE BINARY-LONG.
       01  OUT-JOB-TIME-OF-DAY        PIC X(4).
       01  OUT-JOB-DEADLINE-MIN       USAGE BINARY-LONG.
       01  OUT-RECON-TOLERANCE        PIC 9(1).
       01  OUT-RAW-RETENTION-DAYS     USAGE BINARY-LONG.
       01  OUT-DAILY-RETENTION-DAYS   USAGE BINARY-LONG.
           END-IF
           GOBACK.

      *> Read the per-job completion deadline environment variable
      *> whose name the caller passes (e.g.
      *> "AQRSS_PREFETCH_DEADLINE_MIN"): how many minutes past its
      *> due time a run must have completed by before
      *> JOB-DEADLINE-WATCHDOG raises it as late. 0 leaves the job
      *> unwatched. Returns -1 if unset or not a number, meaning the
      *> caller's default, which depends on the job's schedule.
       ENTRY "GET-JOB-DEADLINE-MIN" USING
           BY REFERENCE IN-JOB-DEADLINE-ENV-NAME
           BY REFERENCE OUT-JOB-DEADLINE-MIN.
           MOVE -1 TO OUT-JOB-DEADLINE-MIN
           MOVE SPACES TO LS-ENV-VALUE
           ACCEPT LS-ENV-VALUE
               FROM ENVIRONMENT IN-JOB-DEADLINE-ENV-NAME
           IF FUNCTION TRIM(LS-ENV-VALUE) NOT = SPACES
               AND FUNCTION TRIM(LS-ENV-VALUE) IS NUMERIC
           THEN
               MOVE FUNCTION NUMVAL(LS-ENV-VALUE)
                   TO OUT-JOB-DEADLINE-MIN
           END-IF
           GOBACK.

       END PROGRAM ENV-CONFIG.
