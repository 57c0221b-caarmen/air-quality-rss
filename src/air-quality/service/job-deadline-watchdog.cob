      *> ===============================================================
      *> PROGRAM: JOB-DEADLINE-WATCHDOG
      *> PURPOSE: Make a scheduled job that never ran as visible as
      *>          one that failed. The batch-control journal only
      *>          records runs that happened, so a stuck scheduler
      *>          slot, a dependency chain that never came ready or a
      *>          passive instance that never took over left nothing
      *>          behind to see.
      *>          AIR-QUALITY-RSS calls JOB-DEADLINE-WATCHDOG-TICK
      *>          every second with its schedule table (see
      *>          job-watch); once a minute each watched job's due
      *>          time is worked out from its schedule and compared
      *>          against the journal (BATCH-LAST-RUNS):
      *>            LATE   - no run has started since the due time
      *>                     and the completion deadline
      *>                     (AQRSS_<JOB>_DEADLINE_MIN past it) has
      *>                     passed;
      *>            MISSED - a whole window (a day for an _AT job,
      *>                     the interval otherwise) has gone by
      *>                     without any run; it supersedes LATE.
      *>          Each state is journalled under the job's name with
      *>          the due time it concerns, then notified through
      *>          NOTIFICATION-DISPATCH and logged - once per window:
      *>          the journalled record is how every instance, and
      *>          the next process after a restart, knows it has
      *>          been raised already. /status shows it next to the
      *>          job until a newer run clears it.
      *>          Every instance watches, not just the leader: the
      *>          missing-takeover case is exactly the one where no
      *>          leader is running the schedule.
      *>          Interval jobs are judged from their last run or
      *>          from this process's start, whichever is later,
      *>          because the scheduler's own interval count starts
      *>          over on a restart; an _AT job that has never run is
      *>          only judged on windows due after the start.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-DEADLINE-WATCHDOG.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
      *> Only the scheduler thread ticks this program, so no mutex.
       01  WS-TICKS-SINCE-CHECK         USAGE BINARY-LONG VALUE 60.
       01  C-CHECK-EVERY-TICKS          CONSTANT AS 60.
      *> The absolute second the first tick ran (see
      *> COMPUTE-NOW-SECONDS): the floor for jobs with no run yet.
       01  WS-WATCH-START-SECONDS       PIC 9(12) VALUE 0.

       LOCAL-STORAGE SECTION.
       01  LS-CURRENT-DATE-AND-TIME.
           05  LS-CDT-YEAR              PIC 9(4).
           05  LS-CDT-MONTH             PIC 9(2).
           05  LS-CDT-DAY               PIC 9(2).
           05  LS-CDT-HOUR              PIC 9(2).
           05  LS-CDT-MINUTE            PIC 9(2).
           05  LS-CDT-SECOND            PIC 9(2).
           05  LS-CDT-HUNDREDTHS        PIC 9(2).
           05  LS-CDT-UTC-OFFSET        PIC X(5).
       01  LS-TODAY-YYYYMMDD            PIC 9(8) VALUE 0.
       01  LS-NOW-SECONDS               PIC 9(12) VALUE 0.

      *> One job's judgement, all on the same absolute seconds scale.
       01  LS-LAST-RUN-SECONDS          PIC 9(12) VALUE 0.
       01  LS-FLOOR-SECONDS             PIC 9(12) VALUE 0.
       01  LS-WINDOW-S                  PIC 9(12) VALUE 0.
       01  LS-DUE-SECONDS               PIC 9(12) VALUE 0.
       01  LS-ELAPSED-S                 PIC 9(12) VALUE 0.
       01  LS-WINDOW-COUNT              PIC 9(12) VALUE 0.
       01  LS-RAISE-DUE-SECONDS         PIC 9(12) VALUE 0.
       01  LS-NEW-STATE                 PIC X(8) VALUE SPACES.
       01  LS-AT-HOUR                   PIC 9(2) VALUE 0.
       01  LS-AT-MINUTE                 PIC 9(2) VALUE 0.

      *> YYYYMMDDHHMMSS <-> absolute seconds.
       01  LS-TS-TEXT                   PIC X(14) VALUE SPACES.
       01  LS-TS-PARTS REDEFINES LS-TS-TEXT.
           05  LS-TS-DATE               PIC 9(8).
           05  LS-TS-HOUR               PIC 9(2).
           05  LS-TS-MINUTE             PIC 9(2).
           05  LS-TS-SECOND             PIC 9(2).
       01  LS-TS-SECONDS                PIC 9(12) VALUE 0.
       01  LS-TS-DAYS                   PIC 9(12) VALUE 0.
       01  LS-TS-DAY-SECONDS            PIC 9(12) VALUE 0.
       01  LS-TS-DISPLAY                PIC X(16) VALUE SPACES.

       01  LS-DUE-TEXT                  PIC X(14) VALUE SPACES.
       01  LS-DUE-DISPLAY               PIC X(16) VALUE SPACES.
       01  LS-UNTIL-DISPLAY             PIC X(16) VALUE SPACES.
       01  LS-LAST-DISPLAY              PIC X(16) VALUE SPACES.
       01  LS-SUBJECT                   PIC X(100) VALUE SPACES.
       01  LS-MESSAGE                   PIC X(1000) VALUE SPACES.
       01  LS-DELIVERED-COUNT           PIC 9(5) VALUE 0.
       01  LS-FAILED-COUNT              PIC 9(5) VALUE 0.
       01  C-LOG-WARN                   PIC X(5) VALUE "WARN".
       01  LS-LOG-MESSAGE               PIC X(256) VALUE SPACES.
       COPY batch-control IN "air-quality/batch".

       LINKAGE SECTION.
       COPY job-watch IN "air-quality/service".

      *> Unused default entry point: every caller targets one of the
      *> ENTRY points below, the same way ENV-CONFIG's callers always
      *> target one of its named entries.
       PROCEDURE DIVISION.
           GOBACK.

      *> ===============================================================
      *> ENTRY: JOB-DEADLINE-WATCHDOG-TICK
      *> PURPOSE: Called every second by the main wait loop; once a
      *>          minute reads each job's latest run and raised state
      *>          from the journal and judges every watched job.
      *> ===============================================================
       ENTRY "JOB-DEADLINE-WATCHDOG-TICK" USING
           BY REFERENCE JW-SCHEDULE-GRP.

           ADD 1 TO WS-TICKS-SINCE-CHECK
           IF WS-TICKS-SINCE-CHECK < C-CHECK-EVERY-TICKS
           THEN
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO WS-TICKS-SINCE-CHECK

           PERFORM COMPUTE-NOW-SECONDS
           IF WS-WATCH-START-SECONDS = 0
           THEN
               MOVE LS-NOW-SECONDS TO WS-WATCH-START-SECONDS
           END-IF

      *> An unreadable journal leaves every slot blank: jobs are then
      *> judged from this process's start, never raised on no
      *> evidence at all.
           CALL "BATCH-LAST-RUNS" USING
               BY REFERENCE JW-SCHEDULE-GRP

           PERFORM VARYING JW-JOB-INDEX FROM 1 BY 1
               UNTIL JW-JOB-INDEX > JW-JOB-COUNT
               PERFORM JUDGE-ONE-JOB
           END-PERFORM

           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: JUDGE-ONE-JOB
      *> PURPOSE: Work out the JW-JOB-INDEX job's latest due time
      *>          and window, decide whether it is LATE or MISSED, and
      *>          raise that state unless the journal shows it raised
      *>          for the same due time already.
      *> ===============================================================
       JUDGE-ONE-JOB.
           IF JW-DEADLINE-S(JW-JOB-INDEX) <= 0
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO LS-LAST-RUN-SECONDS
           MOVE WS-WATCH-START-SECONDS TO LS-FLOOR-SECONDS
           IF JW-LAST-RUN-START(JW-JOB-INDEX) NOT = SPACES
               AND JW-LAST-RUN-START(JW-JOB-INDEX) IS NUMERIC
           THEN
               MOVE JW-LAST-RUN-START(JW-JOB-INDEX) TO LS-TS-TEXT
               PERFORM TIMESTAMP-TO-SECONDS
               MOVE LS-TS-SECONDS TO LS-LAST-RUN-SECONDS
               MOVE 0 TO LS-FLOOR-SECONDS
           END-IF

           IF JW-AT-HHMM(JW-JOB-INDEX) NOT = SPACES
           THEN
      *> Once a day: the latest HHMM not after now.
               MOVE 86400 TO LS-WINDOW-S
               MOVE JW-AT-HHMM(JW-JOB-INDEX)(1:2) TO LS-AT-HOUR
               MOVE JW-AT-HHMM(JW-JOB-INDEX)(3:2) TO LS-AT-MINUTE
               COMPUTE LS-DUE-SECONDS =
                   FUNCTION INTEGER-OF-DATE(LS-TODAY-YYYYMMDD) * 86400
                   + LS-AT-HOUR * 3600 + LS-AT-MINUTE * 60
               IF LS-DUE-SECONDS > LS-NOW-SECONDS
               THEN
                   SUBTRACT 86400 FROM LS-DUE-SECONDS
               END-IF
           ELSE
      *> Every interval, counted from the last run or this process's
      *> start, whichever is later.
               IF JW-INTERVAL-S(JW-JOB-INDEX) <= 0
               THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE JW-INTERVAL-S(JW-JOB-INDEX) TO LS-WINDOW-S
               IF LS-LAST-RUN-SECONDS < WS-WATCH-START-SECONDS
               THEN
                   MOVE WS-WATCH-START-SECONDS TO LS-LAST-RUN-SECONDS
               END-IF
               MOVE 0 TO LS-FLOOR-SECONDS
               COMPUTE LS-ELAPSED-S =
                   LS-NOW-SECONDS - LS-LAST-RUN-SECONDS
               IF LS-ELAPSED-S < LS-WINDOW-S
               THEN
                   EXIT PARAGRAPH
               END-IF
               DIVIDE LS-ELAPSED-S BY LS-WINDOW-S
                   GIVING LS-WINDOW-COUNT
               COMPUTE LS-DUE-SECONDS = LS-LAST-RUN-SECONDS
                   + LS-WINDOW-COUNT * LS-WINDOW-S
           END-IF

           MOVE SPACES TO LS-NEW-STATE
           EVALUATE TRUE
           WHEN LS-DUE-SECONDS >= LS-WINDOW-S + LS-FLOOR-SECONDS
               AND LS-LAST-RUN-SECONDS < LS-DUE-SECONDS - LS-WINDOW-S
               MOVE "MISSED" TO LS-NEW-STATE
               COMPUTE LS-RAISE-DUE-SECONDS =
                   LS-DUE-SECONDS - LS-WINDOW-S
           WHEN LS-DUE-SECONDS >= LS-FLOOR-SECONDS
               AND LS-LAST-RUN-SECONDS < LS-DUE-SECONDS
               AND LS-NOW-SECONDS >=
                   LS-DUE-SECONDS + JW-DEADLINE-S(JW-JOB-INDEX)
               MOVE "LATE" TO LS-NEW-STATE
               MOVE LS-DUE-SECONDS TO LS-RAISE-DUE-SECONDS
           WHEN OTHER
               EXIT PARAGRAPH
           END-EVALUATE

           MOVE LS-RAISE-DUE-SECONDS TO LS-TS-SECONDS
           PERFORM SECONDS-TO-TIMESTAMP
           MOVE LS-TS-TEXT TO LS-DUE-TEXT
           IF JW-WATCH-STATUS(JW-JOB-INDEX) = LS-NEW-STATE
               AND JW-WATCH-DUE(JW-JOB-INDEX) = LS-DUE-TEXT
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM RAISE-JOB-STATE.

      *> ===============================================================
      *> PARAGRAPH: RAISE-JOB-STATE
      *> PURPOSE: Journal LS-NEW-STATE for the JW-JOB-INDEX job first
      *>          - so another instance's next look finds it raised -
      *>          then log it and notify the operators.
      *> ===============================================================
       RAISE-JOB-STATE.
           PERFORM FORMAT-TIMESTAMP-TEXT
           MOVE LS-TS-DISPLAY TO LS-DUE-DISPLAY
           IF LS-NEW-STATE = "LATE"
           THEN
               COMPUTE LS-TS-SECONDS =
                   LS-RAISE-DUE-SECONDS + JW-DEADLINE-S(JW-JOB-INDEX)
           ELSE
               COMPUTE LS-TS-SECONDS =
                   LS-RAISE-DUE-SECONDS + LS-WINDOW-S
           END-IF
           PERFORM SECONDS-TO-TIMESTAMP
           PERFORM FORMAT-TIMESTAMP-TEXT
           MOVE LS-TS-DISPLAY TO LS-UNTIL-DISPLAY
           MOVE "none recorded" TO LS-LAST-DISPLAY
           IF JW-LAST-RUN-START(JW-JOB-INDEX) NOT = SPACES
           THEN
               MOVE JW-LAST-RUN-START(JW-JOB-INDEX) TO LS-TS-TEXT
               PERFORM FORMAT-TIMESTAMP-TEXT
               MOVE LS-TS-DISPLAY TO LS-LAST-DISPLAY
           END-IF

           MOVE JW-JOB-NAME(JW-JOB-INDEX) TO BC-JOB-NAME
           MOVE SPACES TO BC-START-TIMESTAMP
           STRING
               LS-DUE-TEXT "00" LS-CDT-UTC-OFFSET
               DELIMITED BY SIZE INTO BC-START-TIMESTAMP
           END-STRING
           MOVE FUNCTION CURRENT-DATE TO BC-END-TIMESTAMP
           MOVE 0 TO BC-OK-COUNT
           MOVE 0 TO BC-FAILED-COUNT
           MOVE LS-NEW-STATE TO BC-STATUS
           MOVE SPACES TO BC-NOTE
           IF JW-LAST-RUN-START(JW-JOB-INDEX) = SPACES
           THEN
               STRING
                   "due " LS-DUE-TEXT(1:12) ", no run recorded"
                   DELIMITED BY SIZE INTO BC-NOTE
               END-STRING
           ELSE
               STRING
                   "due " LS-DUE-TEXT(1:12) ", last run "
                   JW-LAST-RUN-START(JW-JOB-INDEX)(1:12)
                   DELIMITED BY SIZE INTO BC-NOTE
               END-STRING
           END-IF
           CALL "BATCH-RUN-RECORD" USING
               BY REFERENCE BC-RECORD

           MOVE SPACES TO LS-SUBJECT
           MOVE SPACES TO LS-MESSAGE
           IF LS-NEW-STATE = "LATE"
           THEN
               STRING
                   "Batch job late: "
                   FUNCTION TRIM(JW-JOB-NAME(JW-JOB-INDEX))
                   INTO LS-SUBJECT
               END-STRING
               STRING
                   FUNCTION TRIM(JW-JOB-NAME(JW-JOB-INDEX))
                   " was due at " LS-DUE-DISPLAY
                   " and no run has completed by its deadline of "
                   LS-UNTIL-DISPLAY ". Last run started: "
                   FUNCTION TRIM(LS-LAST-DISPLAY) "."
                   INTO LS-MESSAGE
               END-STRING
           ELSE
               STRING
                   "Batch job missed: "
                   FUNCTION TRIM(JW-JOB-NAME(JW-JOB-INDEX))
                   INTO LS-SUBJECT
               END-STRING
               STRING
                   FUNCTION TRIM(JW-JOB-NAME(JW-JOB-INDEX))
                   " did not run at all in its window from "
                   LS-DUE-DISPLAY " to " LS-UNTIL-DISPLAY
                   ". Last run started: "
                   FUNCTION TRIM(LS-LAST-DISPLAY)
                   ". Check the scheduler, its dependencies and "
                   "which instance holds the leader lease."
                   INTO LS-MESSAGE
               END-STRING
           END-IF

           MOVE SPACES TO LS-LOG-MESSAGE
           STRING
               "Job deadline watchdog: " FUNCTION TRIM(LS-SUBJECT)
               " (due " LS-DUE-DISPLAY ")"
               INTO LS-LOG-MESSAGE
           END-STRING
           CALL "AQRSS-LOG" USING
               BY REFERENCE C-LOG-WARN
               BY REFERENCE LS-LOG-MESSAGE

           CALL "NOTIFICATION-DISPATCH" USING
               BY REFERENCE LS-SUBJECT
               BY REFERENCE LS-MESSAGE
               BY REFERENCE LS-DELIVERED-COUNT
               BY REFERENCE LS-FAILED-COUNT.

      *> ===============================================================
      *> PARAGRAPH: COMPUTE-NOW-SECONDS
      *> PURPOSE: An absolute seconds scale (days since the epoch of
      *>          INTEGER-OF-DATE times 86400 plus seconds of day),
      *>          the same one AQRSS-LEADER keeps its lease on, so
      *>          windows compare across midnight.
      *> ===============================================================
       COMPUTE-NOW-SECONDS.
           MOVE FUNCTION CURRENT-DATE TO LS-CURRENT-DATE-AND-TIME
           COMPUTE LS-TODAY-YYYYMMDD =
               LS-CDT-YEAR * 10000 + LS-CDT-MONTH * 100 + LS-CDT-DAY
           COMPUTE LS-NOW-SECONDS =
               FUNCTION INTEGER-OF-DATE(LS-TODAY-YYYYMMDD) * 86400
               + LS-CDT-HOUR * 3600 + LS-CDT-MINUTE * 60
               + LS-CDT-SECOND.

      *> ===============================================================
      *> PARAGRAPH: TIMESTAMP-TO-SECONDS
      *> PURPOSE: LS-TS-TEXT (YYYYMMDDHHMMSS) onto the absolute
      *>          seconds scale, in LS-TS-SECONDS.
      *> ===============================================================
       TIMESTAMP-TO-SECONDS.
           COMPUTE LS-TS-SECONDS =
               FUNCTION INTEGER-OF-DATE(LS-TS-DATE) * 86400
               + LS-TS-HOUR * 3600 + LS-TS-MINUTE * 60
               + LS-TS-SECOND.

      *> ===============================================================
      *> PARAGRAPH: SECONDS-TO-TIMESTAMP
      *> PURPOSE: LS-TS-SECONDS back into LS-TS-TEXT.
      *> ===============================================================
       SECONDS-TO-TIMESTAMP.
           DIVIDE LS-TS-SECONDS BY 86400
               GIVING LS-TS-DAYS REMAINDER LS-TS-DAY-SECONDS
           MOVE FUNCTION DATE-OF-INTEGER(LS-TS-DAYS) TO LS-TS-DATE
           DIVIDE LS-TS-DAY-SECONDS BY 3600 GIVING LS-TS-HOUR
           COMPUTE LS-TS-MINUTE =
               (LS-TS-DAY-SECONDS - LS-TS-HOUR * 3600) / 60
           COMPUTE LS-TS-SECOND =
               LS-TS-DAY-SECONDS - LS-TS-HOUR * 3600
               - LS-TS-MINUTE * 60.

      *> ===============================================================
      *> PARAGRAPH: FORMAT-TIMESTAMP-TEXT
      *> PURPOSE: LS-TS-TEXT as "YYYY-MM-DD HH:MM" for the operators'
      *>          messages, in LS-TS-DISPLAY.
      *> ===============================================================
       FORMAT-TIMESTAMP-TEXT.
           MOVE SPACES TO LS-TS-DISPLAY
           STRING
               LS-TS-TEXT(1:4) "-" LS-TS-TEXT(5:2) "-"
               LS-TS-TEXT(7:2) " " LS-TS-TEXT(9:2) ":"
               LS-TS-TEXT(11:2)
               DELIMITED BY SIZE INTO LS-TS-DISPLAY
           END-STRING.

       END PROGRAM JOB-DEADLINE-WATCHDOG.
