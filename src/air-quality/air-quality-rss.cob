      *> checks can run hourly through episode season while the
      *> heavier prefetch and report jobs stay nightly - without a
      *> restart, let alone a recompile.
       01  C-JOB-COUNT                  CONSTANT AS 48.
       01  WS-JOB-TABLE.
           05  WS-JOB-ENTRY OCCURS 48 TIMES INDEXED BY WS-JOB-IDX.
               10  WS-JOB-INTERVAL-ENV  PIC X(32).
               10  WS-JOB-AT-ENV        PIC X(32).
               10  WS-JOB-INTERVAL-S    USAGE BINARY-LONG.
       01  WS-SHUTDOWN-REQUESTED        PIC X(1) VALUE "N".
       01  WS-RELOAD-REQUESTED          PIC X(1) VALUE "N".
       01  WS-CONFIG-INVALID-COUNT      USAGE BINARY-LONG VALUE 0.
      *> What took each accepted configuration's snapshot (see
      *> CONFIG-HISTORY).
       01  C-TRIGGER-STARTUP            PIC X(8) VALUE "STARTUP".
       01  C-TRIGGER-RELOAD             PIC X(8) VALUE "RELOAD".
      *> The on-demand job handoff from the /admin/jobs routes (see
      *> JOB-REQUEST-FLAG).
       01  WS-REQUESTED-JOB             PIC X(16) VALUE SPACES.
      *> attempt.
       01  C-OUTBOX-DRAIN-TICKS         CONSTANT AS 10.
       01  WS-OUTBOX-TICKS              USAGE BINARY-LONG VALUE 0.
      *> The report distribution pass only has to notice a finished
      *> report run, so once a minute is plenty.
       01  C-DISTRIBUTION-TICKS         CONSTANT AS 60.
       01  WS-DISTRIBUTION-TICKS        USAGE BINARY-LONG VALUE 0.
       01  C-LOG-WARN                   PIC X(5) VALUE "WARN".
       01  WS-LOG-MESSAGE               PIC X(256) VALUE SPACES.
       COPY batch-control IN "air-quality/batch".
      *> The schedule as the deadline watchdog judges it (see
      *> JOB-DEADLINE-WATCHDOG), refreshed with the schedules.
       COPY job-watch IN "air-quality/service".
      *> Eight bytes wider than the interval names: the
      *> _DEADLINE_MIN suffix is two bytes longer than _INTERVAL_S.
       01  WS-DEADLINE-ENV              PIC X(40) VALUE SPACES.
       01  WS-DEADLINE-MIN              USAGE BINARY-LONG VALUE 0.

       PROCEDURE DIVISION.

               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           CALL "CONFIG-HISTORY-RECORD" USING
               BY REFERENCE C-TRIGGER-STARTUP

           CALL "AIR-QUALITY-SERVER" USING
               BY REFERENCE WS-DAEMON-PTR.
                       THEN
                           CALL "RELOAD-AQRSS-DAEMON" USING
                               BY REFERENCE WS-DAEMON-PTR
                           CALL "CONFIG-HISTORY-RECORD" USING
                               BY REFERENCE C-TRIGGER-RELOAD
                           PERFORM LOAD-JOB-SCHEDULES
                       ELSE
                           DISPLAY "Config reload refused: "
                   *> fail mid-record (see STORAGE-WATCHDOG).
                   CALL "STORAGE-WATCHDOG-TICK"

                   *> Raise any scheduled job that has not completed
                   *> by its deadline, or not run in a whole window.
                   *> Every instance watches, leader or not: a
                   *> takeover that never happened is one of the
                   *> things it is watching for (see
                   *> JOB-DEADLINE-WATCHDOG).
                   CALL "JOB-DEADLINE-WATCHDOG-TICK" USING
                       BY REFERENCE JW-SCHEDULE-GRP

                   *> Only the instance holding the leader lease runs
                   *> batches and drains job triggers; a passive
                   *> instance keeps serving read traffic from its
                       *> timing-out endpoint must not stall this
                       *> loop, the lease renewal above or the
                       *> storage watchdog (see NOTIFICATION-OUTBOX
                       *> and AQRSS-JOB-DISPATCH slot 90). The
                       *> dispatcher's guard quietly refuses the
                       *> submit while a drain is still running.
                       ADD 1 TO WS-OUTBOX-TICKS
                       IF WS-OUTBOX-TICKS >= C-OUTBOX-DRAIN-TICKS
                       THEN
                           MOVE 0 TO WS-OUTBOX-TICKS
                           MOVE 90 TO WS-SUBMIT-SLOT
                           CALL "JOB-DISPATCH-SUBMIT" USING
                               BY REFERENCE WS-SUBMIT-SLOT
                               RETURNING RETURN-CODE
                       END-IF

                       *> Send the finished batch reports to their
                       *> distribution lists, on a worker for the
                       *> same reason (see REPORT-DISTRIBUTION and
                       *> AQRSS-JOB-DISPATCH slot 91).
                       ADD 1 TO WS-DISTRIBUTION-TICKS
                       IF WS-DISTRIBUTION-TICKS >= C-DISTRIBUTION-TICKS
                       THEN
                           MOVE 0 TO WS-DISTRIBUTION-TICKS
                           MOVE 91 TO WS-SUBMIT-SLOT
                           CALL "JOB-DISPATCH-SUBMIT" USING
                               BY REFERENCE WS-SUBMIT-SLOT
                               RETURNING RETURN-CODE
           MOVE "AQRSS_ROSE_INTERVAL_S"
               TO WS-JOB-INTERVAL-ENV(29)
           MOVE "AQRSS_ROSE_AT" TO WS-JOB-AT-ENV(29)
           MOVE "AQRSS_HEARTBEAT_INTERVAL_S"
               TO WS-JOB-INTERVAL-ENV(30)
           MOVE "AQRSS_HEARTBEAT_AT" TO WS-JOB-AT-ENV(30)
           MOVE "AQRSS_CO2_ROOM_REPORT_INTERVAL_S"
               TO WS-JOB-INTERVAL-ENV(31)
           MOVE "AQRSS_CO2_ROOM_REPORT_AT" TO WS-JOB-AT-ENV(31)
           MOVE "AQRSS_POLLEN_RECON_INTERVAL_S"
               TO WS-JOB-INTERVAL-ENV(32)
           MOVE "AQRSS_POLLEN_RECON_AT" TO WS-JOB-AT-ENV(32)
           MOVE "AQRSS_EXCEED_REPORT_INTERVAL_S"
               TO WS-JOB-INTERVAL-ENV(33)
           MOVE "AQRSS_EXCEED_REPORT_AT" TO WS-JOB-AT-ENV(33)
           MOVE "AQRSS_REVISION_SWEEP_INTERVAL_S"
               TO WS-JOB-INTERVAL-ENV(34)
           MOVE "AQRSS_REVISION_SWEEP_AT" TO WS-JOB-AT-ENV(34)
           MOVE "AQRSS_EPISODE_REPORT_INTERVAL_S"
               TO WS-JOB-INTERVAL-ENV(35)
           MOVE "AQRSS_EPISODE_REPORT_AT" TO WS-JOB-AT-ENV(35)
           MOVE "AQRSS_KEY_EXPIRY_INTERVAL_S"
               TO WS-JOB-INTERVAL-ENV(36)
           MOVE "AQRSS_KEY_EXPIRY_AT" TO WS-JOB-AT-ENV(36)
           MOVE "AQRSS_QUOTA_ADVICE_INTERVAL_S"
               TO WS-JOB-INTERVAL-ENV(37)
           MOVE "AQRSS_QUOTA_ADVICE_AT" TO WS-JOB-AT-ENV(37)
           MOVE "AQRSS_COST_ATTRIB_INTERVAL_S"
               TO WS-JOB-INTERVAL-ENV(38)
           MOVE "AQRSS_COST_ATTRIB_AT" TO WS-JOB-AT-ENV(38)
           MOVE "AQRSS_CAPACITY_INTERVAL_S"
               TO WS-JOB-INTERVAL-ENV(39)
           MOVE "AQRSS_CAPACITY_AT" TO WS-JOB-AT-ENV(39)
           MOVE "AQRSS_AUDIT_VERIFY_INTERVAL_S"
               TO WS-JOB-INTERVAL-ENV(40)
           MOVE "AQRSS_AUDIT_VERIFY_AT" TO WS-JOB-AT-ENV(40)
           MOVE "AQRSS_NEWSLETTER_INTERVAL_S"
               TO WS-JOB-INTERVAL-ENV(41)
           MOVE "AQRSS_NEWSLETTER_AT" TO WS-JOB-AT-ENV(41)
           MOVE "AQRSS_MASTODON_REPLY_INTERVAL_S"
               TO WS-JOB-INTERVAL-ENV(42)
           MOVE "AQRSS_MASTODON_REPLY_AT" TO WS-JOB-AT-ENV(42)
           MOVE "AQRSS_MONTHLY_PDF_INTERVAL_S"
               TO WS-JOB-INTERVAL-ENV(43)
           MOVE "AQRSS_MONTHLY_PDF_AT" TO WS-JOB-AT-ENV(43)
           MOVE "AQRSS_OPENDATA_INTERVAL_S"
               TO WS-JOB-INTERVAL-ENV(44)
           MOVE "AQRSS_OPENDATA_AT" TO WS-JOB-AT-ENV(44)
           MOVE "AQRSS_EREPORTING_INTERVAL_S"
               TO WS-JOB-INTERVAL-ENV(45)
           MOVE "AQRSS_EREPORTING_AT" TO WS-JOB-AT-ENV(45)
           MOVE "AQRSS_TRAFFIC_INTERVAL_S"
               TO WS-JOB-INTERVAL-ENV(46)
           MOVE "AQRSS_TRAFFIC_AT" TO WS-JOB-AT-ENV(46)
           MOVE "AQRSS_ATTRIBUTION_INTERVAL_S"
               TO WS-JOB-INTERVAL-ENV(47)
           MOVE "AQRSS_ATTRIBUTION_AT" TO WS-JOB-AT-ENV(47)
           MOVE "AQRSS_HEALTH_IMPACT_INTERVAL_S"
               TO WS-JOB-INTERVAL-ENV(48)
           MOVE "AQRSS_HEALTH_IMPACT_AT" TO WS-JOB-AT-ENV(48)

           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > C-JOB-COUNT
      *> The declared dependencies. The SLA report aggregates the
      *> measurements the prefetch generates; the CSV export must
      *> not run mid-compaction; the ranking reads the fetches the
      *> prefetch warms; the open-data publication pushes what the
      *> CSV export writes; the source attribution weighs the day's
      *> readings and wind the prefetch archives. Slot numbers match
      *> RUN-SCHEDULED-JOB.
           MOVE 1 TO WS-JOB-DEPENDS-ON(4)
           MOVE 9 TO WS-JOB-DEPENDS-ON(11)
           MOVE 1 TO WS-JOB-DEPENDS-ON(24)
           MOVE 11 TO WS-JOB-DEPENDS-ON(44)
           MOVE 1 TO WS-JOB-DEPENDS-ON(47)

      *> Each slot's batch-control journal name (the batch's own
      *> program name, as AQRSS-JOB-DISPATCH calls it), for skip
      *> records and the deadline watchdog.
           MOVE "AIR-QUALITY-PREFETCH-BATCH" TO WS-JOB-NAME-TEXT(1)
           MOVE "AIR-QUALITY-ALERT-BATCH" TO WS-JOB-NAME-TEXT(2)
           MOVE "DAILY-BULLETIN-BATCH" TO WS-JOB-NAME-TEXT(3)
           MOVE "PROVIDER-SLA-REPORT-BATCH" TO WS-JOB-NAME-TEXT(4)
           MOVE "POLLEN-DEAD-LETTER-REPLAY-BATCH" TO WS-JOB-NAME-TEXT(5)
           MOVE "ATMO-FRANCE-MULTI-ZONE-BATCH" TO WS-JOB-NAME-TEXT(6)
           MOVE "ATMO-FRANCE-RECONCILIATION-BATCH"
               TO WS-JOB-NAME-TEXT(7)
           MOVE "PROVIDER-RECONCILIATION-BATCH" TO WS-JOB-NAME-TEXT(8)
           MOVE "HISTORY-COMPACTION-BATCH" TO WS-JOB-NAME-TEXT(9)
           MOVE "ARCHIVE-VERIFY-BATCH" TO WS-JOB-NAME-TEXT(10)
           MOVE "CSV-EXPORT-BATCH" TO WS-JOB-NAME-TEXT(11)
           MOVE "CANARY-BATCH" TO WS-JOB-NAME-TEXT(12)
           MOVE "FEED-PUBLISH-BATCH" TO WS-JOB-NAME-TEXT(13)
           MOVE "AUDIT-USAGE-REPORT-BATCH" TO WS-JOB-NAME-TEXT(14)
           MOVE "AUDIT-LOG-RETENTION-BATCH" TO WS-JOB-NAME-TEXT(15)
           MOVE "POLLEN-SEASON-REPORT-BATCH" TO WS-JOB-NAME-TEXT(16)
           MOVE "YEAR-OVER-YEAR-REPORT-BATCH" TO WS-JOB-NAME-TEXT(17)
           MOVE "SYMPTOM-CORRELATION-BATCH" TO WS-JOB-NAME-TEXT(18)
           MOVE "FORECAST-ACCURACY-BATCH" TO WS-JOB-NAME-TEXT(19)
           MOVE "SENSOR-RECONCILIATION-BATCH" TO WS-JOB-NAME-TEXT(20)
           MOVE "CLIMATOLOGY-BASELINE-BATCH" TO WS-JOB-NAME-TEXT(21)
           MOVE "SUBSCRIBER-STATEMENT-BATCH" TO WS-JOB-NAME-TEXT(22)
           MOVE "BACKUP-BATCH" TO WS-JOB-NAME-TEXT(23)
           MOVE "LOCATION-RANKING-BATCH" TO WS-JOB-NAME-TEXT(24)
           MOVE "SOCIAL-PUBLISH-BATCH" TO WS-JOB-NAME-TEXT(25)
           MOVE "DATA-QUALITY-REPORT-BATCH" TO WS-JOB-NAME-TEXT(26)
           MOVE "DEMAND-CLUSTERING-BATCH" TO WS-JOB-NAME-TEXT(27)
           MOVE "SCHEMA-DRIFT-BATCH" TO WS-JOB-NAME-TEXT(28)
           MOVE "POLLUTION-ROSE-BATCH" TO WS-JOB-NAME-TEXT(29)
           MOVE "SENSOR-HEARTBEAT-BATCH" TO WS-JOB-NAME-TEXT(30)
           MOVE "CO2-ROOM-REPORT-BATCH" TO WS-JOB-NAME-TEXT(31)
           MOVE "POLLEN-RECONCILIATION-BATCH" TO WS-JOB-NAME-TEXT(32)
           MOVE "REGULATORY-EXCEEDANCE-BATCH" TO WS-JOB-NAME-TEXT(33)
           MOVE "REVISION-SWEEP-BATCH" TO WS-JOB-NAME-TEXT(34)
           MOVE "EPISODE-REPORT-BATCH" TO WS-JOB-NAME-TEXT(35)
           MOVE "API-KEY-EXPIRY-REPORT-BATCH" TO WS-JOB-NAME-TEXT(36)
           MOVE "QUOTA-ADVICE-BATCH" TO WS-JOB-NAME-TEXT(37)
           MOVE "COST-ATTRIBUTION-BATCH" TO WS-JOB-NAME-TEXT(38)
           MOVE "CAPACITY-FORECAST-BATCH" TO WS-JOB-NAME-TEXT(39)
           MOVE "AUDIT-CHAIN-VERIFY-BATCH" TO WS-JOB-NAME-TEXT(40)
           MOVE "NEWSLETTER-BATCH" TO WS-JOB-NAME-TEXT(41)
           MOVE "MASTODON-REPLY-BATCH" TO WS-JOB-NAME-TEXT(42)
           MOVE "MONTHLY-BULLETIN-BATCH" TO WS-JOB-NAME-TEXT(43)
           MOVE "OPEN-DATA-PUBLISH-BATCH" TO WS-JOB-NAME-TEXT(44)
           MOVE "EEA-EREPORTING-BATCH" TO WS-JOB-NAME-TEXT(45)
           MOVE "TRAFFIC-CORRELATION-BATCH" TO WS-JOB-NAME-TEXT(46)
           MOVE "SOURCE-ATTRIBUTION-BATCH" TO WS-JOB-NAME-TEXT(47)
           MOVE "HEALTH-IMPACT-BATCH" TO WS-JOB-NAME-TEXT(48)

      *> The deadline watchdog's copy of the schedule. Each job's
      *> completion deadline is AQRSS_<JOB>_DEADLINE_MIN minutes past
      *> its due time; unset, two hours for a once-a-day job and half
      *> the interval for an interval job, 0 leaving it unwatched.
           MOVE C-JOB-COUNT TO JW-JOB-COUNT
           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > C-JOB-COUNT
               PERFORM LOAD-ONE-JOB-DEADLINE
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: LOAD-ONE-JOB-DEADLINE
      *> PURPOSE: Copy the WS-JOB-IDX job's name and schedule into the
      *>          watchdog's table and read its deadline, named after
      *>          its interval variable (AQRSS_PREFETCH_INTERVAL_S ->
      *>          AQRSS_PREFETCH_DEADLINE_MIN).
      *> ===============================================================
       LOAD-ONE-JOB-DEADLINE.
           SET JW-JOB-INDEX TO WS-JOB-IDX
           MOVE WS-JOB-NAME-TEXT(WS-JOB-IDX)
               TO JW-JOB-NAME(JW-JOB-INDEX)
           MOVE WS-JOB-INTERVAL-S(WS-JOB-IDX)
               TO JW-INTERVAL-S(JW-JOB-INDEX)
           MOVE WS-JOB-AT-HHMM(WS-JOB-IDX) TO JW-AT-HHMM(JW-JOB-INDEX)

           MOVE SPACES TO WS-DEADLINE-ENV
           STRING
               WS-JOB-INTERVAL-ENV(WS-JOB-IDX)
                   DELIMITED BY "_INTERVAL_S"
               "_DEADLINE_MIN" DELIMITED BY SIZE
               INTO WS-DEADLINE-ENV
           END-STRING
           CALL "GET-JOB-DEADLINE-MIN" USING
               BY REFERENCE WS-DEADLINE-ENV
               BY REFERENCE WS-DEADLINE-MIN
           EVALUATE TRUE
           WHEN WS-DEADLINE-MIN >= 0
               COMPUTE JW-DEADLINE-S(JW-JOB-INDEX) =
                   WS-DEADLINE-MIN * 60
           WHEN WS-JOB-AT-HHMM(WS-JOB-IDX) NOT = SPACES
               MOVE 7200 TO JW-DEADLINE-S(JW-JOB-INDEX)
           WHEN OTHER
               COMPUTE JW-DEADLINE-S(JW-JOB-INDEX) =
                   WS-JOB-INTERVAL-S(WS-JOB-IDX) / 2
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: CHECK-ONE-JOB-SCHEDULE
                   MOVE 28 TO WS-SUBMIT-SLOT
               WHEN "ROSE"
                   MOVE 29 TO WS-SUBMIT-SLOT
               WHEN "SENSOR-HEARTBEAT"
                   MOVE 30 TO WS-SUBMIT-SLOT
               WHEN "CO2-ROOM-REPORT"
                   MOVE 31 TO WS-SUBMIT-SLOT
               WHEN "POLLEN-RECON"
                   MOVE 32 TO WS-SUBMIT-SLOT
               WHEN "EXCEEDANCE-REPORT"
                   MOVE 33 TO WS-SUBMIT-SLOT
               WHEN "REVISION-SWEEP"
                   MOVE 34 TO WS-SUBMIT-SLOT
               WHEN "EPISODE-REPORT"
                   MOVE 35 TO WS-SUBMIT-SLOT
               WHEN "KEY-EXPIRY"
                   MOVE 36 TO WS-SUBMIT-SLOT
               WHEN "QUOTA-ADVICE"
                   MOVE 37 TO WS-SUBMIT-SLOT
               WHEN "COST-ATTRIB"
                   MOVE 38 TO WS-SUBMIT-SLOT
               WHEN "CAPACITY"
                   MOVE 39 TO WS-SUBMIT-SLOT
               WHEN "AUDIT-VERIFY"
                   MOVE 40 TO WS-SUBMIT-SLOT
               WHEN "NEWSLETTER"
                   MOVE 41 TO WS-SUBMIT-SLOT
               WHEN "MASTODON-REPLY"
                   MOVE 42 TO WS-SUBMIT-SLOT
               WHEN "MONTHLY-BULLETIN"
                   MOVE 43 TO WS-SUBMIT-SLOT
               WHEN "OPEN-DATA"
                   MOVE 44 TO WS-SUBMIT-SLOT
               WHEN "EREPORTING"
                   MOVE 45 TO WS-SUBMIT-SLOT
               WHEN "TRAFFIC"
                   MOVE 46 TO WS-SUBMIT-SLOT
               WHEN "ATTRIBUTION"
                   MOVE 47 TO WS-SUBMIT-SLOT
               WHEN "HEALTH-IMPACT"
                   MOVE 48 TO WS-SUBMIT-SLOT
      *> On-demand by nature: nobody tunes thresholds on a
      *> schedule.
               WHEN "SIMULATE"
                   MOVE 99 TO WS-SUBMIT-SLOT
      *> On-demand only: a migration rewrites files in place.
               WHEN "MIGRATE"
                   MOVE 98 TO WS-SUBMIT-SLOT
      *> Deliberately on-demand only - see the erasure and restore
      *> batches for why neither may ever fire off a schedule.
               WHEN "ERASURE"
                   MOVE 96 TO WS-SUBMIT-SLOT
               WHEN "RESTORE"
                   MOVE 97 TO WS-SUBMIT-SLOT
      *> Queued by the access requests the privacy officer files;
      *> there is nothing to run on a schedule when none is waiting.
               WHEN "ACCESS-EXPORT"
                   MOVE 95 TO WS-SUBMIT-SLOT
      *> On-demand only: a rename rewrites the archives in place,
      *> and only ever after a second admin's approval.
               WHEN "LOCATION-RENAME"
                   MOVE 94 TO WS-SUBMIT-SLOT
               END-EVALUATE
               IF WS-SUBMIT-SLOT NOT = 0
               THEN
