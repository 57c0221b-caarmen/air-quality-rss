       DATA DIVISION.

       WORKING-STORAGE SECTION.
      *> One guard/outcome slot per dispatchable job; the low slots
      *> match the scheduler's table, the outbox drain sits at 90
      *> and the report distribution pass at 91, and the
      *> on-demand-only jobs fill the top of the range
      *> downward from 99, so the scheduler's slots can keep growing
      *> underneath them.
       01  C-DISPATCH-SLOT-COUNT        CONSTANT AS 99.
       01  WS-SLOT-TABLE.
           05  WS-JD-ENTRY OCCURS 99 TIMES INDEXED BY WS-JD-IDX.
               10  WS-JD-RUNNING        PIC X(1).
               10  WS-JD-OUTCOME        PIC X(8).
               10  WS-JD-OUTCOME-DATE   PIC X(8).

      *> ===============================================================
      *> PARAGRAPH: RUN-JOB-BY-SLOT
      *> PURPOSE: The one slot-to-program mapping. The low slots
      *>          match AIR-QUALITY-RSS's schedule table; 90 is the
      *>          notification outbox drain and 91 the report
      *>          distribution pass, both submitted by the tick loop;
      *>          94-99 are the on-demand-only location rename,
      *>          access export, erasure, restore, migration and
      *>          simulation jobs, parked at the top of the range,
      *>          with any further on-demand-only job taking the
      *>          next slot down.
      *> ===============================================================
       RUN-JOB-BY-SLOT.
           EVALUATE LS-RUN-SLOT
           WHEN 29
               CALL "POLLUTION-ROSE-BATCH"
           WHEN 30
               CALL "SENSOR-HEARTBEAT-BATCH"
           WHEN 31
               CALL "CO2-ROOM-REPORT-BATCH"
           WHEN 32
               CALL "POLLEN-RECONCILIATION-BATCH"
           WHEN 33
               CALL "REGULATORY-EXCEEDANCE-BATCH"
           WHEN 34
               CALL "REVISION-SWEEP-BATCH"
           WHEN 35
               CALL "EPISODE-REPORT-BATCH"
           WHEN 36
               CALL "API-KEY-EXPIRY-REPORT-BATCH"
           WHEN 37
               CALL "QUOTA-ADVICE-BATCH"
           WHEN 38
               CALL "COST-ATTRIBUTION-BATCH"
           WHEN 39
               CALL "CAPACITY-FORECAST-BATCH"
           WHEN 40
               CALL "AUDIT-CHAIN-VERIFY-BATCH"
           WHEN 41
               CALL "NEWSLETTER-BATCH"
           WHEN 42
               CALL "MASTODON-REPLY-BATCH"
           WHEN 43
               CALL "MONTHLY-BULLETIN-BATCH"
           WHEN 44
               CALL "OPEN-DATA-PUBLISH-BATCH"
           WHEN 45
               CALL "EEA-EREPORTING-BATCH"
           WHEN 46
               CALL "TRAFFIC-CORRELATION-BATCH"
           WHEN 47
               CALL "SOURCE-ATTRIBUTION-BATCH"
           WHEN 48
               CALL "HEALTH-IMPACT-BATCH"
           WHEN 90
               CALL "NOTIFICATION-OUTBOX-DRAIN"
           WHEN 91
               CALL "REPORT-DISTRIBUTION-PASS"
           WHEN 94
               CALL "LOCATION-RENAME-BATCH"
           WHEN 95
               CALL "SUBSCRIBER-ACCESS-EXPORT-BATCH"
           WHEN 96
               CALL "SUBSCRIBER-ERASURE-BATCH"
           WHEN 97
               CALL "ARCHIVE-RESTORE-BATCH"
           WHEN 98
               CALL "LAYOUT-MIGRATION-BATCH"
           WHEN 99
               CALL "THRESHOLD-SIMULATION-BATCH"
           END-EVALUATE.

