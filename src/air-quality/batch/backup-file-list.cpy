      *>          export files are deliberately absent: they are
      *>          regenerated from the archives, not restored.
      *> ===============================================================
       01  C-BACKUP-FILE-COUNT          CONSTANT AS 62.
       01  BFL-IDX                      PIC 9(2) VALUE 0.
       01  BFL-TABLE.
           05  FILLER                   PIC X(40)
               VALUE "bulletin-sent.dat".
           05  FILLER                   PIC X(40)
               VALUE "maintenance-windows.dat".
           05  FILLER                   PIC X(40)
               VALUE "sensor-registry.dat".
           05  FILLER                   PIC X(40)
               VALUE "sensor-drift-history.dat".
           05  FILLER                   PIC X(40)
               VALUE "indoor-co2-readings.dat".
           05  FILLER                   PIC X(40)
               VALUE "prevair-pollutant-history.dat".
           05  FILLER                   PIC X(40)
               VALUE "cams-pollutant-history.dat".
           05  FILLER                   PIC X(40)
               VALUE "pollen-reconciliation-report.dat".
           05  FILLER                   PIC X(40)
               VALUE "commune-population.dat".
           05  FILLER                   PIC X(40)
               VALUE "sensitive-sites.dat".
           05  FILLER                   PIC X(40)
               VALUE "provider-revisions.dat".
           05  FILLER                   PIC X(40)
               VALUE "reading-annotations.dat".
           05  FILLER                   PIC X(40)
               VALUE "feed-snapshots.dat".
           05  FILLER                   PIC X(40)
               VALUE "feed-snapshot-heads.dat".
           05  FILLER                   PIC X(40)
               VALUE "alert-events.dat".
           05  FILLER                   PIC X(40)
               VALUE "channel-secrets.dat".
           05  FILLER                   PIC X(40)
               VALUE "credential-vault.dat".
           05  FILLER                   PIC X(40)
               VALUE "plan-catalog.dat".
           05  FILLER                   PIC X(40)
               VALUE "invoice-register.dat".
           05  FILLER                   PIC X(40)
               VALUE "invoice-export.dat".
           05  FILLER                   PIC X(40)
               VALUE "provider-budget-history.dat".
           05  FILLER                   PIC X(40)
               VALUE "capacity-history.dat".
           05  FILLER                   PIC X(40)
               VALUE "tenants.dat".
           05  FILLER                   PIC X(40)
               VALUE "feed-branding.dat".
           05  FILLER                   PIC X(40)
               VALUE "commune-succession.dat".
           05  FILLER                   PIC X(40)
               VALUE "location-groups.dat".
           05  FILLER                   PIC X(40)
               VALUE "report-distribution.dat".
           05  FILLER                   PIC X(40)
               VALUE "subscriber-profiles.dat".
           05  FILLER                   PIC X(40)
               VALUE "sensitivity-weights.dat".
           05  FILLER                   PIC X(40)
               VALUE "newsletter-subscribers.dat".
           05  FILLER                   PIC X(40)
               VALUE "mastodon-reply-state.dat".
           05  FILLER                   PIC X(40)
               VALUE "monthly-bulletin-notes.txt".
           05  FILLER                   PIC X(40)
               VALUE "opendata-resources.dat".
           05  FILLER                   PIC X(40)
               VALUE "ereporting-receipts.txt".
           05  FILLER                   PIC X(40)
               VALUE "traffic-counts.dat".
           05  FILLER                   PIC X(40)
               VALUE "source-attributions.dat".
           05  FILLER                   PIC X(40)
               VALUE "health-admissions.dat".
           05  FILLER                   PIC X(40)
               VALUE "job-approvals.dat".
           05  FILLER                   PIC X(40)
               VALUE "access-requests.dat".
       01  BFL-TABLE-R REDEFINES BFL-TABLE.
           05  BFL-NAME                 PIC X(40) OCCURS 62 TIMES.
