      *> ===============================================================
      *> COPYBOOK: alert-event
      *> PURPOSE: One line of ALERT-EVENT-FILE (alert-events.dat), the
      *>          append-only journal of everything that happened to
      *>          an alert, in the order it happened:
      *>            ONSET     AIR-QUALITY-ALERT-BATCH raised a new
      *>                      alert for a location and item;
      *>            ESCALATE  the level rose on an alert already out;
      *>            RECOVER   the level fell back under threshold;
      *>            ACK       an operator acknowledged the alert
      *>                      (POST /admin/alerts);
      *>            FALLBACK  the escalation pass re-sent an
      *>                      unacknowledged severe alert to the
      *>                      fallback channel named in AE-DETAIL;
      *>            OFFICIAL  the prefecture's episode declaration
      *>                      was relayed, text in AE-DETAIL.
      *>          alert-state keeps only each location's latest level;
      *>          this journal is what EPISODE-REPORT-BATCH replays to
      *>          reconstruct an episode end to end once it is over.
      *> ===============================================================
       01  AE-RECORD.
           05  AE-TIMESTAMP             PIC X(21).
           05  AE-EVENT                 PIC X(8).
           05  AE-LOCATION-ID           PIC X(8).
           05  AE-LOCATION-LABEL        PIC X(21).
           05  AE-ITEM-NAME             PIC X(16).
           05  AE-LEVEL                 PIC 9(9).
           05  AE-ALERT-ID              PIC X(16).
           05  AE-DETAIL                PIC X(64).
