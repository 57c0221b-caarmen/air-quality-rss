      *> ===============================================================
      *> COPYBOOK: change-record
      *> PURPOSE: One record of CHANGE-JOURNAL-FILE
      *>          (admin-changes.dat), the append-only journal of
      *>          every admin write to a registry: who made it (the
      *>          owner of the API key the request carried), under
      *>          which correlation id (so the audit trail's POST
      *>          and the content it changed join up), and the whole
      *>          record as it was before and after. CJ-ENTITY names
      *>          the registry:
      *>            WATCHED-LOCATION   watched-locations.dat
      *>            ALERT-PROFILE      alert-profiles.dat
      *>            CHANNEL            notification-channels.dat
      *>            SAVED-FEED         saved-feeds.dat
      *>            API-KEY            api-keys.dat
      *>            MAINTENANCE-WINDOW maintenance-windows.dat
      *>            HEALTH-RULE        health-recommendations.dat
      *>            LOCATION-GROUP     location-groups.dat
      *>            REPORT-DISTRIBUTION report-distribution.dat
      *>          CJ-ENTITY-ID is the record's key in that registry:
      *>          the location, channel or feed name, the whole API
      *>          key, a window's target and start time, a rule's
      *>          item, lower level, audience and language, a group
      *>          record's group, kind and member, a report
      *>          recipient's report file and channel - each in
      *>          its record's own layout.
      *>          CJ-BEFORE-IMAGE is spaces for a record the change
      *>          created, CJ-AFTER-IMAGE spaces for one it removed;
      *>          CJ-ACTION says the same in a word (ADD, REPLACE,
      *>          REMOVE). A revert is journalled like any other
      *>          change, with CJ-REVERTS-ID naming the change it
      *>          undid (zero otherwise).
      *>          CJ-TENANT is the organisation the record belongs
      *>          to, so a tenant's admin sees only its own changes.
      *> ===============================================================
       01  CJ-RECORD.
           05  CJ-CHANGE-ID             PIC 9(9).
           05  CJ-TIMESTAMP             PIC X(21).
           05  CJ-KEY-OWNER             PIC X(32).
           05  CJ-CORRELATION-ID        PIC X(16).
           05  CJ-TENANT                PIC X(8).
           05  CJ-ENTITY                PIC X(20).
           05  CJ-ENTITY-ID             PIC X(64).
           05  CJ-ACTION                PIC X(8).
           05  CJ-REVERTS-ID            PIC 9(9).
      *> Wide enough for the largest registry record (a channel).
           05  CJ-BEFORE-IMAGE          PIC X(1200).
           05  CJ-AFTER-IMAGE           PIC X(1200).
