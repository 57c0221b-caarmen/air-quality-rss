      *>          France pollutant readings for every watched location,
      *>          same as AIR-QUALITY-PREFETCH-BATCH, and pushes a
      *>          webhook notification for each pollutant whose index
      *>          has reached the configured alert threshold. Every
      *>          sensitive site (school, creche, care home, hospital)
      *>          linked to the location also gets its own message
      *>          with the guidance for its category, logged daily.
      *>          A subscriber's alert subscription that names no
      *>          items is filtered by the pollen species and
      *>          pollutants in their stored profile, if any.
      *>          A particulate alert for a location whose day has
      *>          been put down to Saharan dust or a wildfire smoke
      *>          plume (see SOURCE-ATTRIBUTION-BATCH) says so.
      *>          Called from AIR-QUALITY-RSS's main loop; not reachable
      *>          from the HTTP router.
      *>
           SELECT ALERT-STATE-FILE ASSIGN TO "alert-state.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LS-AS-FILE-STATUS.
      *> The sensitive-site registry (see the sensitive-site
      *> copybook), read whole at the start of the run; no file
      *> means no facility notifications.
           SELECT SENSITIVE-SITE-FILE ASSIGN TO "sensitive-sites.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LS-SS-FILE-STATUS.
      *> Which facility was told what, rolled to one dated file per
      *> day (sensitive-site-notifications.YYYYMMDD.log) the same way
      *> the audit trail rolls.
           SELECT SENSITIVE-SITE-LOG-FILE ASSIGN TO
                   DYNAMIC LS-SN-LOG-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LS-SN-FILE-STATUS.

       DATA DIVISION.

       COPY alert-profile IN "air-quality/batch".
       FD  ALERT-STATE-FILE.
       COPY alert-state IN "air-quality/batch".
       FD  SENSITIVE-SITE-FILE.
       COPY sensitive-site IN "air-quality/batch".
       FD  SENSITIVE-SITE-LOG-FILE.
       COPY sensitive-site-notification IN "air-quality/batch".

       LOCAL-STORAGE SECTION.
       01  LS-AP-FILE-STATUS               PIC X(02) VALUE SPACES.
       01  LS-AS-FILE-STATUS               PIC X(02) VALUE SPACES.
       01  LS-SS-FILE-STATUS               PIC X(02) VALUE SPACES.
       01  LS-SN-FILE-STATUS               PIC X(02) VALUE SPACES.
       01  LS-SN-LOG-FILENAME              PIC X(48) VALUE SPACES.
       01  LS-CURRENT-DATE-AND-TIME.
           05  LS-CDT-YEAR                 PIC 9(4).
           05  LS-CDT-MONTH                PIC 9(2). *> 01-12
       01  LS-ALERT-THRESHOLD              PIC 9(1).
       01  LS-WEBHOOK-URL                  PIC X(1000).

      *> The profile file's registered layout (see
      *> ALERT-PROFILE-REGISTRY and the layout migration).
       01  C-AP-FILE-NAME                  PIC X(40)
               VALUE "alert-profiles.dat".
       01  C-AP-LAYOUT-VERSION             PIC 9(3) VALUE 2.
      *> The alert profiles loaded from ALERT-PROFILE-FILE, and the
      *> effective settings for the location currently being checked:
      *> its profile's values when it has one, the global
           05  LS-AP-QUIET-START-HOUR      PIC 9(2).
           05  LS-AP-QUIET-END-HOUR        PIC 9(2).
       01  LS-PROFILE-LOOKUP-ID            PIC X(8) VALUE SPACES.
      *> The location groups: a location with no profile of its own
      *> is alerted by its group's ("@" + group id), and a group's
      *> channels hear only their own locations' alerts.
       COPY location-groups IN "air-quality/service".
       01  LS-GROUP-PROFILE-ID             PIC X(8) VALUE SPACES.
      *> The organisation owning the location being checked: its
      *> alerts go to that tenant's notification channels only.
       01  LS-LOCATION-TENANT              PIC X(8) VALUE SPACES.
       01  LS-PROFILE-FOUND-IDX            USAGE BINARY-LONG VALUE 0.
       01  LS-EFFECTIVE-THRESHOLD          PIC 9(1).
       01  LS-EFFECTIVE-WEBHOOK-URL        PIC X(1000).
       01  LS-LOCAL-HOUR                   PIC 9(2) VALUE 0.

       01  LS-LOCATION-LABEL               PIC X(21) VALUE SPACES.
      *> Today's natural-source attribution of the location being
      *> checked (SPACES for none, and for every zone), looked up by
      *> the archives' edited "latitude,longitude" label.
       01  LS-ATTRIBUTION-SOURCE           PIC X(4) VALUE SPACES.
       01  LS-ATTRIBUTION-TEXT             PIC X(80) VALUE SPACES.
       01  LS-ATTRIBUTION-LANG             PIC X(2) VALUE "EN".
       01  LS-ARCHIVE-LATITUDE             PIC S9(3)V9(6).
       01  LS-ARCHIVE-LONGITUDE            PIC S9(3)V9(6).
       01  LS-ARCHIVE-LAT-DISPLAY          PIC -ZZ9.999999.
       01  LS-ARCHIVE-LONG-DISPLAY         PIC -ZZ9.999999.
       01  LS-ARCHIVE-LOCATION             PIC X(21) VALUE SPACES.
       COPY source-attribution-table IN "air-quality/service".
       01  LS-POLLUTANT-DISPLAY-NAME       PIC X(16).
      *> Sized to HTTP-CLIENT-POST's body parameter, which is wide
      *> enough for a whole rendered feed document.
      *> audience is a registry record instead of a code change here.
       01  LS-NOTIFY-SUBJECT               PIC X(100) VALUE SPACES.
       01  LS-NOTIFY-MESSAGE               PIC X(1000) VALUE SPACES.
      *> What a grouped message lists for the alert being dispatched
      *> (see NOTIFICATION-DISPATCH-ALERT): the item name the alert
      *> paths set, and the severity and summary line built from it.
       01  LS-NOTIFY-ITEM-NAME             PIC X(16) VALUE SPACES.
       01  LS-NOTIFY-LEVEL                 PIC 9(1) VALUE 0.
       01  LS-NOTIFY-SUMMARY               PIC X(100) VALUE SPACES.
       01  LS-NOTIFY-DELIVERED-COUNT       PIC 9(5) VALUE 0.
       01  LS-NOTIFY-FAILED-COUNT          PIC 9(5) VALUE 0.
      *> Official episode declarations per watched zone (see
               10  LS-SUB-CHANNEL-ID       PIC X(8).
               10  LS-SUB-ENABLED          PIC X(1).
       01  LS-SUB-ITEM-MATCHED             PIC X(01) VALUE "N".
      *> A subscriber's stored profile, read for the subscriptions
      *> that name no items of their own.
       COPY subscriber-profile IN "air-quality/service".

      *> The sensitive-site registry loaded from SENSITIVE-SITE-FILE,
      *> each site linked to its watched location (its own
      *> SS-LOCATION-ID, or the nearest watched latitude/longitude
      *> pair), and the scratch for the per-site message: the event
      *> and item the caller stages, the category guidance from
      *> HEALTH-RECOMMENDATION-FOR-SITE, and the message itself.
       01  C-SENSITIVE-SITE-MAX-COUNT      CONSTANT AS 100.
       01  LS-SENSITIVE-SITE-COUNT         PIC 9(3) VALUE 0.
       01  LS-SENSITIVE-SITE-ENTRY OCCURS 100 TIMES
               INDEXED BY LS-SS-IDX.
           05  LS-SS-SITE-ID               PIC X(8).
           05  LS-SS-NAME                  PIC X(60).
           05  LS-SS-CATEGORY              PIC X(9).
           05  LS-SS-LATITUDE-STR          PIC X(10).
           05  LS-SS-LONGITUDE-STR         PIC X(10).
           05  LS-SS-CHANNEL-ID            PIC X(8).
           05  LS-SS-ALERT-LEVEL           PIC 9(1).
           05  LS-SS-LANG                  PIC X(2).
           05  LS-SS-LOCATION-ID           PIC X(8).
       01  LS-SS-LINKED-COUNT              PIC 9(3) VALUE 0.
       01  LS-SS-SITE-LATITUDE             PIC S9(3)V9(8).
       01  LS-SS-SITE-LONGITUDE            PIC S9(3)V9(8).
       01  LS-SS-WL-LATITUDE               PIC S9(3)V9(8).
       01  LS-SS-WL-LONGITUDE              PIC S9(3)V9(8).
       01  LS-SS-DISTANCE-KM               PIC 9(4)V9(2).
       01  LS-SS-BEST-DISTANCE-KM          PIC 9(4)V9(2).
       01  LS-SS-EVENT                     PIC X(10) VALUE SPACES.
       01  LS-SS-ITEM-NAME                 PIC X(16) VALUE SPACES.
       01  LS-SS-REC-LEVEL                 PIC 9(2) VALUE 0.
       01  LS-SS-LEVEL-DISPLAY             PIC Z9.
       01  LS-SS-GUIDANCE                  PIC X(400) VALUE SPACES.
       01  LS-SS-SUBJECT                   PIC X(100) VALUE SPACES.
       01  LS-SS-MESSAGE                   PIC X(1000) VALUE SPACES.
       01  LS-SS-TIMESTAMP                 PIC X(21) VALUE SPACES.
       01  LS-SUB-FILTER-TABLE             VALUE SPACES.
           05  LS-SUB-FILTER-ENTRY         PIC X(20) OCCURS 10 TIMES
                   INDEXED BY LS-SUB-FILTER-IDX.

      *> Run record for the shared batch-control journal, so the
       01  LS-LOG-MESSAGE                  PIC X(256) VALUE SPACES.
       COPY batch-control IN "air-quality/batch".

      *> Every alert this run raises, escalates or clears goes to the
      *> alert event journal too (see ALERT-EVENT-JOURNAL), so an
      *> episode can be reconstructed after it is over.
       COPY alert-event IN "air-quality/service".

       COPY "watched-locations" IN "air-quality/batch".

      *> Pollen readings for the watched latitude/longitude pairs.

           CALL "ALERT-SUBSCRIPTION-LOAD" USING
               BY REFERENCE LS-SUB-TABLE
           PERFORM APPLY-SUBSCRIBER-PROFILES

           CALL "LOAD-WATCHED-LOCATIONS" USING
               BY REFERENCE WL-REGISTRY-GRP

           CALL "LOAD-LOCATION-GROUPS" USING
               BY REFERENCE LG-GROUPS-GRP
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "Alert batch: location-group registry "
                   & "unreadable, group profiles not applied"
                   TO LS-LOG-MESSAGE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE 0 TO LG-GROUP-COUNT
               MOVE 0 TO LG-MEMBER-COUNT
           END-IF

           PERFORM LOAD-SENSITIVE-SITES
           PERFORM LINK-SENSITIVE-SITES

           MOVE FUNCTION CURRENT-DATE TO LS-CURRENT-DATE-AND-TIME
           STRING
               LS-CDT-YEAR LS-CDT-MONTH LS-CDT-DAY
               LS-CDT-YEAR "-" LS-CDT-MONTH "-" LS-CDT-DAY
               INTO LS-ATMO-FRANCE-DATE-STR
           END-STRING
           CALL "SOURCE-ATTRIBUTION-LOAD" USING
               BY REFERENCE SAT-TABLE-GRP
               BY REFERENCE LS-ATMO-FRANCE-DATE-STR

           PERFORM VARYING WL-LATLONG-INDEX FROM 1 BY 1
               UNTIL WL-LATLONG-INDEX > WL-LATLONG-COUNT
                   TO LS-PROFILE-LOOKUP-ID
               MOVE WL-LATLONG-TZ(WL-LATLONG-INDEX)
                   TO LS-LOCATION-TZ
               MOVE WL-LATLONG-TENANT(WL-LATLONG-INDEX)
                   TO LS-LOCATION-TENANT
               PERFORM APPLY-ALERT-PROFILE

               MOVE FUNCTION NUMVAL(WL-LATITUDE-STR(WL-LATLONG-INDEX))
                   FUNCTION TRIM(WL-LONGITUDE-STR(WL-LATLONG-INDEX))
                   INTO LS-LOCATION-LABEL
               END-STRING
               PERFORM FIND-SOURCE-ATTRIBUTION

               PERFORM VARYING IDX-POLLUTANT-NAME FROM 1 BY 1
                   UNTIL IDX-POLLUTANT-NAME > POLLUTANT-COUNT

               MOVE WL-ZONE-ID(WL-ZONE-INDEX) TO LS-PROFILE-LOOKUP-ID
               MOVE WL-ZONE-TZ(WL-ZONE-INDEX) TO LS-LOCATION-TZ
               MOVE WL-ZONE-TENANT(WL-ZONE-INDEX)
                   TO LS-LOCATION-TENANT
               PERFORM APPLY-ALERT-PROFILE

               CALL "get_atmo_france_pollutant_data" USING

               MOVE SPACES TO LS-LOCATION-LABEL
               MOVE WL-ZONE-ENTRY(WL-ZONE-INDEX) TO LS-LOCATION-LABEL
               MOVE SPACES TO LS-ATTRIBUTION-SOURCE

               PERFORM VARYING AFB-IDX-POLLUTANT-NAME FROM 1 BY 1
                   UNTIL AFB-IDX-POLLUTANT-NAME > AFB-POLLUTANT-COUNT
                   INTO LS-NOTIFY-MESSAGE
               END-STRING
           END-EVALUATE
           IF LS-ALERT-ACTION NOT = "CLEAR"
               AND LS-ATTRIBUTION-SOURCE NOT = SPACES
               AND FUNCTION LOWER-CASE(LS-STATE-ITEM-NAME(1:2)) = "pm"
           THEN
               PERFORM APPEND-ATTRIBUTION-TO-MESSAGE
           END-IF
           PERFORM APPEND-ALERT-ID-TO-MESSAGE
           MOVE LS-POLLUTANT-DISPLAY-NAME TO LS-NOTIFY-ITEM-NAME
           PERFORM DISPATCH-TO-CHANNELS
           PERFORM JOURNAL-ALERT-ACTION
           MOVE LS-ALERT-ACTION TO LS-SS-EVENT
           MOVE LS-POLLUTANT-DISPLAY-NAME TO LS-SS-ITEM-NAME
           PERFORM NOTIFY-SENSITIVE-SITES.

      *> ===============================================================
      *> PARAGRAPH: FIND-SOURCE-ATTRIBUTION
      *> PURPOSE: Look today's natural-source attribution of the
      *>          watched location at WL-LATLONG-INDEX up in the table
      *>          loaded at the start of the run, under the label the
      *>          archives (and so the attributions) key it with.
      *> ===============================================================
       FIND-SOURCE-ATTRIBUTION.
           MOVE FUNCTION NUMVAL(WL-LATITUDE-STR(WL-LATLONG-INDEX))
               TO LS-ARCHIVE-LATITUDE
           MOVE FUNCTION NUMVAL(WL-LONGITUDE-STR(WL-LATLONG-INDEX))
               TO LS-ARCHIVE-LONGITUDE
           MOVE LS-ARCHIVE-LATITUDE TO LS-ARCHIVE-LAT-DISPLAY
           MOVE LS-ARCHIVE-LONGITUDE TO LS-ARCHIVE-LONG-DISPLAY
           MOVE SPACES TO LS-ARCHIVE-LOCATION
           STRING
               FUNCTION TRIM(LS-ARCHIVE-LAT-DISPLAY) ","
               FUNCTION TRIM(LS-ARCHIVE-LONG-DISPLAY)
               INTO LS-ARCHIVE-LOCATION
           END-STRING
           CALL "SOURCE-ATTRIBUTION-FIND" USING
               BY REFERENCE SAT-TABLE-GRP
               BY REFERENCE LS-ATMO-FRANCE-DATE-STR
               BY REFERENCE LS-ARCHIVE-LOCATION
               BY REFERENCE LS-ATTRIBUTION-SOURCE.

      *> ===============================================================
      *> PARAGRAPH: APPEND-ATTRIBUTION-TO-MESSAGE
      *> PURPOSE: Add the location's natural-source attribution to a
      *>          particulate alert's message, so "is it local or
      *>          imported?" is answered in the alert itself.
      *> ===============================================================
       APPEND-ATTRIBUTION-TO-MESSAGE.
           CALL "SOURCE-ATTRIBUTION-TEXT" USING
               BY REFERENCE LS-ATTRIBUTION-SOURCE
               BY REFERENCE LS-ATTRIBUTION-LANG
               BY REFERENCE LS-ATTRIBUTION-TEXT
           MOVE LS-NOTIFY-MESSAGE TO LS-WEBHOOK-BODY
           MOVE SPACES TO LS-NOTIFY-MESSAGE
           STRING
               FUNCTION TRIM(LS-WEBHOOK-BODY) " - "
               FUNCTION TRIM(LS-ATTRIBUTION-TEXT)
               INTO LS-NOTIFY-MESSAGE
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: APPEND-ALERT-ID-TO-MESSAGE
               INTO LS-NOTIFY-MESSAGE
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: JOURNAL-ALERT-ACTION
      *> PURPOSE: Journal the threshold alert just sent for
      *>          (LS-PROFILE-LOOKUP-ID, LS-STATE-ITEM-NAME): NEW is an
      *>          episode's ONSET at this location, ESCALATE a further
      *>          climb, CLEAR its RECOVER.
      *> ===============================================================
       JOURNAL-ALERT-ACTION.
           MOVE SPACES TO AE-RECORD
           EVALUATE LS-ALERT-ACTION
           WHEN "NEW"
               MOVE "ONSET" TO AE-EVENT
           WHEN "ESCALATE"
               MOVE "ESCALATE" TO AE-EVENT
           WHEN "CLEAR"
               MOVE "RECOVER" TO AE-EVENT
           WHEN OTHER
               EXIT PARAGRAPH
           END-EVALUATE
           MOVE LS-STATE-ITEM-NAME TO AE-ITEM-NAME
           MOVE LS-STATE-CURRENT-LEVEL TO AE-LEVEL
           PERFORM JOURNAL-ALERT-EVENT.

      *> ===============================================================
      *> PARAGRAPH: JOURNAL-ALERT-EVENT
      *> PURPOSE: Complete the event staged in AE-RECORD with the
      *>          location and alert id in hand and append it to the
      *>          alert event journal. Best-effort: a journal that
      *>          cannot be written never holds up the alert itself.
      *> ===============================================================
       JOURNAL-ALERT-EVENT.
           MOVE FUNCTION CURRENT-DATE TO AE-TIMESTAMP
           MOVE LS-PROFILE-LOOKUP-ID TO AE-LOCATION-ID
           MOVE LS-LOCATION-LABEL TO AE-LOCATION-LABEL
           MOVE LS-ALERT-ACK-ID TO AE-ALERT-ID
           CALL "ALERT-EVENT-APPEND" USING
               BY REFERENCE AE-RECORD.

      *> ===============================================================
      *> PARAGRAPH: CHECK-OFFICIAL-EPISODE-ALERT
      *> PURPOSE: Ask EPISODE-BULLETIN-SERVICE whether the watched
               BY REFERENCE LS-ACK-LEVEL
               BY REFERENCE LS-ALERT-ACK-ID
           PERFORM APPEND-ALERT-ID-TO-MESSAGE
           PERFORM DISPATCH-TO-CHANNELS
           MOVE SPACES TO AE-RECORD
           MOVE "OFFICIAL" TO AE-EVENT
           MOVE LS-EPISODE-ACK-ITEM TO AE-ITEM-NAME
           MOVE LS-STATE-CURRENT-LEVEL TO AE-LEVEL
           MOVE LS-OFFICIAL-EPISODE-TEXT TO AE-DETAIL
           PERFORM JOURNAL-ALERT-EVENT
           MOVE "OFFICIAL" TO LS-SS-EVENT
           MOVE LS-EPISODE-ACK-ITEM TO LS-SS-ITEM-NAME
           PERFORM NOTIFY-SENSITIVE-SITES.

      *> ===============================================================
      *> PARAGRAPH: EVALUATE-ALERT-STATE
      *> PARAGRAPH: DISPATCH-TO-CHANNELS
      *> PURPOSE: Fan LS-NOTIFY-SUBJECT/LS-NOTIFY-MESSAGE out to every
      *>          enabled channel in the notification channel registry
      *>          owned by the location's organisation
      *>          (LS-LOCATION-TENANT; a no-op when no registry
      *>          exists) - those assigned to location groups only
      *>          when one of their groups holds the location -
      *>          folding the delivery counts into this
      *>          run's batch-control record. Goes through the alert
      *>          entry, so a burst of lesser alerts can reach each
      *>          channel as one grouped message under the
      *>          coalescing window; the summary line it would be
      *>          listed by carries the alert id, and the episode
      *>          paths (no item, level 9) always go straight out.
      *> ===============================================================
       DISPATCH-TO-CHANNELS.
           IF LS-STATE-CURRENT-LEVEL > 9
           THEN
               MOVE 9 TO LS-NOTIFY-LEVEL
           ELSE
               MOVE LS-STATE-CURRENT-LEVEL TO LS-NOTIFY-LEVEL
           END-IF
           IF LS-NOTIFY-ITEM-NAME = SPACES
           THEN
               MOVE "Episode" TO LS-NOTIFY-ITEM-NAME
           END-IF
           MOVE SPACES TO LS-NOTIFY-SUMMARY
           EVALUATE TRUE
           WHEN LS-ALERT-ACTION = "CLEAR"
               STRING
                   FUNCTION TRIM(LS-NOTIFY-ITEM-NAME) " at "
                   FUNCTION TRIM(LS-LOCATION-LABEL) ", all-clear"
                   INTO LS-NOTIFY-SUMMARY
               END-STRING
           WHEN LS-ALERT-ACK-ID = SPACES
               STRING
                   FUNCTION TRIM(LS-NOTIFY-ITEM-NAME) " at "
                   FUNCTION TRIM(LS-LOCATION-LABEL)
                   INTO LS-NOTIFY-SUMMARY
               END-STRING
           WHEN OTHER
               STRING
                   FUNCTION TRIM(LS-NOTIFY-ITEM-NAME) " at "
                   FUNCTION TRIM(LS-LOCATION-LABEL)
                   " (alert id " FUNCTION TRIM(LS-ALERT-ACK-ID) ")"
                   INTO LS-NOTIFY-SUMMARY
               END-STRING
           END-EVALUATE
           MOVE SPACES TO LS-NOTIFY-ITEM-NAME

           CALL "NOTIFICATION-DISPATCH-LOCATION-ALERT" USING
               BY REFERENCE LS-LOCATION-TENANT
               BY REFERENCE LS-PROFILE-LOOKUP-ID
               BY REFERENCE LS-NOTIFY-SUBJECT
               BY REFERENCE LS-NOTIFY-MESSAGE
               BY REFERENCE LS-NOTIFY-LEVEL
               BY REFERENCE LS-NOTIFY-SUMMARY
               BY REFERENCE LS-NOTIFY-DELIVERED-COUNT
               BY REFERENCE LS-NOTIFY-FAILED-COUNT
           ADD LS-NOTIFY-DELIVERED-COUNT TO LS-BC-OK-COUNT
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: APPLY-SUBSCRIBER-PROFILES
      *> PURPOSE: Give every subscription that names no items of its
      *>          own its subscriber's profiled sensitivities (see
      *>          SUBSCRIBER-PROFILE-REGISTRY) as its item filter -
      *>          pollen species, then pollutants - so a subscriber
      *>          states them once rather than on every subscription.
      *>          A subscriber with no profile, or a profile with no
      *>          sensitivities, keeps the unfiltered subscription.
      *> ===============================================================
       APPLY-SUBSCRIBER-PROFILES.
           PERFORM VARYING LS-SUB-IDX FROM 1 BY 1
               UNTIL LS-SUB-IDX > LS-SUB-COUNT
               IF FUNCTION TRIM(LS-SUB-ITEMS(LS-SUB-IDX)) = SPACES
               THEN
                   CALL "SUBSCRIBER-PROFILE-GET" USING
                       BY REFERENCE LS-SUB-API-KEY(LS-SUB-IDX)
                       BY REFERENCE PF-RECORD
                       RETURNING RETURN-CODE
                   IF RETURN-CODE = 0
                   THEN
                       PERFORM BUILD-PROFILE-ITEM-FILTER
                   END-IF
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: BUILD-PROFILE-ITEM-FILTER
      *> PURPOSE: For APPLY-SUBSCRIBER-PROFILES, join PF-RECORD's
      *>          species and pollutants lists into the LS-SUB-IDX
      *>          subscription's comma-separated item filter.
      *> ===============================================================
       BUILD-PROFILE-ITEM-FILTER.
           MOVE SPACES TO LS-SUB-ITEMS(LS-SUB-IDX)
           EVALUATE TRUE
           WHEN PF-SPECIES NOT = SPACES AND PF-POLLUTANTS NOT = SPACES
               STRING
                   FUNCTION TRIM(PF-SPECIES) ","
                   FUNCTION TRIM(PF-POLLUTANTS)
                   DELIMITED BY SIZE
                   INTO LS-SUB-ITEMS(LS-SUB-IDX)
               END-STRING
           WHEN PF-SPECIES NOT = SPACES
               MOVE PF-SPECIES TO LS-SUB-ITEMS(LS-SUB-IDX)
           WHEN OTHER
               MOVE PF-POLLUTANTS TO LS-SUB-ITEMS(LS-SUB-IDX)
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: CHECK-SUBSCRIPTION-ITEM-FILTER
      *> PURPOSE: Decide whether the current item passes the
               DELIMITED BY ","
               INTO LS-SUB-FILTER-ENTRY(1) LS-SUB-FILTER-ENTRY(2)
                   LS-SUB-FILTER-ENTRY(3) LS-SUB-FILTER-ENTRY(4)
                   LS-SUB-FILTER-ENTRY(5) LS-SUB-FILTER-ENTRY(6)
                   LS-SUB-FILTER-ENTRY(7) LS-SUB-FILTER-ENTRY(8)
                   LS-SUB-FILTER-ENTRY(9) LS-SUB-FILTER-ENTRY(10)
           END-UNSTRING
           PERFORM VARYING LS-SUB-FILTER-IDX FROM 1 BY 1
               UNTIL LS-SUB-FILTER-IDX > 10
               IF FUNCTION TRIM(
                       LS-SUB-FILTER-ENTRY(LS-SUB-FILTER-IDX))
                   NOT = SPACES
               END-STRING
           END-EVALUATE
           PERFORM APPEND-ALERT-ID-TO-MESSAGE
           MOVE LS-POLLEN-DISPLAY-NAME TO LS-NOTIFY-ITEM-NAME
           PERFORM DISPATCH-TO-CHANNELS
           PERFORM JOURNAL-ALERT-ACTION
           MOVE LS-ALERT-ACTION TO LS-SS-EVENT
           MOVE LS-POLLEN-DISPLAY-NAME TO LS-SS-ITEM-NAME
           PERFORM NOTIFY-SENSITIVE-SITES.

      *> ===============================================================
      *> PARAGRAPH: CHECK-EPISODE-ALERT
               BY REFERENCE LS-ACK-LEVEL
               BY REFERENCE LS-ALERT-ACK-ID
           PERFORM APPEND-ALERT-ID-TO-MESSAGE
           PERFORM DISPATCH-TO-CHANNELS
           MOVE "EXPECTED" TO LS-SS-EVENT
           MOVE LS-EPISODE-ACK-ITEM TO LS-SS-ITEM-NAME
           PERFORM NOTIFY-SENSITIVE-SITES.

      *> ===============================================================
      *> PARAGRAPH: LOAD-ALERT-PROFILES
      *> PURPOSE: Read ALERT-PROFILE-FILE into the LS-ALERT-PROFILE
      *>          table. A missing file simply leaves the table empty,
      *>          so every location falls back to the global
      *>          configuration - as does a file still awaiting its
      *>          layout migration, which would be misread.
      *> ===============================================================
       LOAD-ALERT-PROFILES.
           MOVE 0 TO LS-ALERT-PROFILE-COUNT
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-AP-FILE-NAME
               BY REFERENCE C-AP-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "Alert profiles awaiting layout migration, using "
                   & "the global configuration" TO LS-LOG-MESSAGE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ALERT-PROFILE-FILE
           IF LS-AP-FILE-STATUS NOT = "00"
           THEN
      *> PARAGRAPH: APPLY-ALERT-PROFILE
      *> PURPOSE: Set the effective threshold/webhook/quiet-hours state
      *>          for LS-PROFILE-LOOKUP-ID: its profile's values when a
      *>          profile record exists, else the profile of the first
      *>          of its tenant's location groups that has one (see
      *>          FIND-GROUP-PROFILE), the global configuration
      *>          otherwise. A profile threshold of 0 means "use the
      *>          global threshold"; a profile with no webhook URL
      *>          keeps the global endpoint.
               END-IF
           END-PERFORM
           IF LS-PROFILE-FOUND-IDX = 0
           THEN
               PERFORM FIND-GROUP-PROFILE
           END-IF
           IF LS-PROFILE-FOUND-IDX = 0
           THEN
               EXIT PARAGRAPH
           END-IF
               END-IF
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: FIND-GROUP-PROFILE
      *> PURPOSE: LS-PROFILE-FOUND-IDX for a location without a
      *>          profile of its own: the "@" + group id profile of
      *>          the first group holding LS-PROFILE-LOOKUP-ID that
      *>          belongs to the location's own tenant and has one.
      *>          Left 0 when no group supplies a profile.
      *> ===============================================================
       FIND-GROUP-PROFILE.
           PERFORM VARYING LG-MEMBER-INDEX FROM 1 BY 1
               UNTIL LG-MEMBER-INDEX > LG-MEMBER-COUNT
                   OR LS-PROFILE-FOUND-IDX NOT = 0
               IF LG-MEMBER-KIND(LG-MEMBER-INDEX) = "LOCATION"
                   AND LG-MEMBER-ID(LG-MEMBER-INDEX)
                       = LS-PROFILE-LOOKUP-ID
               THEN
                   PERFORM CHECK-ONE-GROUP-PROFILE
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: CHECK-ONE-GROUP-PROFILE
      *> PURPOSE: The profile of membership LG-MEMBER-INDEX's group,
      *>          when the group is the location's tenant's.
      *> ===============================================================
       CHECK-ONE-GROUP-PROFILE.
           MOVE SPACES TO LS-GROUP-PROFILE-ID
           PERFORM VARYING LG-GROUP-INDEX FROM 1 BY 1
               UNTIL LG-GROUP-INDEX > LG-GROUP-COUNT
               IF LG-GROUP-ID(LG-GROUP-INDEX)
                       = LG-MEMBER-GROUP-ID(LG-MEMBER-INDEX)
                   AND LG-GROUP-TENANT(LG-GROUP-INDEX)
                       = LS-LOCATION-TENANT
               THEN
                   STRING "@" FUNCTION TRIM(LG-GROUP-ID(LG-GROUP-INDEX))
                       DELIMITED BY SIZE INTO LS-GROUP-PROFILE-ID
                   END-STRING
               END-IF
           END-PERFORM
           IF LS-GROUP-PROFILE-ID = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LS-AP-IDX FROM 1 BY 1
               UNTIL LS-AP-IDX > LS-ALERT-PROFILE-COUNT
               IF LS-AP-LOCATION-ID(LS-AP-IDX) = LS-GROUP-PROFILE-ID
               THEN
                   SET LS-PROFILE-FOUND-IDX TO LS-AP-IDX
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: LOAD-SENSITIVE-SITES
      *> PURPOSE: Read SENSITIVE-SITE-FILE into the LS-SENSITIVE-SITE
      *>          table, resolving each site's category default level
      *>          and language on the way in. A missing file leaves
      *>          the table empty and no facility is notified.
      *> ===============================================================
       LOAD-SENSITIVE-SITES.
           MOVE 0 TO LS-SENSITIVE-SITE-COUNT
           OPEN INPUT SENSITIVE-SITE-FILE
           IF LS-SS-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL LS-SS-FILE-STATUS = "10"
               READ SENSITIVE-SITE-FILE
                   AT END
                       MOVE "10" TO LS-SS-FILE-STATUS
                   NOT AT END
                       IF LS-SENSITIVE-SITE-COUNT
                               < C-SENSITIVE-SITE-MAX-COUNT
                       THEN
                           ADD 1 TO LS-SENSITIVE-SITE-COUNT
                           SET LS-SS-IDX TO LS-SENSITIVE-SITE-COUNT
                           PERFORM STORE-SENSITIVE-SITE
                       ELSE
                           MOVE SPACES TO LS-LOG-MESSAGE
                           STRING
                               "Sensitive site table full, dropping "
                               FUNCTION TRIM(SS-SITE-ID)
                               INTO LS-LOG-MESSAGE
                           END-STRING
                           CALL "AQRSS-LOG" USING
                               BY REFERENCE C-LOG-WARN
                               BY REFERENCE LS-LOG-MESSAGE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SENSITIVE-SITE-FILE.

      *> ===============================================================
      *> PARAGRAPH: STORE-SENSITIVE-SITE
      *> PURPOSE: Copy the SS-RECORD just read into the table slot at
      *>          LS-SS-IDX. A level of 0 takes the category's
      *>          default - a creche's toddlers are told a level
      *>          sooner than a school, a hospital a level later - and
      *>          a blank language means French.
      *> ===============================================================
       STORE-SENSITIVE-SITE.
           MOVE SS-SITE-ID TO LS-SS-SITE-ID(LS-SS-IDX)
           MOVE SS-NAME TO LS-SS-NAME(LS-SS-IDX)
           MOVE FUNCTION UPPER-CASE(SS-CATEGORY)
               TO LS-SS-CATEGORY(LS-SS-IDX)
           MOVE SS-LATITUDE-STR TO LS-SS-LATITUDE-STR(LS-SS-IDX)
           MOVE SS-LONGITUDE-STR TO LS-SS-LONGITUDE-STR(LS-SS-IDX)
           MOVE SS-CHANNEL-ID TO LS-SS-CHANNEL-ID(LS-SS-IDX)
           MOVE SS-ALERT-LEVEL TO LS-SS-ALERT-LEVEL(LS-SS-IDX)
           MOVE SS-LANG TO LS-SS-LANG(LS-SS-IDX)
           MOVE SS-LOCATION-ID TO LS-SS-LOCATION-ID(LS-SS-IDX)

           IF LS-SS-ALERT-LEVEL(LS-SS-IDX) = 0
           THEN
               EVALUATE LS-SS-CATEGORY(LS-SS-IDX)
               WHEN "CRECHE"
                   MOVE 2 TO LS-SS-ALERT-LEVEL(LS-SS-IDX)
               WHEN "HOSPITAL"
                   MOVE 4 TO LS-SS-ALERT-LEVEL(LS-SS-IDX)
               WHEN OTHER
                   MOVE 3 TO LS-SS-ALERT-LEVEL(LS-SS-IDX)
               END-EVALUATE
           END-IF
           IF LS-SS-LANG(LS-SS-IDX) NOT = "EN"
           THEN
               MOVE "FR" TO LS-SS-LANG(LS-SS-IDX)
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: LINK-SENSITIVE-SITES
      *> PURPOSE: Link every site that does not name its watched
      *>          location to the nearest watched latitude/longitude
      *>          pair (great-circle distance, see
      *>          HAVERSINE-DISTANCE-KM), so the site hears about
      *>          whatever that location alerts on. A site with no
      *>          usable coordinates, or a deployment watching no
      *>          latitude/longitude pair at all, stays unlinked and
      *>          is logged.
      *> ===============================================================
       LINK-SENSITIVE-SITES.
           MOVE 0 TO LS-SS-LINKED-COUNT
           PERFORM VARYING LS-SS-IDX FROM 1 BY 1
               UNTIL LS-SS-IDX > LS-SENSITIVE-SITE-COUNT
               IF LS-SS-LOCATION-ID(LS-SS-IDX) = SPACES
                   AND FUNCTION TRIM(LS-SS-LATITUDE-STR(LS-SS-IDX))
                       NOT = SPACES
                   AND FUNCTION TRIM(LS-SS-LONGITUDE-STR(LS-SS-IDX))
                       NOT = SPACES
               THEN
                   PERFORM LINK-ONE-SENSITIVE-SITE
               END-IF
               IF LS-SS-LOCATION-ID(LS-SS-IDX) NOT = SPACES
               THEN
                   ADD 1 TO LS-SS-LINKED-COUNT
               END-IF
           END-PERFORM

           IF LS-SENSITIVE-SITE-COUNT > 0
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Alert batch: " LS-SS-LINKED-COUNT " of "
                   LS-SENSITIVE-SITE-COUNT
                   " sensitive sites linked to a watched location"
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: LINK-ONE-SENSITIVE-SITE
      *> PURPOSE: Find the watched latitude/longitude pair nearest the
      *>          site at LS-SS-IDX and record its id on the site.
      *> ===============================================================
       LINK-ONE-SENSITIVE-SITE.
           MOVE FUNCTION NUMVAL(LS-SS-LATITUDE-STR(LS-SS-IDX))
               TO LS-SS-SITE-LATITUDE
           MOVE FUNCTION NUMVAL(LS-SS-LONGITUDE-STR(LS-SS-IDX))
               TO LS-SS-SITE-LONGITUDE
           MOVE 9999.99 TO LS-SS-BEST-DISTANCE-KM

           PERFORM VARYING WL-LATLONG-INDEX FROM 1 BY 1
               UNTIL WL-LATLONG-INDEX > WL-LATLONG-COUNT
               MOVE FUNCTION NUMVAL(WL-LATITUDE-STR(WL-LATLONG-INDEX))
                   TO LS-SS-WL-LATITUDE
               MOVE FUNCTION NUMVAL(WL-LONGITUDE-STR(WL-LATLONG-INDEX))
                   TO LS-SS-WL-LONGITUDE
               CALL "HAVERSINE-DISTANCE-KM" USING
                   BY REFERENCE LS-SS-SITE-LATITUDE
                   BY REFERENCE LS-SS-SITE-LONGITUDE
                   BY REFERENCE LS-SS-WL-LATITUDE
                   BY REFERENCE LS-SS-WL-LONGITUDE
                   BY REFERENCE LS-SS-DISTANCE-KM
               IF LS-SS-DISTANCE-KM < LS-SS-BEST-DISTANCE-KM
               THEN
                   MOVE LS-SS-DISTANCE-KM TO LS-SS-BEST-DISTANCE-KM
                   MOVE WL-LATLONG-ID(WL-LATLONG-INDEX)
                       TO LS-SS-LOCATION-ID(LS-SS-IDX)
               END-IF
           END-PERFORM

           IF LS-SS-LOCATION-ID(LS-SS-IDX) = SPACES
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Alert batch: sensitive site "
                   FUNCTION TRIM(LS-SS-SITE-ID(LS-SS-IDX))
                   " has no watched location to follow"
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: NOTIFY-SENSITIVE-SITES
      *> PURPOSE: After an alert for LS-PROFILE-LOOKUP-ID has gone to
      *>          the location's own recipients, give every sensitive
      *>          site linked to that location whose category level
      *>          the reading has reached its own message. The caller
      *>          stages LS-SS-EVENT (the alert action, or EXPECTED /
      *>          OFFICIAL for an episode) and LS-SS-ITEM-NAME. An
      *>          all-clear is not passed on: the facility guidance
      *>          is about what to cancel, and the public all-clear
      *>          already says the air has recovered.
      *>          The site's level can only hold a notification back
      *>          relative to the location's threshold, never bring
      *>          one forward - the site follows the location's
      *>          alert state.
      *> ===============================================================
       NOTIFY-SENSITIVE-SITES.
           IF LS-ALERT-ACTION = "CLEAR"
               OR LS-SENSITIVE-SITE-COUNT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LS-SS-IDX FROM 1 BY 1
               UNTIL LS-SS-IDX > LS-SENSITIVE-SITE-COUNT
               IF LS-SS-LOCATION-ID(LS-SS-IDX) = LS-PROFILE-LOOKUP-ID
                   AND LS-SS-LOCATION-ID(LS-SS-IDX) NOT = SPACES
                   AND LS-STATE-CURRENT-LEVEL
                       >= LS-SS-ALERT-LEVEL(LS-SS-IDX)
               THEN
                   PERFORM NOTIFY-ONE-SENSITIVE-SITE
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: NOTIFY-ONE-SENSITIVE-SITE
      *> PURPOSE: Build the message for the site at LS-SS-IDX in its
      *>          own language - what happened near it, then the
      *>          guidance the health-recommendation rules hold for
      *>          its category - deliver it to the site's channel and
      *>          log it.
      *> ===============================================================
       NOTIFY-ONE-SENSITIVE-SITE.
           IF LS-STATE-CURRENT-LEVEL > 99
           THEN
               MOVE 99 TO LS-SS-REC-LEVEL
           ELSE
               MOVE LS-STATE-CURRENT-LEVEL TO LS-SS-REC-LEVEL
           END-IF
           MOVE LS-SS-REC-LEVEL TO LS-SS-LEVEL-DISPLAY
           CALL "HEALTH-RECOMMENDATION-FOR-SITE" USING
               BY REFERENCE LS-SS-ITEM-NAME
               BY REFERENCE LS-SS-REC-LEVEL
               BY REFERENCE LS-SS-LANG(LS-SS-IDX)
               BY REFERENCE LS-SS-CATEGORY(LS-SS-IDX)
               BY REFERENCE LS-SS-GUIDANCE

           MOVE SPACES TO LS-SS-SUBJECT
           MOVE SPACES TO LS-SS-MESSAGE
           EVALUATE LS-SS-EVENT ALSO LS-SS-LANG(LS-SS-IDX)
           WHEN "EXPECTED" ALSO "EN"
               STRING
                   "Pollution episode expected near "
                   FUNCTION TRIM(LS-SS-NAME(LS-SS-IDX))
                   INTO LS-SS-SUBJECT
               END-STRING
               STRING
                   "Tomorrow's forecast jumps two or more levels "
                   "above today for "
                   FUNCTION TRIM(LS-EPISODE-POLLUTANTS) " near "
                   FUNCTION TRIM(LS-SS-NAME(LS-SS-IDX)) ". "
                   FUNCTION TRIM(LS-SS-GUIDANCE)
                   INTO LS-SS-MESSAGE
               END-STRING
           WHEN "EXPECTED" ALSO ANY
               STRING
                   "Episode de pollution attendu pres de "
                   FUNCTION TRIM(LS-SS-NAME(LS-SS-IDX))
                   INTO LS-SS-SUBJECT
               END-STRING
               STRING
                   "La prevision de demain depasse d'au moins deux "
                   "niveaux celle d'aujourd'hui pour "
                   FUNCTION TRIM(LS-EPISODE-POLLUTANTS) " pres de "
                   FUNCTION TRIM(LS-SS-NAME(LS-SS-IDX)) ". "
                   FUNCTION TRIM(LS-SS-GUIDANCE)
                   INTO LS-SS-MESSAGE
               END-STRING
           WHEN "OFFICIAL" ALSO "EN"
               STRING
                   "Official pollution episode near "
                   FUNCTION TRIM(LS-SS-NAME(LS-SS-IDX))
                   INTO LS-SS-SUBJECT
               END-STRING
               STRING
                   "The prefecture has declared a pollution episode ("
                   FUNCTION TRIM(LS-OFFICIAL-EPISODE-TEXT)
                   ") covering "
                   FUNCTION TRIM(LS-SS-NAME(LS-SS-IDX)) ". "
                   FUNCTION TRIM(LS-SS-GUIDANCE)
                   INTO LS-SS-MESSAGE
               END-STRING
           WHEN "OFFICIAL" ALSO ANY
               STRING
                   "Episode de pollution officiel pres de "
                   FUNCTION TRIM(LS-SS-NAME(LS-SS-IDX))
                   INTO LS-SS-SUBJECT
               END-STRING
               STRING
                   "La prefecture a declare un episode de pollution ("
                   FUNCTION TRIM(LS-OFFICIAL-EPISODE-TEXT)
                   ") couvrant "
                   FUNCTION TRIM(LS-SS-NAME(LS-SS-IDX)) ". "
                   FUNCTION TRIM(LS-SS-GUIDANCE)
                   INTO LS-SS-MESSAGE
               END-STRING
           WHEN ANY ALSO "EN"
               STRING
                   "Air quality heads-up for "
                   FUNCTION TRIM(LS-SS-NAME(LS-SS-IDX))
                   INTO LS-SS-SUBJECT
               END-STRING
               STRING
                   FUNCTION TRIM(LS-SS-ITEM-NAME) " at level "
                   FUNCTION TRIM(LS-SS-LEVEL-DISPLAY) " near "
                   FUNCTION TRIM(LS-SS-NAME(LS-SS-IDX)) " today. "
                   FUNCTION TRIM(LS-SS-GUIDANCE)
                   INTO LS-SS-MESSAGE
               END-STRING
           WHEN OTHER
               STRING
                   "Alerte qualite de l'air pour "
                   FUNCTION TRIM(LS-SS-NAME(LS-SS-IDX))
                   INTO LS-SS-SUBJECT
               END-STRING
               STRING
                   FUNCTION TRIM(LS-SS-ITEM-NAME) " au niveau "
                   FUNCTION TRIM(LS-SS-LEVEL-DISPLAY) " pres de "
                   FUNCTION TRIM(LS-SS-NAME(LS-SS-IDX))
                   " aujourd'hui. "
                   FUNCTION TRIM(LS-SS-GUIDANCE)
                   INTO LS-SS-MESSAGE
               END-STRING
           END-EVALUATE

           CALL "NOTIFICATION-DISPATCH-TO-CHANNEL" USING
               BY REFERENCE LS-SS-CHANNEL-ID(LS-SS-IDX)
               BY REFERENCE LS-SS-SUBJECT
               BY REFERENCE LS-SS-MESSAGE
               BY REFERENCE LS-NOTIFY-DELIVERED-COUNT
               BY REFERENCE LS-NOTIFY-FAILED-COUNT
           ADD LS-NOTIFY-DELIVERED-COUNT TO LS-BC-OK-COUNT
           ADD LS-NOTIFY-FAILED-COUNT TO LS-BC-FAILED-COUNT
           PERFORM WRITE-SENSITIVE-SITE-LOG.

      *> ===============================================================
      *> PARAGRAPH: WRITE-SENSITIVE-SITE-LOG
      *> PURPOSE: Append the notification just sent to the site at
      *>          LS-SS-IDX to today's facility notification log,
      *>          creating the day's file on its first record. Skipped
      *>          while the storage watchdog has appenders paused,
      *>          the same as the audit trail.
      *> ===============================================================
       WRITE-SENSITIVE-SITE-LOG.
           CALL "STORAGE-APPEND-ALLOWED"
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO LS-SS-TIMESTAMP
           MOVE SPACES TO LS-SN-LOG-FILENAME
           STRING
               "sensitive-site-notifications."
               LS-SS-TIMESTAMP(1:8) ".log"
               INTO LS-SN-LOG-FILENAME
           END-STRING

           OPEN EXTEND SENSITIVE-SITE-LOG-FILE
           IF LS-SN-FILE-STATUS = "35"
           THEN
               OPEN OUTPUT SENSITIVE-SITE-LOG-FILE
           END-IF
           IF LS-SN-FILE-STATUS NOT = "00"
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Could not open sensitive site log, status "
                   LS-SN-FILE-STATUS
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE LS-SS-TIMESTAMP TO SN-TIMESTAMP
           MOVE LS-SS-SITE-ID(LS-SS-IDX) TO SN-SITE-ID
           MOVE LS-SS-NAME(LS-SS-IDX) TO SN-SITE-NAME
           MOVE LS-SS-CATEGORY(LS-SS-IDX) TO SN-CATEGORY
           MOVE LS-SS-LOCATION-ID(LS-SS-IDX) TO SN-LOCATION-ID
           MOVE LS-SS-EVENT TO SN-EVENT
           MOVE LS-SS-ITEM-NAME TO SN-ITEM-NAME
           MOVE LS-SS-REC-LEVEL TO SN-LEVEL
           MOVE LS-SS-CHANNEL-ID(LS-SS-IDX) TO SN-CHANNEL-ID
           IF LS-NOTIFY-DELIVERED-COUNT > 0
           THEN
               MOVE "Y" TO SN-DELIVERED
           ELSE
               MOVE "N" TO SN-DELIVERED
           END-IF
           MOVE LS-SS-GUIDANCE TO SN-GUIDANCE
           WRITE SN-RECORD
           CLOSE SENSITIVE-SITE-LOG-FILE.

       END PROGRAM AIR-QUALITY-ALERT-BATCH.
