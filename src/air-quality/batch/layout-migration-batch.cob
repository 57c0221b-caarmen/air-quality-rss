      *>          with the new trailing fields defaulted, and
      *>          anything else (a file that mixed both widths) is
      *>          refused loudly rather than guessed at.
      *>          Migrations known today, v1 -> v2 unless noted:
      *>            atmo-france-pollutant-history.dat
      *>              (adds AFH-QUALITY-SCORE, defaulted to 0)
      *>            api-keys.dat             (adds AK-ROLE, READER;
      *>              then v2 -> v3 adds the issue and expiry dates,
      *>              0 = unknown / never expires, and a blank
      *>              successor; then v3 -> v4 adds a blank
      *>              quota contact channel and the reserve - an
      *>              older file goes through every step in turn)
      *>            watched-locations.dat    (adds WLR-TZ-OFFSET;
      *>              then v2 -> v3 adds WLR-TENANT, blank)
      *>            sensor-readings.dat      (adds SEN-RAW-VALUE,
      *>              defaulted to the archived SEN-VALUE)
      *>            sensor-registry.dat      (adds
      *>              SR-REPORT-INTERVAL-MIN, defaulted to 15)
      *>            upstream-latency.dat     (adds UM-CORRELATION-ID)
      *>            batch-control.dat        (adds BC-NOTE)
      *>            provider-reconciliation-report.dat
      *>              (adds PRB-CAMS-INDEX 0 and PRB-VERDICT NONE)
      *>            audit-trail              (every dated
      *>              air-quality-audit.YYYYMMDD.log over a 730-day
      *>              lookback; adds AL-CORRELATION-ID; then
      *>              v2 -> v3 adds AL-PREV-HASH and
      *>              AL-SEAL-SIGNATURE, blank: migrated days stay
      *>              outside the hash chain)
      *>            forecast-log.dat         (adds FL-SOURCE to the
      *>              key, defaulted to PREVAIR)
      *>            forecast-scorecard.dat   (adds SC-SOURCE to the
      *>              key, defaulted to PREVAIR)
      *>            level-distribution.dat   (adds the per-level
      *>              and total residents, defaulted to 0)
      *>            websub-subscriptions.dat (adds WSUB-SECRET,
      *>              blank: existing subscribers stay unsigned;
      *>              then v2 -> v3 adds WSUB-API-KEY, blank: the
      *>              key behind an older subscription is unknown)
      *>            alert-profiles.dat       (adds AP-TENANT, blank)
      *>            notification-channels.dat
      *>              (adds NC-TENANT, blank)
      *>            saved-feeds.dat          (adds SF-TENANT, blank)
      *>            notification-outbox.dat  (adds OB-RECIPIENT,
      *>              blank: queued messages keep going to their
      *>              channel's own target)
      *>            config-history.dat       (widens CH-VAR-NAME
      *>              from 32 to 40 bytes, room for the longest
      *>              per-job deadline variable)
      *>          A blank tenant is the operator's own organisation,
      *>          so every record migrated in stays the operator's.
      *>          The file to migrate (AQRSS_MIGRATE_FILE) comes
      *>          from the approved request the run claims from
      *>          JOB-APPROVAL-REGISTRY; with none approved the job
      *>          skips. On-demand only (POST /admin/jobs/migrate/run,
      *>          then a second admin's approval) - a migration that
      *>          fires on a schedule rewrites files nobody asked it
      *>          to.
      *>          Run the migrations before the upgraded daemon
      *>          starts appending: a file carrying both widths
      *>          cannot be told apart record by record.
           SELECT AK-V2-FILE ASSIGN TO "api-keys.v2.tmp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-V2-FILE-STATUS.
           SELECT AK-V2-IN-FILE ASSIGN TO "api-keys.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-V1-FILE-STATUS.
           SELECT AK-V3-FILE ASSIGN TO "api-keys.v3.tmp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-V2-FILE-STATUS.
           SELECT AK-V3-IN-FILE ASSIGN TO "api-keys.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-V1-FILE-STATUS.
           SELECT AK-V4-FILE ASSIGN TO "api-keys.v4.tmp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-V2-FILE-STATUS.

           SELECT UM-V1-FILE ASSIGN TO "upstream-latency.dat"
               ORGANIZATION IS SEQUENTIAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-V2-FILE-STATUS.

           SELECT WSUB-V1-FILE ASSIGN TO "websub-subscriptions.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-V1-FILE-STATUS.
           SELECT WSUB-V2-FILE ASSIGN TO
                   "websub-subscriptions.v2.tmp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-V2-FILE-STATUS.
           SELECT WSUB-V2-IN-FILE ASSIGN TO
                   "websub-subscriptions.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-V1-FILE-STATUS.
           SELECT WSUB-V3-FILE ASSIGN TO
                   "websub-subscriptions.v3.tmp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-V2-FILE-STATUS.

           SELECT AP-V1-FILE ASSIGN TO "alert-profiles.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-V1-FILE-STATUS.
           SELECT AP-V2-FILE ASSIGN TO "alert-profiles.v2.tmp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-V2-FILE-STATUS.

           SELECT NC-V1-FILE ASSIGN TO "notification-channels.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-V1-FILE-STATUS.
           SELECT NC-V2-FILE ASSIGN TO
                   "notification-channels.v2.tmp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-V2-FILE-STATUS.

           SELECT PRB-V1-FILE ASSIGN TO
                   "provider-reconciliation-report.dat"
               ORGANIZATION IS SEQUENTIAL
           SELECT AUD-V2-FILE ASSIGN TO DYNAMIC WS-AUD-V2-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-V2-FILE-STATUS.
      *> The v3 output is opened while AUD-V2-FILE is read as input,
      *> so it shares the v1 side's status field.
           SELECT AUD-V3-FILE ASSIGN TO DYNAMIC WS-AUD-V3-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-V1-FILE-STATUS.

      *> The v1 watched-location layout, before the timezone offset.
           SELECT WL-V1-FILE ASSIGN TO "watched-locations.dat"
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL2-LOCATION-ID
               FILE STATUS IS WS-V2-FILE-STATUS.
      *> The v2 watched-location layout, before the tenant.
           SELECT WL-V2-IN-FILE ASSIGN TO "watched-locations.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL2I-LOCATION-ID
               FILE STATUS IS WS-V1-FILE-STATUS.
           SELECT WL-V3-IN-FILE ASSIGN TO "watched-locations.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL3I-LOCATION-ID
               FILE STATUS IS WS-V1-FILE-STATUS.
           SELECT WL-V3-FILE ASSIGN TO "watched-locations.v3.tmp"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL3-LOCATION-ID
               FILE STATUS IS WS-V2-FILE-STATUS.

      *> The v1 saved-feed registry, before the tenant.
           SELECT SF-V1-FILE ASSIGN TO "saved-feeds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SF1-NAME
               FILE STATUS IS WS-V1-FILE-STATUS.
           SELECT SF-V2-FILE ASSIGN TO "saved-feeds.v2.tmp"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SF2-NAME
               FILE STATUS IS WS-V2-FILE-STATUS.

      *> The v1 notification outbox, before the per-message
      *> recipient.
           SELECT OB-V1-FILE ASSIGN TO "notification-outbox.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OB1-MESSAGE-ID
               FILE STATUS IS WS-V1-FILE-STATUS.
           SELECT OB-V2-FILE ASSIGN TO "notification-outbox.v2.tmp"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OB2-MESSAGE-ID
               FILE STATUS IS WS-V2-FILE-STATUS.

      *> The v1 sensor reading archive, before the raw value.
           SELECT SEN-V1-FILE ASSIGN TO "sensor-readings.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEN1-KEY
               FILE STATUS IS WS-V1-FILE-STATUS.
           SELECT SEN-V2-FILE ASSIGN TO "sensor-readings.v2.tmp"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEN2-KEY
               FILE STATUS IS WS-V2-FILE-STATUS.

      *> The v1 sensor registry, before the reporting interval.
           SELECT SR-V1-FILE ASSIGN TO "sensor-registry.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR1-SENSOR-ID
               FILE STATUS IS WS-V1-FILE-STATUS.
           SELECT SR-V2-FILE ASSIGN TO "sensor-registry.v2.tmp"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR2-SENSOR-ID
               FILE STATUS IS WS-V2-FILE-STATUS.

      *> The v1 forecast log and scorecard, before the source joined
      *> their keys.
           SELECT FL-V1-FILE ASSIGN TO "forecast-log.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FL1-KEY
               FILE STATUS IS WS-V1-FILE-STATUS.
           SELECT FL-V2-FILE ASSIGN TO "forecast-log.v2.tmp"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FL2-KEY
               FILE STATUS IS WS-V2-FILE-STATUS.

           SELECT FSC-V1-FILE ASSIGN TO "forecast-scorecard.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FSC1-POLLUTANT-NAME
               FILE STATUS IS WS-V1-FILE-STATUS.
           SELECT FSC-V2-FILE ASSIGN TO "forecast-scorecard.v2.tmp"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FSC2-KEY
               FILE STATUS IS WS-V2-FILE-STATUS.

      *> The v1 level distributions, before the residents joined
      *> the commune counts.
           SELECT LD-V1-FILE ASSIGN TO "level-distribution.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LD1-KEY
               FILE STATUS IS WS-V1-FILE-STATUS.
           SELECT LD-V2-FILE ASSIGN TO "level-distribution.v2.tmp"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LD2-KEY
               FILE STATUS IS WS-V2-FILE-STATUS.

      *> The v1 configuration history, before the variable name
      *> widened.
           SELECT CH-V1-FILE ASSIGN TO "config-history.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-V1-FILE-STATUS.
           SELECT CH-V2-FILE ASSIGN TO "config-history.v2.tmp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-V2-FILE-STATUS.

       DATA DIVISION.

       01  AK1-RECORD                   PIC X(80).
       FD  AK-V2-FILE.
       01  AK2-RECORD                   PIC X(88).
       FD  AK-V2-IN-FILE.
       01  AK2I-RECORD                  PIC X(88).
       FD  AK-V3-FILE.
       01  AK3-RECORD                   PIC X(144).
       FD  AK-V3-IN-FILE.
       01  AK3I-RECORD                  PIC X(144).
       FD  AK-V4-FILE.
       01  AK4-RECORD                   PIC X(208).

       FD  UM-V1-FILE.
       01  UM1-RECORD                   PIC X(84).
       FD  BCJ-V2-FILE.
       01  BCJ2-RECORD                  PIC X(132).

       FD  WSUB-V1-FILE.
       01  WSUB1-RECORD                 PIC X(700).
       FD  WSUB-V2-FILE.
       01  WSUB2-RECORD                 PIC X(900).
       FD  WSUB-V2-IN-FILE.
       01  WSUB2I-RECORD                PIC X(900).
       FD  WSUB-V3-FILE.
       01  WSUB3-RECORD                 PIC X(940).

       FD  AP-V1-FILE.
       01  AP1-RECORD                   PIC X(1013).
       FD  AP-V2-FILE.
       01  AP2-RECORD                   PIC X(1021).

       FD  NC-V1-FILE.
       01  NC1-RECORD                   PIC X(1117).
       FD  NC-V2-FILE.
       01  NC2-RECORD                   PIC X(1125).

       FD  PRB-V1-FILE.
       01  PRB1-RECORD                  PIC X(68).
       FD  PRB-V2-FILE.
       01  AUD1-RECORD                  PIC X(450).
       FD  AUD-V2-FILE.
       01  AUD2-RECORD                  PIC X(466).
       FD  AUD-V3-FILE.
       01  AUD3-RECORD                  PIC X(594).

       FD  WL-V1-FILE.
       01  WL1-RECORD.
       01  WL2-RECORD.
           05  WL2-LOCATION-ID          PIC X(8).
           05  WL2-REST                 PIC X(58).
       FD  WL-V2-IN-FILE.
       01  WL2I-RECORD.
           05  WL2I-LOCATION-ID         PIC X(8).
           05  WL2I-REST                PIC X(58).
       FD  WL-V3-IN-FILE.
       01  WL3I-RECORD.
           05  WL3I-LOCATION-ID         PIC X(8).
           05  WL3I-REST                PIC X(66).
       FD  WL-V3-FILE.
       01  WL3-RECORD.
           05  WL3-LOCATION-ID          PIC X(8).
           05  WL3-REST                 PIC X(66).

       FD  SF-V1-FILE.
       01  SF1-RECORD.
           05  SF1-NAME                 PIC X(32).
           05  SF1-REST                 PIC X(95).
       FD  SF-V2-FILE.
       01  SF2-RECORD.
           05  SF2-NAME                 PIC X(32).
           05  SF2-REST                 PIC X(103).

       FD  OB-V1-FILE.
       01  OB1-RECORD.
           05  OB1-MESSAGE-ID           PIC X(16).
           05  OB1-REST                 PIC X(1172).
       FD  OB-V2-FILE.
       01  OB2-RECORD.
           05  OB2-MESSAGE-ID           PIC X(16).
           05  OB2-REST                 PIC X(1272).

       FD  SEN-V1-FILE.
       01  SEN1-RECORD.
           05  SEN1-KEY                 PIC X(37).
           05  SEN1-POLLUTANT           PIC X(4).
           05  SEN1-VALUE               PIC X(4).
           05  SEN1-COORDINATES         PIC X(20).
       FD  SEN-V2-FILE.
       01  SEN2-RECORD.
           05  SEN2-KEY                 PIC X(37).
           05  SEN2-REST                PIC X(28).
           05  SEN2-RAW-VALUE           PIC X(4).

       FD  SR-V1-FILE.
       01  SR1-RECORD.
           05  SR1-SENSOR-ID            PIC X(16).
           05  SR1-REST                 PIC X(174).
       FD  SR-V2-FILE.
       01  SR2-RECORD.
           05  SR2-SENSOR-ID            PIC X(16).
           05  SR2-REST                 PIC X(174).
           05  SR2-REPORT-INTERVAL-MIN  PIC 9(4).

       FD  FL-V1-FILE.
       01  FL1-RECORD.
           05  FL1-KEY                  PIC X(29).
           05  FL1-REST                 PIC X(173).
       FD  FL-V2-FILE.
       01  FL2-RECORD.
           05  FL2-KEY.
               10  FL2-TARGET-LOCATION  PIC X(29).
               10  FL2-SOURCE           PIC X(8).
           05  FL2-REST                 PIC X(173).

       FD  FSC-V1-FILE.
       01  FSC1-RECORD.
           05  FSC1-POLLUTANT-NAME      PIC X(4).
           05  FSC1-REST                PIC X(31).
       FD  FSC-V2-FILE.
       01  FSC2-RECORD.
           05  FSC2-KEY.
               10  FSC2-SOURCE          PIC X(8).
               10  FSC2-POLLUTANT-NAME  PIC X(4).
           05  FSC2-REST                PIC X(31).

       FD  LD-V1-FILE.
       01  LD1-RECORD.
           05  LD1-KEY                  PIC X(22).
           05  LD1-REST                 PIC X(35).
       FD  LD-V2-FILE.
       01  LD2-RECORD.
           05  LD2-KEY                  PIC X(22).
           05  LD2-REST                 PIC X(35).
           05  LD2-LEVEL-POPULATION     PIC 9(9) OCCURS 6 TIMES.
           05  LD2-POPULATION-TOTAL     PIC 9(9).

       FD  CH-V1-FILE.
       01  CH1-RECORD.
           05  CH1-HEAD                 PIC X(70).
           05  CH1-VAR-NAME             PIC X(32).
           05  CH1-TAIL                 PIC X(108).
       FD  CH-V2-FILE.
       01  CH2-RECORD.
           05  CH2-HEAD                 PIC X(70).
           05  CH2-VAR-NAME             PIC X(40).
           05  CH2-TAIL                 PIC X(108).

       WORKING-STORAGE SECTION.
       01  WS-V1-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-V2-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-AUD-V1-NAME               PIC X(40) VALUE SPACES.
       01  WS-AUD-V2-NAME               PIC X(40) VALUE SPACES.
       01  WS-AUD-V3-NAME               PIC X(40) VALUE SPACES.

      *> Shape-check scratch: which layout a fixed-width sequential
      *> file's size says it is in.
       01  WS-SHAPE-OLD-WIDTH           PIC 9(5) VALUE 0.
       01  WS-SHAPE-NEW-WIDTH           PIC 9(5) VALUE 0.
       01  WS-SHAPE-VERDICT             PIC X(5) VALUE SPACES.
      *> The version an already-new file is registered at: v2 for
      *> every v1 -> v2 migration, raised only around a later step.
       01  WS-SHAPE-TARGET-VERSION      PIC 9(3) VALUE 2.
      *> CBL_CHECK_FILE_EXIST's 16-byte answer: the size as a 64-bit
      *> binary, then the file's date and time.
       01  WS-FILE-INFO.

       LOCAL-STORAGE SECTION.
       01  LS-MIGRATE-FILE              PIC X(40) VALUE SPACES.
      *> The approved request this run claims, parameters and all.
       01  LS-APPROVAL-JOB              PIC X(16) VALUE "MIGRATE".
       01  LS-APPROVAL-NUMBER           PIC Z(8)9.
       COPY job-approval IN "air-quality/service".
       01  LS-BEFORE-COUNT              PIC 9(7) VALUE 0.
       01  LS-AFTER-COUNT               PIC 9(7) VALUE 0.
       01  LS-TOTAL-COUNT               PIC 9(7) VALUE 0.
       01  LS-MIGRATE-FAILED            PIC X(1) VALUE "N".
       01  LS-REGISTRY-NAME             PIC X(40) VALUE SPACES.
       01  C-V2                         PIC 9(3) VALUE 2.
       01  C-V3                         PIC 9(3) VALUE 3.
       01  C-AFH-FILE-NAME              PIC X(40)
               VALUE "atmo-france-pollutant-history.dat".
      *> The dated audit files share one registered layout name.
           MOVE "LAYOUT-MIGRATION-BATCH" TO BC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO BC-START-TIMESTAMP

           CALL "JOB-APPROVAL-CLAIM" USING
               BY REFERENCE LS-APPROVAL-JOB
               BY REFERENCE JA-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "Layout migration: no approved request waiting, "
                   & "skipping" TO LS-LOG-MESSAGE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE "SKIPPED" TO BC-STATUS
               MOVE "no approved request" TO BC-NOTE
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF
           MOVE JA-REQUEST-ID TO LS-APPROVAL-NUMBER
           STRING "approved request #"
               FUNCTION TRIM(LS-APPROVAL-NUMBER)
               DELIMITED BY SIZE INTO BC-NOTE
           END-STRING
           MOVE JA-PARAM-VALUE-1(1:40) TO LS-MIGRATE-FILE

           EVALUATE FUNCTION TRIM(LS-MIGRATE-FILE)
           WHEN "atmo-france-pollutant-history.dat"
               PERFORM MIGRATE-AFH-V1-TO-V2
           WHEN "api-keys.dat"
               PERFORM MIGRATE-AK-TO-V4
           WHEN "watched-locations.dat"
               PERFORM MIGRATE-WL-TO-V3
           WHEN "sensor-readings.dat"
               PERFORM MIGRATE-SEN-V1-TO-V2
           WHEN "sensor-registry.dat"
               PERFORM MIGRATE-SR-V1-TO-V2
           WHEN "upstream-latency.dat"
               PERFORM MIGRATE-UM-V1-TO-V2
           WHEN "batch-control.dat"
               PERFORM MIGRATE-PRB-V1-TO-V2
           WHEN "audit-trail"
               PERFORM MIGRATE-AUDIT-TRAIL
           WHEN "forecast-log.dat"
               PERFORM MIGRATE-FL-V1-TO-V2
           WHEN "forecast-scorecard.dat"
               PERFORM MIGRATE-FSC-V1-TO-V2
           WHEN "level-distribution.dat"
               PERFORM MIGRATE-LD-V1-TO-V2
           WHEN "websub-subscriptions.dat"
               PERFORM MIGRATE-WSUB-TO-V3
           WHEN "alert-profiles.dat"
               PERFORM MIGRATE-AP-V1-TO-V2
           WHEN "notification-channels.dat"
               PERFORM MIGRATE-NC-V1-TO-V2
           WHEN "saved-feeds.dat"
               PERFORM MIGRATE-SF-V1-TO-V2
           WHEN "notification-outbox.dat"
               PERFORM MIGRATE-OB-V1-TO-V2
           WHEN "config-history.dat"
               PERFORM MIGRATE-CH-V1-TO-V2
           WHEN OTHER
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
           STRING
               "Layout migration: "
               FUNCTION TRIM(C-AFH-FILE-NAME)
               " migrated to v" WS-SHAPE-TARGET-VERSION ", "
               LS-AFTER-COUNT
               " record(s) reconciled"
               INTO LS-LOG-MESSAGE
           END-STRING
           PERFORM LOG-MIGRATION-DONE.

      *> ===============================================================
      *> PARAGRAPH: MIGRATE-WL-TO-V3
      *> PURPOSE: Bring the watched-location registry to v3 from
      *>          whichever layout it is in. A file that already
      *>          opens at the v3 width is only registered; any
      *>          other goes through the v1 -> v2 step (itself a
      *>          no-op on a v2 file) and then the v2 -> v3 one.
      *> ===============================================================
       MIGRATE-WL-TO-V3.
           MOVE "watched-locations.dat" TO LS-REGISTRY-NAME
           OPEN INPUT WL-V3-IN-FILE
           IF WS-V1-FILE-STATUS = "00"
           THEN
               CLOSE WL-V3-IN-FILE
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Layout migration: "
                   FUNCTION TRIM(LS-REGISTRY-NAME)
                   " already carries the v3 record width"
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
               CALL "LAYOUT-VERSION-SET" USING
                   BY REFERENCE LS-REGISTRY-NAME
                   BY REFERENCE C-V3
               EXIT PARAGRAPH
           END-IF
           PERFORM MIGRATE-WL-V1-TO-V2
           IF LS-MIGRATE-FAILED = "N"
           THEN
               PERFORM MIGRATE-WL-V2-TO-V3
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: MIGRATE-WL-V2-TO-V3
      *> PURPOSE: Widen the watched-location registry with the
      *>          tenant, left blank: every existing location stays
      *>          the operator's own.
      *> ===============================================================
       MIGRATE-WL-V2-TO-V3.
           MOVE "watched-locations.dat" TO LS-REGISTRY-NAME
           OPEN INPUT WL-V2-IN-FILE
           IF WS-V1-FILE-STATUS NOT = "00"
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Layout migration: could not open "
                   FUNCTION TRIM(LS-REGISTRY-NAME)
                   " at the v2 width, status " WS-V1-FILE-STATUS
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WL-V3-FILE
           IF WS-V2-FILE-STATUS NOT = "00"
           THEN
               CLOSE WL-V2-IN-FILE
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO LS-BEFORE-COUNT
           MOVE 0 TO LS-AFTER-COUNT
           PERFORM UNTIL WS-V1-FILE-STATUS = "10"
               READ WL-V2-IN-FILE NEXT
                   AT END
                       MOVE "10" TO WS-V1-FILE-STATUS
                   NOT AT END
                       ADD 1 TO LS-BEFORE-COUNT
                       MOVE SPACES TO WL3-RECORD
                       MOVE WL2I-LOCATION-ID TO WL3-LOCATION-ID
                       MOVE WL2I-REST TO WL3-REST(1:58)
                       WRITE WL3-RECORD
                       IF WS-V2-FILE-STATUS = "00"
                       THEN
                           ADD 1 TO LS-AFTER-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WL-V2-IN-FILE
           CLOSE WL-V3-FILE

           IF LS-AFTER-COUNT NOT = LS-BEFORE-COUNT
           THEN
               PERFORM LOG-COUNT-MISMATCH
               CALL "CBL_DELETE_FILE" USING
                   "watched-locations.v3.tmp"
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF

           CALL "CBL_DELETE_FILE" USING "watched-locations.dat"
           CALL "CBL_RENAME_FILE" USING
               "watched-locations.v3.tmp"
               "watched-locations.dat"
           CALL "LAYOUT-VERSION-SET" USING
               BY REFERENCE LS-REGISTRY-NAME
               BY REFERENCE C-V3
           ADD LS-AFTER-COUNT TO LS-TOTAL-COUNT
           MOVE 3 TO WS-SHAPE-TARGET-VERSION
           PERFORM LOG-MIGRATION-DONE
           MOVE 2 TO WS-SHAPE-TARGET-VERSION.

      *> ===============================================================
      *> PARAGRAPH: MIGRATE-SF-V1-TO-V2
      *> PURPOSE: Widen the saved-feed registry with the tenant, left
      *>          blank: every existing feed stays the operator's
      *>          own. A v1 open refused with status 39 means the
      *>          file is already at the v2 width.
      *> ===============================================================
       MIGRATE-SF-V1-TO-V2.
           MOVE "saved-feeds.dat" TO LS-REGISTRY-NAME
           OPEN INPUT SF-V1-FILE
           IF WS-V1-FILE-STATUS = "39"
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Layout migration: "
                   FUNCTION TRIM(LS-REGISTRY-NAME)
                   " already carries the v2 record width"
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
               CALL "LAYOUT-VERSION-SET" USING
                   BY REFERENCE LS-REGISTRY-NAME
                   BY REFERENCE C-V2
               EXIT PARAGRAPH
           END-IF
           IF WS-V1-FILE-STATUS NOT = "00"
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Layout migration: could not open "
                   FUNCTION TRIM(LS-REGISTRY-NAME)
                   ", status " WS-V1-FILE-STATUS
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SF-V2-FILE
           IF WS-V2-FILE-STATUS NOT = "00"
           THEN
               CLOSE SF-V1-FILE
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO LS-BEFORE-COUNT
           MOVE 0 TO LS-AFTER-COUNT
           PERFORM UNTIL WS-V1-FILE-STATUS = "10"
               READ SF-V1-FILE NEXT
                   AT END
                       MOVE "10" TO WS-V1-FILE-STATUS
                   NOT AT END
                       ADD 1 TO LS-BEFORE-COUNT
                       MOVE SPACES TO SF2-RECORD
                       MOVE SF1-NAME TO SF2-NAME
                       MOVE SF1-REST TO SF2-REST(1:95)
                       WRITE SF2-RECORD
                       IF WS-V2-FILE-STATUS = "00"
                       THEN
                           ADD 1 TO LS-AFTER-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SF-V1-FILE
           CLOSE SF-V2-FILE

           IF LS-AFTER-COUNT NOT = LS-BEFORE-COUNT
           THEN
               PERFORM LOG-COUNT-MISMATCH
               CALL "CBL_DELETE_FILE" USING "saved-feeds.v2.tmp"
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF

           CALL "CBL_DELETE_FILE" USING "saved-feeds.dat"
           CALL "CBL_RENAME_FILE" USING
               "saved-feeds.v2.tmp" "saved-feeds.dat"
           CALL "LAYOUT-VERSION-SET" USING
               BY REFERENCE LS-REGISTRY-NAME
               BY REFERENCE C-V2
           PERFORM LOG-MIGRATION-DONE.

      *> ===============================================================
      *> PARAGRAPH: MIGRATE-OB-V1-TO-V2
      *> PURPOSE: Widen the notification outbox with the per-message
      *>          recipient, left blank: every queued message still
      *>          goes to its channel's own target. A v1 open
      *>          refused with status 39 means the file is already
      *>          at the v2 width.
      *> ===============================================================
       MIGRATE-OB-V1-TO-V2.
           MOVE "notification-outbox.dat" TO LS-REGISTRY-NAME
           OPEN INPUT OB-V1-FILE
           IF WS-V1-FILE-STATUS = "39"
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Layout migration: "
                   FUNCTION TRIM(LS-REGISTRY-NAME)
                   " already carries the v2 record width"
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
               CALL "LAYOUT-VERSION-SET" USING
                   BY REFERENCE LS-REGISTRY-NAME
                   BY REFERENCE C-V2
               EXIT PARAGRAPH
           END-IF
           IF WS-V1-FILE-STATUS NOT = "00"
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Layout migration: could not open "
                   FUNCTION TRIM(LS-REGISTRY-NAME)
                   ", status " WS-V1-FILE-STATUS
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OB-V2-FILE
           IF WS-V2-FILE-STATUS NOT = "00"
           THEN
               CLOSE OB-V1-FILE
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO LS-BEFORE-COUNT
           MOVE 0 TO LS-AFTER-COUNT
           PERFORM UNTIL WS-V1-FILE-STATUS = "10"
               READ OB-V1-FILE NEXT
                   AT END
                       MOVE "10" TO WS-V1-FILE-STATUS
                   NOT AT END
                       ADD 1 TO LS-BEFORE-COUNT
                       MOVE SPACES TO OB2-RECORD
                       MOVE OB1-MESSAGE-ID TO OB2-MESSAGE-ID
                       MOVE OB1-REST TO OB2-REST(1:1172)
                       WRITE OB2-RECORD
                       IF WS-V2-FILE-STATUS = "00"
                       THEN
                           ADD 1 TO LS-AFTER-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OB-V1-FILE
           CLOSE OB-V2-FILE

           IF LS-AFTER-COUNT NOT = LS-BEFORE-COUNT
           THEN
               PERFORM LOG-COUNT-MISMATCH
               CALL "CBL_DELETE_FILE" USING
                   "notification-outbox.v2.tmp"
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF

           CALL "CBL_DELETE_FILE" USING "notification-outbox.dat"
           CALL "CBL_RENAME_FILE" USING
               "notification-outbox.v2.tmp" "notification-outbox.dat"
           CALL "LAYOUT-VERSION-SET" USING
               BY REFERENCE LS-REGISTRY-NAME
               BY REFERENCE C-V2
           PERFORM LOG-MIGRATION-DONE.

      *> ===============================================================
      *> PARAGRAPH: MIGRATE-SEN-V1-TO-V2
      *> PURPOSE: Widen the sensor reading archive: every v1 record's
      *>          bytes carry over and the raw value defaults to the
      *>          archived value itself - before the sensor registry
      *>          there was no calibration, so what was archived is
      *>          exactly what the unit posted. A v1 open refused
      *>          with status 39 means the file is already at the v2
      *>          width.
      *> ===============================================================
       MIGRATE-SEN-V1-TO-V2.
           MOVE "sensor-readings.dat" TO LS-REGISTRY-NAME
           OPEN INPUT SEN-V1-FILE
           IF WS-V1-FILE-STATUS = "39"
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Layout migration: "
                   FUNCTION TRIM(LS-REGISTRY-NAME)
                   " already carries the v2 record width"
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
               CALL "LAYOUT-VERSION-SET" USING
                   BY REFERENCE LS-REGISTRY-NAME
                   BY REFERENCE C-V2
               EXIT PARAGRAPH
           END-IF
           IF WS-V1-FILE-STATUS NOT = "00"
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Layout migration: could not open "
                   FUNCTION TRIM(LS-REGISTRY-NAME)
                   ", status " WS-V1-FILE-STATUS
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SEN-V2-FILE
           IF WS-V2-FILE-STATUS NOT = "00"
           THEN
               CLOSE SEN-V1-FILE
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO LS-BEFORE-COUNT
           MOVE 0 TO LS-AFTER-COUNT
           PERFORM UNTIL WS-V1-FILE-STATUS = "10"
               READ SEN-V1-FILE NEXT
                   AT END
                       MOVE "10" TO WS-V1-FILE-STATUS
                   NOT AT END
                       ADD 1 TO LS-BEFORE-COUNT
                       MOVE SEN1-KEY TO SEN2-KEY
                       MOVE SEN1-RECORD(38:28) TO SEN2-REST
                       MOVE SEN1-VALUE TO SEN2-RAW-VALUE
                       WRITE SEN2-RECORD
                       IF WS-V2-FILE-STATUS = "00"
                       THEN
                           ADD 1 TO LS-AFTER-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEN-V1-FILE
           CLOSE SEN-V2-FILE

           IF LS-AFTER-COUNT NOT = LS-BEFORE-COUNT
           THEN
               PERFORM LOG-COUNT-MISMATCH
               CALL "CBL_DELETE_FILE" USING
                   "sensor-readings.v2.tmp"
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF

           CALL "CBL_DELETE_FILE" USING "sensor-readings.dat"
           CALL "CBL_RENAME_FILE" USING
               "sensor-readings.v2.tmp"
               "sensor-readings.dat"
           CALL "LAYOUT-VERSION-SET" USING
               BY REFERENCE LS-REGISTRY-NAME
               BY REFERENCE C-V2
           PERFORM LOG-MIGRATION-DONE.

      *> ===============================================================
      *> PARAGRAPH: MIGRATE-SR-V1-TO-V2
      *> PURPOSE: Widen the sensor registry: every v1 record's bytes
      *>          carry over and the reporting interval defaults to
      *>          15 minutes, the same default the admin route gives
      *>          a new unit. A v1 open refused with status 39 means
      *>          the file is already at the v2 width.
      *> ===============================================================
       MIGRATE-SR-V1-TO-V2.
           MOVE "sensor-registry.dat" TO LS-REGISTRY-NAME
           OPEN INPUT SR-V1-FILE
           IF WS-V1-FILE-STATUS = "39"
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Layout migration: "
                   FUNCTION TRIM(LS-REGISTRY-NAME)
                   " already carries the v2 record width"
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
               CALL "LAYOUT-VERSION-SET" USING
                   BY REFERENCE LS-REGISTRY-NAME
                   BY REFERENCE C-V2
               EXIT PARAGRAPH
           END-IF
           IF WS-V1-FILE-STATUS NOT = "00"
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Layout migration: could not open "
                   FUNCTION TRIM(LS-REGISTRY-NAME)
                   ", status " WS-V1-FILE-STATUS
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT SR-V2-FILE
           IF WS-V2-FILE-STATUS NOT = "00"
           THEN
               CLOSE SR-V1-FILE
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO LS-BEFORE-COUNT
           MOVE 0 TO LS-AFTER-COUNT
           PERFORM UNTIL WS-V1-FILE-STATUS = "10"
               READ SR-V1-FILE NEXT
                   AT END
                       MOVE "10" TO WS-V1-FILE-STATUS
                   NOT AT END
                       ADD 1 TO LS-BEFORE-COUNT
                       MOVE SR1-SENSOR-ID TO SR2-SENSOR-ID
                       MOVE SR1-REST TO SR2-REST
                       MOVE 15 TO SR2-REPORT-INTERVAL-MIN
                       WRITE SR2-RECORD
                       IF WS-V2-FILE-STATUS = "00"
                       THEN
                           ADD 1 TO LS-AFTER-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SR-V1-FILE
           CLOSE SR-V2-FILE

           IF LS-AFTER-COUNT NOT = LS-BEFORE-COUNT
           THEN
               PERFORM LOG-COUNT-MISMATCH
               CALL "CBL_DELETE_FILE" USING
                   "sensor-registry.v2.tmp"
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF

           CALL "CBL_DELETE_FILE" USING "sensor-registry.dat"
           CALL "CBL_RENAME_FILE" USING
               "sensor-registry.v2.tmp"
               "sensor-registry.dat"
           CALL "LAYOUT-VERSION-SET" USING
               BY REFERENCE LS-REGISTRY-NAME
               BY REFERENCE C-V2
           ADD LS-AFTER-COUNT TO LS-TOTAL-COUNT
           PERFORM LOG-MIGRATION-DONE.

      *> ===============================================================
      *> PARAGRAPH: MIGRATE-AK-TO-V4
      *> PURPOSE: Bring the API-key registry to v4 from whichever
      *>          layout it is in, through the v3 steps first unless
      *>          the file is already at the v4 width.
      *> ===============================================================
       MIGRATE-AK-TO-V4.
           MOVE "api-keys.dat" TO WS-SHAPE-NAME
           MOVE 144 TO WS-SHAPE-OLD-WIDTH
           MOVE 208 TO WS-SHAPE-NEW-WIDTH
           PERFORM CHECK-SEQ-FILE-SHAPE
           IF WS-SHAPE-VERDICT NOT = "NEW"
           THEN
               PERFORM MIGRATE-AK-TO-V3
           END-IF
           IF LS-MIGRATE-FAILED = "N"
           THEN
               PERFORM MIGRATE-AK-V3-TO-V4
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: MIGRATE-AK-V3-TO-V4
      *> PURPOSE: Widen the API-key registry with the quota contact
      *>          channel, left blank (no quota notices) for every
      *>          existing key, and the spaces reserve behind it.
      *> ===============================================================
       MIGRATE-AK-V3-TO-V4.
           MOVE "api-keys.dat" TO LS-REGISTRY-NAME
           MOVE LS-REGISTRY-NAME TO WS-SHAPE-NAME
           MOVE 144 TO WS-SHAPE-OLD-WIDTH
           MOVE 208 TO WS-SHAPE-NEW-WIDTH
           MOVE 4 TO WS-SHAPE-TARGET-VERSION
           PERFORM CHECK-SEQ-FILE-SHAPE
           PERFORM REPORT-SHAPE-VERDICT
           MOVE 2 TO WS-SHAPE-TARGET-VERSION
           IF WS-SHAPE-VERDICT NOT = "OLD"
           THEN
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT AK-V3-IN-FILE
           OPEN OUTPUT AK-V4-FILE
           IF WS-V1-FILE-STATUS NOT = "00"
               OR WS-V2-FILE-STATUS NOT = "00"
           THEN
           MOVE 0 TO LS-BEFORE-COUNT
           MOVE 0 TO LS-AFTER-COUNT
           PERFORM UNTIL WS-V1-FILE-STATUS = "10"
               READ AK-V3-IN-FILE
                   AT END
                       MOVE "10" TO WS-V1-FILE-STATUS
                   NOT AT END
                       ADD 1 TO LS-BEFORE-COUNT
                       MOVE SPACES TO AK4-RECORD
                       MOVE AK3I-RECORD TO AK4-RECORD(1:144)
                       WRITE AK4-RECORD
                       IF WS-V2-FILE-STATUS = "00"
                       THEN
                           ADD 1 TO LS-AFTER-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AK-V3-IN-FILE
           CLOSE AK-V4-FILE

           IF LS-AFTER-COUNT NOT = LS-BEFORE-COUNT
           THEN
               PERFORM LOG-COUNT-MISMATCH
               CALL "CBL_DELETE_FILE" USING "api-keys.v4.tmp"
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING "api-keys.dat"
           CALL "CBL_RENAME_FILE" USING
               "api-keys.v4.tmp" "api-keys.dat"
           MOVE 4 TO WS-SHAPE-TARGET-VERSION
           CALL "LAYOUT-VERSION-SET" USING
               BY REFERENCE LS-REGISTRY-NAME
               BY REFERENCE WS-SHAPE-TARGET-VERSION
           ADD LS-AFTER-COUNT TO LS-TOTAL-COUNT
           PERFORM LOG-MIGRATION-DONE
           MOVE 2 TO WS-SHAPE-TARGET-VERSION.

      *> ===============================================================
      *> PARAGRAPH: MIGRATE-AK-TO-V3
      *> PURPOSE: Bring the API-key registry to v3 from whichever
      *>          layout it is in. A file already at the v3 width
      *>          skips the v1 -> v2 step, whose shape check would
      *>          otherwise read some v3 sizes as v1.
      *> ===============================================================
       MIGRATE-AK-TO-V3.
           MOVE "api-keys.dat" TO WS-SHAPE-NAME
           MOVE 88 TO WS-SHAPE-OLD-WIDTH
           MOVE 144 TO WS-SHAPE-NEW-WIDTH
           PERFORM CHECK-SEQ-FILE-SHAPE
           IF WS-SHAPE-VERDICT NOT = "NEW"
           THEN
               PERFORM MIGRATE-AK-V1-TO-V2
           END-IF
           IF LS-MIGRATE-FAILED = "N"
           THEN
               PERFORM MIGRATE-AK-V2-TO-V3
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: MIGRATE-AK-V2-TO-V3
      *> PURPOSE: Widen the API-key registry with the lifecycle
      *>          columns: issue and expiry dates 0 (unknown, never
      *>          expires) and no successor, so every existing key
      *>          keeps working exactly as before.
      *> ===============================================================
       MIGRATE-AK-V2-TO-V3.
           MOVE "api-keys.dat" TO LS-REGISTRY-NAME
           MOVE LS-REGISTRY-NAME TO WS-SHAPE-NAME
           MOVE 88 TO WS-SHAPE-OLD-WIDTH
           MOVE 144 TO WS-SHAPE-NEW-WIDTH
           MOVE 3 TO WS-SHAPE-TARGET-VERSION
           PERFORM CHECK-SEQ-FILE-SHAPE
           PERFORM REPORT-SHAPE-VERDICT
           MOVE 2 TO WS-SHAPE-TARGET-VERSION
           IF WS-SHAPE-VERDICT NOT = "OLD"
           THEN
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT AK-V2-IN-FILE
           OPEN OUTPUT AK-V3-FILE
           IF WS-V1-FILE-STATUS NOT = "00"
               OR WS-V2-FILE-STATUS NOT = "00"
           THEN
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LS-BEFORE-COUNT
           MOVE 0 TO LS-AFTER-COUNT
           PERFORM UNTIL WS-V1-FILE-STATUS = "10"
               READ AK-V2-IN-FILE
                   AT END
                       MOVE "10" TO WS-V1-FILE-STATUS
                   NOT AT END
                       ADD 1 TO LS-BEFORE-COUNT
                       MOVE SPACES TO AK3-RECORD
                       MOVE AK2I-RECORD TO AK3-RECORD(1:88)
                       MOVE ALL "0" TO AK3-RECORD(89:16)
                       WRITE AK3-RECORD
                       IF WS-V2-FILE-STATUS = "00"
                       THEN
                           ADD 1 TO LS-AFTER-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AK-V2-IN-FILE
           CLOSE AK-V3-FILE

           IF LS-AFTER-COUNT NOT = LS-BEFORE-COUNT
           THEN
               PERFORM LOG-COUNT-MISMATCH
               CALL "CBL_DELETE_FILE" USING "api-keys.v3.tmp"
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING "api-keys.dat"
           CALL "CBL_RENAME_FILE" USING
               "api-keys.v3.tmp" "api-keys.dat"
           MOVE 3 TO WS-SHAPE-TARGET-VERSION
           CALL "LAYOUT-VERSION-SET" USING
               BY REFERENCE LS-REGISTRY-NAME
               BY REFERENCE WS-SHAPE-TARGET-VERSION
           ADD LS-AFTER-COUNT TO LS-TOTAL-COUNT
           PERFORM LOG-MIGRATION-DONE
           MOVE 2 TO WS-SHAPE-TARGET-VERSION.

      *> ===============================================================
      *> PARAGRAPH: MIGRATE-AK-V1-TO-V2
      *> PURPOSE: Widen the API-key registry; the new role column
      *>          stays SPACES, which the registry reads as READER.
      *> ===============================================================
       MIGRATE-AK-V1-TO-V2.
           MOVE "api-keys.dat" TO LS-REGISTRY-NAME
           MOVE LS-REGISTRY-NAME TO WS-SHAPE-NAME
           MOVE 80 TO WS-SHAPE-OLD-WIDTH
           MOVE 88 TO WS-SHAPE-NEW-WIDTH
           PERFORM CHECK-SEQ-FILE-SHAPE
           PERFORM REPORT-SHAPE-VERDICT
           IF WS-SHAPE-VERDICT NOT = "OLD"
           THEN
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT AK-V1-FILE
           OPEN OUTPUT AK-V2-FILE
           IF WS-V1-FILE-STATUS NOT = "00"
               OR WS-V2-FILE-STATUS NOT = "00"
           THEN
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LS-BEFORE-COUNT
           MOVE 0 TO LS-AFTER-COUNT
           PERFORM UNTIL WS-V1-FILE-STATUS = "10"
               READ AK-V1-FILE
                   AT END
                       MOVE "10" TO WS-V1-FILE-STATUS
                   NOT AT END
                       ADD 1 TO LS-BEFORE-COUNT
                       MOVE SPACES TO AK2-RECORD
                       MOVE AK1-RECORD TO AK2-RECORD(1:80)
                       WRITE AK2-RECORD
                       IF WS-V2-FILE-STATUS = "00"
                       THEN
                           ADD 1 TO LS-AFTER-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AK-V1-FILE
           CLOSE AK-V2-FILE

           IF LS-AFTER-COUNT NOT = LS-BEFORE-COUNT
           THEN
               PERFORM LOG-COUNT-MISMATCH
               CALL "CBL_DELETE_FILE" USING "api-keys.v2.tmp"
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING "api-keys.dat"
           CALL "CBL_RENAME_FILE" USING
               "api-keys.v2.tmp" "api-keys.dat"
           CALL "LAYOUT-VERSION-SET" USING
               BY REFERENCE LS-REGISTRY-NAME
               BY REFERENCE C-V2
           ADD LS-AFTER-COUNT TO LS-TOTAL-COUNT
           PERFORM LOG-MIGRATION-DONE.

      *> ===============================================================
      *> PARAGRAPH: MIGRATE-UM-V1-TO-V2
      *> PURPOSE: Widen the upstream-measure file; the correlation id
      *>          of pre-upgrade measurements stays SPACES.
      *> ===============================================================
       MIGRATE-UM-V1-TO-V2.
           MOVE "upstream-latency.dat" TO LS-REGISTRY-NAME
           MOVE LS-REGISTRY-NAME TO WS-SHAPE-NAME
           MOVE 84 TO WS-SHAPE-OLD-WIDTH
           MOVE 100 TO WS-SHAPE-NEW-WIDTH
           PERFORM CHECK-SEQ-FILE-SHAPE
           PERFORM REPORT-SHAPE-VERDICT
           IF WS-SHAPE-VERDICT NOT = "OLD"
           THEN
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT UM-V1-FILE
           OPEN OUTPUT UM-V2-FILE
           IF WS-V1-FILE-STATUS NOT = "00"
               OR WS-V2-FILE-STATUS NOT = "00"
           THEN
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LS-BEFORE-COUNT
           MOVE 0 TO LS-AFTER-COUNT
           PERFORM UNTIL WS-V1-FILE-STATUS = "10"
               READ UM-V1-FILE
                   AT END
                       MOVE "10" TO WS-V1-FILE-STATUS
                   NOT AT END
                       ADD 1 TO LS-BEFORE-COUNT
                       MOVE SPACES TO UM2-RECORD
                       MOVE UM1-RECORD TO UM2-RECORD(1:84)
                       WRITE UM2-RECORD
                       IF WS-V2-FILE-STATUS = "00"
                       THEN
                           ADD 1 TO LS-AFTER-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UM-V1-FILE
           CLOSE UM-V2-FILE

           IF LS-AFTER-COUNT NOT = LS-BEFORE-COUNT
           THEN
               PERFORM LOG-COUNT-MISMATCH
               CALL "CBL_DELETE_FILE" USING
                   "upstream-latency.v2.tmp"
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING "upstream-latency.dat"
           CALL "CBL_RENAME_FILE" USING
               "upstream-latency.v2.tmp" "upstream-latency.dat"
           CALL "LAYOUT-VERSION-SET" USING
               BY REFERENCE LS-REGISTRY-NAME
               BY REFERENCE C-V2
           ADD LS-AFTER-COUNT TO LS-TOTAL-COUNT
           PERFORM LOG-MIGRATION-DONE.

      *> ===============================================================
      *> PARAGRAPH: MIGRATE-BCJ-V1-TO-V2
      *> PURPOSE: Widen the batch-control journal; old runs carry no
      *>          note, exactly as they were written.
      *> ===============================================================
       MIGRATE-BCJ-V1-TO-V2.
           MOVE "batch-control.dat" TO LS-REGISTRY-NAME
           MOVE LS-REGISTRY-NAME TO WS-SHAPE-NAME
           MOVE 92 TO WS-SHAPE-OLD-WIDTH
           MOVE 132 TO WS-SHAPE-NEW-WIDTH
           PERFORM CHECK-SEQ-FILE-SHAPE
           PERFORM REPORT-SHAPE-VERDICT
           IF WS-SHAPE-VERDICT NOT = "OLD"
           THEN
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT BCJ-V1-FILE
           OPEN OUTPUT BCJ-V2-FILE
           IF WS-V1-FILE-STATUS NOT = "00"
               OR WS-V2-FILE-STATUS NOT = "00"
           THEN
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LS-BEFORE-COUNT
           MOVE 0 TO LS-AFTER-COUNT
           PERFORM UNTIL WS-V1-FILE-STATUS = "10"
               READ BCJ-V1-FILE
                   AT END
                       MOVE "10" TO WS-V1-FILE-STATUS
                   NOT AT END
                       ADD 1 TO LS-BEFORE-COUNT
                       MOVE SPACES TO BCJ2-RECORD
                       MOVE BCJ1-RECORD TO BCJ2-RECORD(1:92)
                       WRITE BCJ2-RECORD
                       IF WS-V2-FILE-STATUS = "00"
                       THEN
                           ADD 1 TO LS-AFTER-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BCJ-V1-FILE
           CLOSE BCJ-V2-FILE

           IF LS-AFTER-COUNT NOT = LS-BEFORE-COUNT
           THEN
               PERFORM LOG-COUNT-MISMATCH
               CALL "CBL_DELETE_FILE" USING "batch-control.v2.tmp"
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING "batch-control.dat"
           CALL "CBL_RENAME_FILE" USING
               "batch-control.v2.tmp" "batch-control.dat"
           CALL "LAYOUT-VERSION-SET" USING
               BY REFERENCE LS-REGISTRY-NAME
               BY REFERENCE C-V2
           ADD LS-AFTER-COUNT TO LS-TOTAL-COUNT
           PERFORM LOG-MIGRATION-DONE.

      *> ===============================================================
      *> PARAGRAPH: MIGRATE-WSUB-V1-TO-V2
      *> PURPOSE: Widen the WebSub subscription file; subscriptions
      *>          made before hub.secret was kept get a blank secret
      *>          and carry on receiving unsigned pushes.
      *> ===============================================================
       MIGRATE-WSUB-V1-TO-V2.
           MOVE "websub-subscriptions.dat" TO LS-REGISTRY-NAME
           MOVE LS-REGISTRY-NAME TO WS-SHAPE-NAME
           MOVE 700 TO WS-SHAPE-OLD-WIDTH
           MOVE 900 TO WS-SHAPE-NEW-WIDTH
           PERFORM CHECK-SEQ-FILE-SHAPE
           PERFORM REPORT-SHAPE-VERDICT
           IF WS-SHAPE-VERDICT NOT = "OLD"
           THEN
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT WSUB-V1-FILE
           OPEN OUTPUT WSUB-V2-FILE
           IF WS-V1-FILE-STATUS NOT = "00"
               OR WS-V2-FILE-STATUS NOT = "00"
           THEN
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LS-BEFORE-COUNT
           MOVE 0 TO LS-AFTER-COUNT
           PERFORM UNTIL WS-V1-FILE-STATUS = "10"
               READ WSUB-V1-FILE
                   AT END
                       MOVE "10" TO WS-V1-FILE-STATUS
                   NOT AT END
                       ADD 1 TO LS-BEFORE-COUNT
                       MOVE SPACES TO WSUB2-RECORD
                       MOVE WSUB1-RECORD TO WSUB2-RECORD(1:700)
                       WRITE WSUB2-RECORD
                       IF WS-V2-FILE-STATUS = "00"
                       THEN
                           ADD 1 TO LS-AFTER-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WSUB-V1-FILE
           CLOSE WSUB-V2-FILE

           IF LS-AFTER-COUNT NOT = LS-BEFORE-COUNT
           THEN
               PERFORM LOG-COUNT-MISMATCH
               CALL "CBL_DELETE_FILE" USING
                   "websub-subscriptions.v2.tmp"
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING "websub-subscriptions.dat"
           CALL "CBL_RENAME_FILE" USING
               "websub-subscriptions.v2.tmp"
               "websub-subscriptions.dat"
           CALL "LAYOUT-VERSION-SET" USING
               BY REFERENCE LS-REGISTRY-NAME
               BY REFERENCE C-V2
           ADD LS-AFTER-COUNT TO LS-TOTAL-COUNT
           PERFORM LOG-MIGRATION-DONE.

      *> ===============================================================
      *> PARAGRAPH: MIGRATE-WSUB-TO-V3
      *> PURPOSE: Bring the WebSub subscription file to v3 from
      *>          whichever layout it is in. A file already at the v3
      *>          width skips the v1 -> v2 step.
      *> ===============================================================
       MIGRATE-WSUB-TO-V3.
           MOVE "websub-subscriptions.dat" TO WS-SHAPE-NAME
           MOVE 900 TO WS-SHAPE-OLD-WIDTH
           MOVE 940 TO WS-SHAPE-NEW-WIDTH
           PERFORM CHECK-SEQ-FILE-SHAPE
           IF WS-SHAPE-VERDICT NOT = "NEW"
           THEN
               PERFORM MIGRATE-WSUB-V1-TO-V2
           END-IF
           IF LS-MIGRATE-FAILED = "N"
           THEN
               PERFORM MIGRATE-WSUB-V2-TO-V3
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: MIGRATE-WSUB-V2-TO-V3
      *> PURPOSE: Widen the WebSub subscription file with the API key
      *>          that registered each subscription, left blank: the
      *>          key behind an existing subscription was never kept.
      *> ===============================================================
       MIGRATE-WSUB-V2-TO-V3.
           MOVE "websub-subscriptions.dat" TO LS-REGISTRY-NAME
           MOVE LS-REGISTRY-NAME TO WS-SHAPE-NAME
           MOVE 900 TO WS-SHAPE-OLD-WIDTH
           MOVE 940 TO WS-SHAPE-NEW-WIDTH
           MOVE 3 TO WS-SHAPE-TARGET-VERSION
           PERFORM CHECK-SEQ-FILE-SHAPE
           PERFORM REPORT-SHAPE-VERDICT
           MOVE 2 TO WS-SHAPE-TARGET-VERSION
           IF WS-SHAPE-VERDICT NOT = "OLD"
           THEN
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT WSUB-V2-IN-FILE
           OPEN OUTPUT WSUB-V3-FILE
           IF WS-V1-FILE-STATUS NOT = "00"
               OR WS-V2-FILE-STATUS NOT = "00"
           THEN
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LS-BEFORE-COUNT
           MOVE 0 TO LS-AFTER-COUNT
           PERFORM UNTIL WS-V1-FILE-STATUS = "10"
               READ WSUB-V2-IN-FILE
                   AT END
                       MOVE "10" TO WS-V1-FILE-STATUS
                   NOT AT END
                       ADD 1 TO LS-BEFORE-COUNT
                       MOVE SPACES TO WSUB3-RECORD
                       MOVE WSUB2I-RECORD TO WSUB3-RECORD(1:900)
                       WRITE WSUB3-RECORD
                       IF WS-V2-FILE-STATUS = "00"
                       THEN
                           ADD 1 TO LS-AFTER-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WSUB-V2-IN-FILE
           CLOSE WSUB-V3-FILE

           IF LS-AFTER-COUNT NOT = LS-BEFORE-COUNT
           THEN
               PERFORM LOG-COUNT-MISMATCH
               CALL "CBL_DELETE_FILE" USING
                   "websub-subscriptions.v3.tmp"
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING "websub-subscriptions.dat"
           CALL "CBL_RENAME_FILE" USING
               "websub-subscriptions.v3.tmp"
               "websub-subscriptions.dat"
           MOVE 3 TO WS-SHAPE-TARGET-VERSION
           CALL "LAYOUT-VERSION-SET" USING
               BY REFERENCE LS-REGISTRY-NAME
               BY REFERENCE WS-SHAPE-TARGET-VERSION
           ADD LS-AFTER-COUNT TO LS-TOTAL-COUNT
           PERFORM LOG-MIGRATION-DONE
           MOVE 2 TO WS-SHAPE-TARGET-VERSION.

      *> ===============================================================
      *> PARAGRAPH: MIGRATE-AP-V1-TO-V2
      *> PURPOSE: Widen the alert-profile file with the tenant, left
      *>          blank: every existing profile stays the operator's.
      *> ===============================================================
       MIGRATE-AP-V1-TO-V2.
           MOVE "alert-profiles.dat" TO LS-REGISTRY-NAME
           MOVE LS-REGISTRY-NAME TO WS-SHAPE-NAME
           MOVE 1013 TO WS-SHAPE-OLD-WIDTH
           MOVE 1021 TO WS-SHAPE-NEW-WIDTH
           PERFORM CHECK-SEQ-FILE-SHAPE
           PERFORM REPORT-SHAPE-VERDICT
           IF WS-SHAPE-VERDICT NOT = "OLD"
           THEN
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT AP-V1-FILE
           OPEN OUTPUT AP-V2-FILE
           IF WS-V1-FILE-STATUS NOT = "00"
               OR WS-V2-FILE-STATUS NOT = "00"
           THEN
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LS-BEFORE-COUNT
           MOVE 0 TO LS-AFTER-COUNT
           PERFORM UNTIL WS-V1-FILE-STATUS = "10"
               READ AP-V1-FILE
                   AT END
                       MOVE "10" TO WS-V1-FILE-STATUS
                   NOT AT END
                       ADD 1 TO LS-BEFORE-COUNT
                       MOVE SPACES TO AP2-RECORD
                       MOVE AP1-RECORD TO AP2-RECORD(1:1013)
                       WRITE AP2-RECORD
                       IF WS-V2-FILE-STATUS = "00"
                       THEN
                           ADD 1 TO LS-AFTER-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AP-V1-FILE
           CLOSE AP-V2-FILE

           IF LS-AFTER-COUNT NOT = LS-BEFORE-COUNT
           THEN
               PERFORM LOG-COUNT-MISMATCH
               CALL "CBL_DELETE_FILE" USING
                   "alert-profiles.v2.tmp"
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING "alert-profiles.dat"
           CALL "CBL_RENAME_FILE" USING
               "alert-profiles.v2.tmp"
               "alert-profiles.dat"
           CALL "LAYOUT-VERSION-SET" USING
               BY REFERENCE LS-REGISTRY-NAME
               BY REFERENCE C-V2
           ADD LS-AFTER-COUNT TO LS-TOTAL-COUNT
           PERFORM LOG-MIGRATION-DONE.

      *> ===============================================================
      *> PARAGRAPH: MIGRATE-NC-V1-TO-V2
      *> PURPOSE: Widen the notification channel file with the
      *>          tenant, left blank: every existing channel stays
      *>          the operator's and keeps receiving its broadcasts.
      *> ===============================================================
       MIGRATE-NC-V1-TO-V2.
           MOVE "notification-channels.dat" TO LS-REGISTRY-NAME
           MOVE LS-REGISTRY-NAME TO WS-SHAPE-NAME
           MOVE 1117 TO WS-SHAPE-OLD-WIDTH
           MOVE 1125 TO WS-SHAPE-NEW-WIDTH
           PERFORM CHECK-SEQ-FILE-SHAPE
           PERFORM REPORT-SHAPE-VERDICT
           IF WS-SHAPE-VERDICT NOT = "OLD"
           THEN
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT NC-V1-FILE
           OPEN OUTPUT NC-V2-FILE
           IF WS-V1-FILE-STATUS NOT = "00"
               OR WS-V2-FILE-STATUS NOT = "00"
           THEN
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LS-BEFORE-COUNT
           MOVE 0 TO LS-AFTER-COUNT
           PERFORM UNTIL WS-V1-FILE-STATUS = "10"
               READ NC-V1-FILE
                   AT END
                       MOVE "10" TO WS-V1-FILE-STATUS
                   NOT AT END
                       ADD 1 TO LS-BEFORE-COUNT
                       MOVE SPACES TO NC2-RECORD
                       MOVE NC1-RECORD TO NC2-RECORD(1:1117)
                       WRITE NC2-RECORD
                       IF WS-V2-FILE-STATUS = "00"
                       THEN
                           ADD 1 TO LS-AFTER-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NC-V1-FILE
           CLOSE NC-V2-FILE

           IF LS-AFTER-COUNT NOT = LS-BEFORE-COUNT
           THEN
               PERFORM LOG-COUNT-MISMATCH
               CALL "CBL_DELETE_FILE" USING
                   "notification-channels.v2.tmp"
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING "notification-channels.dat"
           CALL "CBL_RENAME_FILE" USING
               "notification-channels.v2.tmp"
               "notification-channels.dat"
           CALL "LAYOUT-VERSION-SET" USING
               BY REFERENCE LS-REGISTRY-NAME
               BY REFERENCE C-V2
           ADD LS-AFTER-COUNT TO LS-TOTAL-COUNT
           PERFORM LOG-MIGRATION-DONE.

      *> ===============================================================
      *> PARAGRAPH: MIGRATE-PRB-V1-TO-V2
      *> PURPOSE: Widen the reconciliation report; pre-CAMS rows get
      *>          a CAMS index of 0 and the NONE verdict (CAMS had no
      *>          reading to cast).
      *> ===============================================================
       MIGRATE-PRB-V1-TO-V2.
           MOVE "provider-reconciliation-report.dat"
               TO LS-REGISTRY-NAME
           MOVE LS-REGISTRY-NAME TO WS-SHAPE-NAME
           MOVE 68 TO WS-SHAPE-OLD-WIDTH
           MOVE 85 TO WS-SHAPE-NEW-WIDTH
           PERFORM CHECK-SEQ-FILE-SHAPE
           PERFORM REPORT-SHAPE-VERDICT
           IF WS-SHAPE-VERDICT NOT = "OLD"
           THEN
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PRB-V1-FILE
           OPEN OUTPUT PRB-V2-FILE
           IF WS-V1-FILE-STATUS NOT = "00"
               OR WS-V2-FILE-STATUS NOT = "00"
           THEN
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LS-BEFORE-COUNT
           MOVE 0 TO LS-AFTER-COUNT
           PERFORM UNTIL WS-V1-FILE-STATUS = "10"
               READ PRB-V1-FILE
                   AT END
                       MOVE "10" TO WS-V1-FILE-STATUS
                   NOT AT END
                       ADD 1 TO LS-BEFORE-COUNT
                       MOVE SPACES TO PRB2-RECORD
                       MOVE PRB1-RECORD TO PRB2-RECORD(1:68)
                       MOVE "000000000" TO PRB2-RECORD(69:9)
                       MOVE "NONE" TO PRB2-RECORD(78:8)
                       WRITE PRB2-RECORD
                       IF WS-V2-FILE-STATUS = "00"
                       THEN
                           ADD 1 TO LS-AFTER-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRB-V1-FILE
           CLOSE PRB-V2-FILE

           IF LS-AFTER-COUNT NOT = LS-BEFORE-COUNT
           THEN
               PERFORM LOG-COUNT-MISMATCH
               CALL "CBL_DELETE_FILE" USING
                   "provider-reconciliation-report.v2.tmp"
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING
               "provider-reconciliation-report.dat"
           CALL "CBL_RENAME_FILE" USING
               "provider-reconciliation-report.v2.tmp"
               "provider-reconciliation-report.dat"
           CALL "LAYOUT-VERSION-SET" USING
               BY REFERENCE LS-REGISTRY-NAME
               BY REFERENCE C-V2
           ADD LS-AFTER-COUNT TO LS-TOTAL-COUNT
           PERFORM LOG-MIGRATION-DONE.

      *> ===============================================================
      *> PARAGRAPH: MIGRATE-AUDIT-TRAIL
      *> PURPOSE: Widen every dated audit file over the lookback
      *>          to v3 (pre-upgrade records get a SPACES correlation
      *>          id, chain hash and seal signature, which is how
      *>          AUDIT-CHAIN tells a record from before the chain).
      *>          The whole trail shares one registered layout name;
      *>          a day whose size matches neither width is left
      *>          untouched and reported - it holds both widths and
      *>          cannot be told apart record by record.
      *> ===============================================================
       MIGRATE-AUDIT-TRAIL.
           MOVE 0 TO LS-MIXED-DAY-COUNT
           MOVE FUNCTION CURRENT-DATE TO LS-CURRENT-DATE-AND-TIME
           COMPUTE LS-TODAY-YYYYMMDD =
               LS-CDT-YEAR * 10000 + LS-CDT-MONTH * 100 + LS-CDT-DAY

           PERFORM VARYING LS-DAY-OFFSET FROM 0 BY 1
               UNTIL LS-DAY-OFFSET > C-AUDIT-LOOKBACK-DAYS
               COMPUTE LS-DATE-ORDINAL =
                   FUNCTION INTEGER-OF-DATE(LS-TODAY-YYYYMMDD)
                   - LS-DAY-OFFSET
               COMPUTE LS-SCAN-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(LS-DATE-ORDINAL)
               PERFORM MIGRATE-ONE-AUDIT-DAY
           END-PERFORM

           CALL "LAYOUT-VERSION-SET" USING
               BY REFERENCE C-AUDIT-TRAIL-NAME
               BY REFERENCE C-V3

           MOVE SPACES TO LS-LOG-MESSAGE
           STRING
               "Layout migration: audit trail widened, "
               LS-TOTAL-COUNT " record(s) carried over, "
               LS-MIXED-DAY-COUNT " mixed-width day(s) left "
               "untouched"
               INTO LS-LOG-MESSAGE
           END-STRING
           IF LS-MIXED-DAY-COUNT > 0
           THEN
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
           ELSE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: MIGRATE-ONE-AUDIT-DAY
      *> PURPOSE: Widen the LS-SCAN-YYYYMMDD day's audit file when
      *>          its size says it is in an old width: a v2 day goes
      *>          straight through the v2 -> v3 step, a v1 day
      *>          through the v1 -> v2 step first.
      *> ===============================================================
       MIGRATE-ONE-AUDIT-DAY.
           MOVE SPACES TO WS-AUD-V1-NAME
           STRING
               "air-quality-audit." LS-SCAN-YYYYMMDD ".log"
               INTO WS-AUD-V1-NAME
           END-STRING
           MOVE WS-AUD-V1-NAME TO WS-SHAPE-NAME
           MOVE WS-AUD-V1-NAME TO LS-REGISTRY-NAME
           MOVE 466 TO WS-SHAPE-OLD-WIDTH
           MOVE 594 TO WS-SHAPE-NEW-WIDTH
           PERFORM CHECK-SEQ-FILE-SHAPE
           EVALUATE WS-SHAPE-VERDICT
           WHEN "OLD"
               PERFORM MIGRATE-ONE-AUDIT-DAY-TO-V3
               EXIT PARAGRAPH
           WHEN "MIXED"
               CONTINUE
           WHEN OTHER
               EXIT PARAGRAPH
           END-EVALUATE

           MOVE WS-AUD-V1-NAME TO WS-SHAPE-NAME
           MOVE WS-AUD-V1-NAME TO LS-REGISTRY-NAME
           MOVE 450 TO WS-SHAPE-OLD-WIDTH
           MOVE 466 TO WS-SHAPE-NEW-WIDTH
           PERFORM CHECK-SEQ-FILE-SHAPE
           IF WS-SHAPE-VERDICT = "MIXED"
           THEN
               ADD 1 TO LS-MIXED-DAY-COUNT
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Layout migration: "
                   FUNCTION TRIM(WS-AUD-V1-NAME)
                   " holds both record widths - left untouched"
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               EXIT PARAGRAPH
           END-IF
           IF WS-SHAPE-VERDICT NOT = "OLD"
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-AUD-V2-NAME
           STRING
               FUNCTION TRIM(WS-AUD-V1-NAME) ".tmp"
               INTO WS-AUD-V2-NAME
           END-STRING
           OPEN INPUT AUD-V1-FILE
           OPEN OUTPUT AUD-V2-FILE
           IF WS-V1-FILE-STATUS NOT = "00"
               OR WS-V2-FILE-STATUS NOT = "00"
           THEN
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LS-BEFORE-COUNT
           MOVE 0 TO LS-AFTER-COUNT
           PERFORM UNTIL WS-V1-FILE-STATUS = "10"
               READ AUD-V1-FILE
                   AT END
                       MOVE "10" TO WS-V1-FILE-STATUS
                   NOT AT END
                       ADD 1 TO LS-BEFORE-COUNT
                       MOVE SPACES TO AUD2-RECORD
                       MOVE AUD1-RECORD TO AUD2-RECORD(1:450)
                       WRITE AUD2-RECORD
                       IF WS-V2-FILE-STATUS = "00"
                       THEN
                           ADD 1 TO LS-AFTER-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUD-V1-FILE
           CLOSE AUD-V2-FILE

           IF LS-AFTER-COUNT NOT = LS-BEFORE-COUNT
           THEN
               PERFORM LOG-COUNT-MISMATCH
               CALL "CBL_DELETE_FILE" USING WS-AUD-V2-NAME
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-AUD-V1-NAME
           CALL "CBL_RENAME_FILE" USING
               WS-AUD-V2-NAME WS-AUD-V1-NAME
           PERFORM MIGRATE-ONE-AUDIT-DAY-TO-V3.

      *> ===============================================================
      *> PARAGRAPH: MIGRATE-ONE-AUDIT-DAY-TO-V3
      *> PURPOSE: Widen the v2 day file named in WS-AUD-V1-NAME with
      *>          a blank chain hash and seal signature.
      *> ===============================================================
       MIGRATE-ONE-AUDIT-DAY-TO-V3.
           MOVE WS-AUD-V1-NAME TO WS-AUD-V2-NAME
           MOVE SPACES TO WS-AUD-V3-NAME
           STRING
               FUNCTION TRIM(WS-AUD-V1-NAME) ".tmp"
               INTO WS-AUD-V3-NAME
           END-STRING
           OPEN INPUT AUD-V2-FILE
           OPEN OUTPUT AUD-V3-FILE
           IF WS-V2-FILE-STATUS NOT = "00"
               OR WS-V1-FILE-STATUS NOT = "00"
           THEN
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LS-BEFORE-COUNT
           MOVE 0 TO LS-AFTER-COUNT
           PERFORM UNTIL WS-V2-FILE-STATUS = "10"
               READ AUD-V2-FILE
                   AT END
                       MOVE "10" TO WS-V2-FILE-STATUS
                   NOT AT END
                       ADD 1 TO LS-BEFORE-COUNT
                       MOVE SPACES TO AUD3-RECORD
                       MOVE AUD2-RECORD TO AUD3-RECORD(1:466)
                       WRITE AUD3-RECORD
                       IF WS-V1-FILE-STATUS = "00"
                       THEN
                           ADD 1 TO LS-AFTER-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUD-V2-FILE
           CLOSE AUD-V3-FILE

           IF LS-AFTER-COUNT NOT = LS-BEFORE-COUNT
           THEN
               PERFORM LOG-COUNT-MISMATCH
               CALL "CBL_DELETE_FILE" USING WS-AUD-V3-NAME
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-AUD-V1-NAME
           CALL "CBL_RENAME_FILE" USING
               WS-AUD-V3-NAME WS-AUD-V1-NAME
           ADD LS-AFTER-COUNT TO LS-TOTAL-COUNT.

      *> ===============================================================
      *> PARAGRAPH: CHECK-SEQ-FILE-SHAPE
      *> PURPOSE: Classify WS-SHAPE-NAME by size: "NONE" (no file),
      *>          "EMPTY", "NEW" (divisible by the new width - also
      *>          the verdict for the ambiguous both-divisible case,
      *>          so an already-migrated file is never touched),
      *>          "OLD" (divisible by the old width only), or
      *>          "MIXED" (neither).
      *> ===============================================================
       CHECK-SEQ-FILE-SHAPE.
           CALL "CBL_CHECK_FILE_EXIST" USING
               WS-SHAPE-NAME
               WS-FILE-INFO
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "NONE" TO WS-SHAPE-VERDICT
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
           WHEN WS-FI-SIZE = 0
               MOVE "EMPTY" TO WS-SHAPE-VERDICT
           WHEN FUNCTION MOD(WS-FI-SIZE, WS-SHAPE-NEW-WIDTH) = 0
               STRING
                   "Layout migration: "
                   FUNCTION TRIM(WS-SHAPE-NAME)
                   " is already at the v" WS-SHAPE-TARGET-VERSION
                   " width (or absent), registering v"
                   WS-SHAPE-TARGET-VERSION
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE LS-LOG-MESSAGE
               CALL "LAYOUT-VERSION-SET" USING
                   BY REFERENCE LS-REGISTRY-NAME
                   BY REFERENCE WS-SHAPE-TARGET-VERSION
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: MIGRATE-FL-V1-TO-V2
      *> PURPOSE: Re-key the forecast log on (target date, location,
      *>          source): every v1 record was a PREV'AIR forecast,
      *>          so the source defaults to PREVAIR. Pollutant names
      *>          PREV'AIR handed over NUL-padded are cleaned to
      *>          spaces on the way, the form every source is now
      *>          stored in. A v1 open refused with status 39 means
      *>          the file is already at the v2 width.
      *> ===============================================================
       MIGRATE-FL-V1-TO-V2.
           MOVE "forecast-log.dat" TO LS-REGISTRY-NAME
           OPEN INPUT FL-V1-FILE
           IF WS-V1-FILE-STATUS = "39"
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Layout migration: "
                   FUNCTION TRIM(LS-REGISTRY-NAME)
                   " already carries the v2 record width"
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
               CALL "LAYOUT-VERSION-SET" USING
                   BY REFERENCE LS-REGISTRY-NAME
                   BY REFERENCE C-V2
               EXIT PARAGRAPH
           END-IF
           IF WS-V1-FILE-STATUS NOT = "00"
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Layout migration: could not open "
                   FUNCTION TRIM(LS-REGISTRY-NAME)
                   ", status " WS-V1-FILE-STATUS
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FL-V2-FILE
           IF WS-V2-FILE-STATUS NOT = "00"
           THEN
               CLOSE FL-V1-FILE
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO LS-BEFORE-COUNT
           MOVE 0 TO LS-AFTER-COUNT
           PERFORM UNTIL WS-V1-FILE-STATUS = "10"
               READ FL-V1-FILE NEXT
                   AT END
                       MOVE "10" TO WS-V1-FILE-STATUS
                   NOT AT END
                       ADD 1 TO LS-BEFORE-COUNT
                       MOVE FL1-KEY TO FL2-TARGET-LOCATION
                       MOVE "PREVAIR" TO FL2-SOURCE
                       MOVE FL1-REST TO FL2-REST
                       INSPECT FL2-REST
                           REPLACING ALL X"00" BY SPACE
                       WRITE FL2-RECORD
                       IF WS-V2-FILE-STATUS = "00"
                       THEN
                           ADD 1 TO LS-AFTER-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FL-V1-FILE
           CLOSE FL-V2-FILE

           IF LS-AFTER-COUNT NOT = LS-BEFORE-COUNT
           THEN
               PERFORM LOG-COUNT-MISMATCH
               CALL "CBL_DELETE_FILE" USING "forecast-log.v2.tmp"
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF

           CALL "CBL_DELETE_FILE" USING "forecast-log.dat"
           CALL "CBL_RENAME_FILE" USING
               "forecast-log.v2.tmp"
               "forecast-log.dat"
           CALL "LAYOUT-VERSION-SET" USING
               BY REFERENCE LS-REGISTRY-NAME
               BY REFERENCE C-V2
           ADD LS-AFTER-COUNT TO LS-TOTAL-COUNT
           PERFORM LOG-MIGRATION-DONE.

      *> ===============================================================
      *> PARAGRAPH: MIGRATE-FSC-V1-TO-V2
      *> PURPOSE: Re-key the forecast scorecard on (source,
      *>          pollutant): every v1 tally was PREV'AIR's, so the
      *>          source defaults to PREVAIR and the counts carry
      *>          over unchanged, NUL-padded names cleaned as in
      *>          MIGRATE-FL-V1-TO-V2. A v1 open refused with status
      *>          39 means the file is already at the v2 width.
      *> ===============================================================
       MIGRATE-FSC-V1-TO-V2.
           MOVE "forecast-scorecard.dat" TO LS-REGISTRY-NAME
           OPEN INPUT FSC-V1-FILE
           IF WS-V1-FILE-STATUS = "39"
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Layout migration: "
                   FUNCTION TRIM(LS-REGISTRY-NAME)
                   " already carries the v2 record width"
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
               CALL "LAYOUT-VERSION-SET" USING
                   BY REFERENCE LS-REGISTRY-NAME
                   BY REFERENCE C-V2
               EXIT PARAGRAPH
           END-IF
           IF WS-V1-FILE-STATUS NOT = "00"
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Layout migration: could not open "
                   FUNCTION TRIM(LS-REGISTRY-NAME)
                   ", status " WS-V1-FILE-STATUS
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT FSC-V2-FILE
           IF WS-V2-FILE-STATUS NOT = "00"
           THEN
               CLOSE FSC-V1-FILE
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO LS-BEFORE-COUNT
           MOVE 0 TO LS-AFTER-COUNT
           PERFORM UNTIL WS-V1-FILE-STATUS = "10"
               READ FSC-V1-FILE NEXT
                   AT END
                       MOVE "10" TO WS-V1-FILE-STATUS
                   NOT AT END
                       ADD 1 TO LS-BEFORE-COUNT
                       MOVE "PREVAIR" TO FSC2-SOURCE
                       MOVE FSC1-POLLUTANT-NAME
                           TO FSC2-POLLUTANT-NAME
                       INSPECT FSC2-POLLUTANT-NAME
                           REPLACING ALL X"00" BY SPACE
                       MOVE FSC1-REST TO FSC2-REST
                       WRITE FSC2-RECORD
                       IF WS-V2-FILE-STATUS = "00"
                       THEN
                           ADD 1 TO LS-AFTER-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FSC-V1-FILE
           CLOSE FSC-V2-FILE

           IF LS-AFTER-COUNT NOT = LS-BEFORE-COUNT
           THEN
               PERFORM LOG-COUNT-MISMATCH
               CALL "CBL_DELETE_FILE" USING
                   "forecast-scorecard.v2.tmp"
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF

           CALL "CBL_DELETE_FILE" USING "forecast-scorecard.dat"
           CALL "CBL_RENAME_FILE" USING
               "forecast-scorecard.v2.tmp"
               "forecast-scorecard.dat"
           CALL "LAYOUT-VERSION-SET" USING
               BY REFERENCE LS-REGISTRY-NAME
               BY REFERENCE C-V2
           ADD LS-AFTER-COUNT TO LS-TOTAL-COUNT
           PERFORM LOG-MIGRATION-DONE.

      *> ===============================================================
      *> PARAGRAPH: MIGRATE-LD-V1-TO-V2
      *> PURPOSE: Widen the level distributions with the residents
      *>          per level and in total, defaulted to 0 - "no
      *>          population figures" for the days distilled before
      *>          the commune reference carried populations. A v1
      *>          open refused with status 39 means the file is
      *>          already at the v2 width.
      *> ===============================================================
       MIGRATE-LD-V1-TO-V2.
           MOVE "level-distribution.dat" TO LS-REGISTRY-NAME
           OPEN INPUT LD-V1-FILE
           IF WS-V1-FILE-STATUS = "39"
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Layout migration: "
                   FUNCTION TRIM(LS-REGISTRY-NAME)
                   " already carries the v2 record width"
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
               CALL "LAYOUT-VERSION-SET" USING
                   BY REFERENCE LS-REGISTRY-NAME
                   BY REFERENCE C-V2
               EXIT PARAGRAPH
           END-IF
           IF WS-V1-FILE-STATUS NOT = "00"
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Layout migration: could not open "
                   FUNCTION TRIM(LS-REGISTRY-NAME)
                   ", status " WS-V1-FILE-STATUS
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT LD-V2-FILE
           IF WS-V2-FILE-STATUS NOT = "00"
           THEN
               CLOSE LD-V1-FILE
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO LS-BEFORE-COUNT
           MOVE 0 TO LS-AFTER-COUNT
           PERFORM UNTIL WS-V1-FILE-STATUS = "10"
               READ LD-V1-FILE NEXT
                   AT END
                       MOVE "10" TO WS-V1-FILE-STATUS
                   NOT AT END
                       ADD 1 TO LS-BEFORE-COUNT
                       MOVE LD1-KEY TO LD2-KEY
                       MOVE LD1-REST TO LD2-REST
                       PERFORM VARYING LS-ENTRY-IDX FROM 1 BY 1
                           UNTIL LS-ENTRY-IDX > 6
                           MOVE 0
                               TO LD2-LEVEL-POPULATION(LS-ENTRY-IDX)
                       END-PERFORM
                       MOVE 0 TO LD2-POPULATION-TOTAL
                       WRITE LD2-RECORD
                       IF WS-V2-FILE-STATUS = "00"
                       THEN
                           ADD 1 TO LS-AFTER-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LD-V1-FILE
           CLOSE LD-V2-FILE

           IF LS-AFTER-COUNT NOT = LS-BEFORE-COUNT
           THEN
               PERFORM LOG-COUNT-MISMATCH
               CALL "CBL_DELETE_FILE" USING
                   "level-distribution.v2.tmp"
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF

           CALL "CBL_DELETE_FILE" USING "level-distribution.dat"
           CALL "CBL_RENAME_FILE" USING
               "level-distribution.v2.tmp"
               "level-distribution.dat"
           CALL "LAYOUT-VERSION-SET" USING
               BY REFERENCE LS-REGISTRY-NAME
               BY REFERENCE C-V2
           ADD LS-AFTER-COUNT TO LS-TOTAL-COUNT
           PERFORM LOG-MIGRATION-DONE.

      *> ===============================================================
      *> PARAGRAPH: MIGRATE-CH-V1-TO-V2
      *> PURPOSE: Widen the configuration history's variable name in
      *>          the middle of the record: the snapshot heading
      *>          before it and the source and value after it carry
      *>          over unchanged, and every recorded name fits the
      *>          wider field as it stands.
      *> ===============================================================
       MIGRATE-CH-V1-TO-V2.
           MOVE "config-history.dat" TO LS-REGISTRY-NAME
           MOVE LS-REGISTRY-NAME TO WS-SHAPE-NAME
           MOVE 210 TO WS-SHAPE-OLD-WIDTH
           MOVE 218 TO WS-SHAPE-NEW-WIDTH
           PERFORM CHECK-SEQ-FILE-SHAPE
           PERFORM REPORT-SHAPE-VERDICT
           IF WS-SHAPE-VERDICT NOT = "OLD"
           THEN
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CH-V1-FILE
           OPEN OUTPUT CH-V2-FILE
           IF WS-V1-FILE-STATUS NOT = "00"
               OR WS-V2-FILE-STATUS NOT = "00"
           THEN
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LS-BEFORE-COUNT
           MOVE 0 TO LS-AFTER-COUNT
           PERFORM UNTIL WS-V1-FILE-STATUS = "10"
               READ CH-V1-FILE
                   AT END
                       MOVE "10" TO WS-V1-FILE-STATUS
                   NOT AT END
                       ADD 1 TO LS-BEFORE-COUNT
                       MOVE CH1-HEAD TO CH2-HEAD
                       MOVE CH1-VAR-NAME TO CH2-VAR-NAME
                       MOVE CH1-TAIL TO CH2-TAIL
                       WRITE CH2-RECORD
                       IF WS-V2-FILE-STATUS = "00"
                       THEN
                           ADD 1 TO LS-AFTER-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CH-V1-FILE
           CLOSE CH-V2-FILE

           IF LS-AFTER-COUNT NOT = LS-BEFORE-COUNT
           THEN
               PERFORM LOG-COUNT-MISMATCH
               CALL "CBL_DELETE_FILE" USING "config-history.v2.tmp"
               MOVE "Y" TO LS-MIGRATE-FAILED
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING "config-history.dat"
           CALL "CBL_RENAME_FILE" USING
               "config-history.v2.tmp" "config-history.dat"
           CALL "LAYOUT-VERSION-SET" USING
               BY REFERENCE LS-REGISTRY-NAME
               BY REFERENCE C-V2
           ADD LS-AFTER-COUNT TO LS-TOTAL-COUNT
           PERFORM LOG-MIGRATION-DONE.

      *> ===============================================================
      *> PARAGRAPH: LOG-COUNT-MISMATCH
      *> ===============================================================
           STRING
               "Layout migration: "
               FUNCTION TRIM(LS-REGISTRY-NAME)
               " migrated to v" WS-SHAPE-TARGET-VERSION ", "
               LS-AFTER-COUNT
               " record(s) reconciled"
               INTO LS-LOG-MESSAGE
           END-STRING
