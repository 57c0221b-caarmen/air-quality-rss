      *>          reload path (where it refuses to apply the reload),
      *>          so a misconfiguration is a loud failure instead of
      *>          a limping daemon.
      *>          Variables that may carry a {vault:<name>} reference
      *>          to a CREDENTIAL-VAULT secret, and every enabled
      *>          notification channel's endpoint, are also checked
      *>          to resolve: a secret that is not in the vault (or a
      *>          vault the master key does not open) is counted as
      *>          invalid by name, never by value.
      *>          Each scheduled job's _DEADLINE_MIN override (see
      *>          JOB-DEADLINE-WATCHDOG) is checked alongside its
      *>          schedule, and the settings with no legal range of
      *>          their own - channel ids, names, on/off switches -
      *>          are listed so the effective configuration still
      *>          shows them.
      *>          Returns the number of invalid values found.
      *>          AQRSS-CONFIG-VALUES hands the same variables over
      *>          as the effective configuration, with where each
      *>          value came from and secrets masked, for
      *>          CONFIG-HISTORY to record once a pass has accepted
      *>          them.
      *> ===============================================================

       IDENTIFICATION DIVISION.

       LOCAL-STORAGE SECTION.
       01  LS-INVALID-COUNT             PIC 9(3) VALUE 0.
       01  LS-VAR-NAME                  PIC X(40) VALUE SPACES.
       01  LS-VAR-VALUE                 PIC X(100) VALUE SPACES.
       01  LS-MIN-VALUE                 PIC 9(9) VALUE 0.
       01  LS-MAX-VALUE                 PIC 9(9) VALUE 0.
       01  C-LOG-ERROR                  PIC X(5) VALUE "ERROR".
       01  LS-LOG-MESSAGE               PIC X(256) VALUE SPACES.

      *> The variables that may name vault secrets, and the work
      *> fields a reference is resolved in.
       01  C-SECRET-VAR-COUNT           CONSTANT AS 8.
       01  LS-SECRET-VAR-TABLE.
           05  LS-SV-ENTRY OCCURS 8 TIMES INDEXED BY LS-SV-IDX.
               10  LS-SV-NAME           PIC X(32).
       01  LS-SECRET-TEXT               PIC X(1000) VALUE SPACES.
       01  LS-MISSING-SECRET            PIC X(32) VALUE SPACES.
       01  LS-CHANNEL-ID                PIC X(8) VALUE SPACES.
       01  LS-UNRESOLVED-COUNT          PIC 9(3) VALUE 0.

      *> The numeric variables and their legal ranges, checked
      *> against the RAW environment string - not NUMVAL's guess.
       01  C-NUMERIC-VAR-COUNT          CONSTANT AS 39.
       01  LS-NUMERIC-VAR-TABLE.
           05  LS-NV-ENTRY OCCURS 39 TIMES INDEXED BY LS-NV-IDX.
               10  LS-NV-NAME           PIC X(32).
               10  LS-NV-MIN            PIC 9(9).
               10  LS-NV-MAX            PIC 9(9).

      *> The URL-shaped variables: when set, they must start with
      *> http:// or https://.
       01  C-URL-VAR-COUNT              CONSTANT AS 15.
       01  LS-URL-VAR-TABLE.
           05  LS-UV-ENTRY OCCURS 15 TIMES INDEXED BY LS-UV-IDX.
               10  LS-UV-NAME           PIC X(32).

      *> The per-job schedule variables (see AIR-QUALITY-RSS's job
      *> table): intervals must be positive whole seconds, _AT times
      *> must be a valid HHMM.
      *> Keep this table in step with AIR-QUALITY-RSS's
      *> LOAD-JOB-SCHEDULES job table, in the same order: every
      *> scheduled job's pair is validated here.
       01  C-JOB-VAR-COUNT              CONSTANT AS 48.
       01  LS-JOB-VAR-TABLE.
           05  LS-JV-ENTRY OCCURS 48 TIMES INDEXED BY LS-JV-IDX.
               10  LS-JV-INTERVAL-NAME  PIC X(32).
               10  LS-JV-AT-NAME        PIC X(32).
      *> A job's deadline override is named after its interval
      *> variable, as AIR-QUALITY-RSS's LOAD-ONE-JOB-DEADLINE builds
      *> it: whole minutes, 0 leaving the job unwatched.
       01  LS-DEADLINE-MAX-MIN          PIC 9(9) VALUE 99999.

      *> The variables with no range or shape to check - channel
      *> ids, names, on/off switches, a date the batch parses
      *> itself - listed only so the effective configuration
      *> records them.
       01  C-RECORDED-VAR-COUNT         CONSTANT AS 13.
       01  LS-RECORDED-VAR-TABLE.
           05  LS-RV-ENTRY OCCURS 13 TIMES INDEXED BY LS-RV-IDX.
               10  LS-RV-NAME           PIC X(32).

      *> Masking a secret for the effective-configuration list: the
      *> value goes through the audit chain's SHA-256 and only the
      *> first eight hex digits are kept.
       01  LS-IS-SECRET                 PIC X(01) VALUE "N".
       01  LS-HASH-RECORD               PIC X(594) VALUE SPACES.
       01  LS-VALUE-HASH                PIC X(64) VALUE SPACES.

       LINKAGE SECTION.
       COPY config-values IN "support/cob/config".

       PROCEDURE DIVISION.

               PERFORM CHECK-NUMERIC-VARIABLE
               MOVE LS-JV-AT-NAME(LS-JV-IDX) TO LS-VAR-NAME
               PERFORM CHECK-TIME-OF-DAY-VARIABLE
               PERFORM BUILD-DEADLINE-NAME
               MOVE 0 TO LS-MIN-VALUE
               MOVE LS-DEADLINE-MAX-MIN TO LS-MAX-VALUE
               PERFORM CHECK-NUMERIC-VARIABLE
           END-PERFORM

           PERFORM CHECK-LOG-LEVEL-VARIABLE

           PERFORM VARYING LS-SV-IDX FROM 1 BY 1
               UNTIL LS-SV-IDX > C-SECRET-VAR-COUNT
               MOVE LS-SV-NAME(LS-SV-IDX) TO LS-VAR-NAME
               PERFORM CHECK-SECRET-REFERENCES
           END-PERFORM
           PERFORM CHECK-CHANNEL-SECRET-REFERENCES

           IF LS-INVALID-COUNT = 0
           THEN
               MOVE "Configuration validated: no invalid values"
           MOVE LS-INVALID-COUNT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: AQRSS-CONFIG-VALUES
      *> PURPOSE: Fill CV-VALUES-GRP with every variable this pass
      *>          covers - numeric, URL, per-job schedule and
      *>          deadline, log level, vault-capable secrets and the
      *>          recorded-only settings, each once - with its
      *>          source and value (see config-values). Nothing is
      *>          validated or logged here; the caller has already
      *>          had the values accepted.
      *> ===============================================================
       ENTRY "AQRSS-CONFIG-VALUES" USING
           BY REFERENCE CV-VALUES-GRP.

           MOVE 0 TO CV-VALUE-COUNT
           PERFORM BUILD-VARIABLE-TABLES

           PERFORM VARYING LS-NV-IDX FROM 1 BY 1
               UNTIL LS-NV-IDX > C-NUMERIC-VAR-COUNT
               MOVE LS-NV-NAME(LS-NV-IDX) TO LS-VAR-NAME
               PERFORM ADD-CONFIG-VALUE
           END-PERFORM
           PERFORM VARYING LS-UV-IDX FROM 1 BY 1
               UNTIL LS-UV-IDX > C-URL-VAR-COUNT
               MOVE LS-UV-NAME(LS-UV-IDX) TO LS-VAR-NAME
               PERFORM ADD-CONFIG-VALUE
           END-PERFORM
           PERFORM VARYING LS-JV-IDX FROM 1 BY 1
               UNTIL LS-JV-IDX > C-JOB-VAR-COUNT
               MOVE LS-JV-INTERVAL-NAME(LS-JV-IDX) TO LS-VAR-NAME
               PERFORM ADD-CONFIG-VALUE
               MOVE LS-JV-AT-NAME(LS-JV-IDX) TO LS-VAR-NAME
               PERFORM ADD-CONFIG-VALUE
               PERFORM BUILD-DEADLINE-NAME
               PERFORM ADD-CONFIG-VALUE
           END-PERFORM
           MOVE "AQRSS_LOG_LEVEL" TO LS-VAR-NAME
           PERFORM ADD-CONFIG-VALUE
           PERFORM VARYING LS-SV-IDX FROM 1 BY 1
               UNTIL LS-SV-IDX > C-SECRET-VAR-COUNT
               MOVE LS-SV-NAME(LS-SV-IDX) TO LS-VAR-NAME
               PERFORM ADD-CONFIG-VALUE
           END-PERFORM
           PERFORM VARYING LS-RV-IDX FROM 1 BY 1
               UNTIL LS-RV-IDX > C-RECORDED-VAR-COUNT
               MOVE LS-RV-NAME(LS-RV-IDX) TO LS-VAR-NAME
               PERFORM ADD-CONFIG-VALUE
           END-PERFORM

           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: BUILD-VARIABLE-TABLES
      *> PURPOSE: Name every variable this pass covers, with its
           MOVE "AQRSS_AUDIT_RETENTION_D" TO LS-NV-NAME(15)
           MOVE 1 TO LS-NV-MIN(15)
           MOVE 99999 TO LS-NV-MAX(15)
           MOVE "AQRSS_SNAPSHOT_RETENTION_D" TO LS-NV-NAME(16)
           MOVE 1 TO LS-NV-MIN(16)
           MOVE 99999 TO LS-NV-MAX(16)
           MOVE "AQRSS_ALERT_COALESCE_S" TO LS-NV-NAME(17)
           MOVE 0 TO LS-NV-MIN(17)
           MOVE 3600 TO LS-NV-MAX(17)
           MOVE "AQRSS_KEY_EXPIRY_REPORT_DAY" TO LS-NV-NAME(18)
           MOVE 1 TO LS-NV-MIN(18)
           MOVE 7 TO LS-NV-MAX(18)
           MOVE "AQRSS_QUOTA_ADVICE_DAY" TO LS-NV-NAME(19)
           MOVE 1 TO LS-NV-MIN(19)
           MOVE 7 TO LS-NV-MAX(19)
           MOVE "AQRSS_SHED_ANON_INFLIGHT" TO LS-NV-NAME(20)
           MOVE 0 TO LS-NV-MIN(20)
           MOVE 99999 TO LS-NV-MAX(20)
           MOVE "AQRSS_SHED_READER_INFLIGHT" TO LS-NV-NAME(21)
           MOVE 0 TO LS-NV-MIN(21)
           MOVE 99999 TO LS-NV-MAX(21)
           MOVE "AQRSS_SHED_ANON_BUDGET_PCT" TO LS-NV-NAME(22)
           MOVE 0 TO LS-NV-MIN(22)
           MOVE 100 TO LS-NV-MAX(22)
           MOVE "AQRSS_SHED_READER_BUDGET_PCT" TO LS-NV-NAME(23)
           MOVE 0 TO LS-NV-MIN(23)
           MOVE 100 TO LS-NV-MAX(23)
           MOVE "AQRSS_SHED_RETRY_AFTER_S" TO LS-NV-NAME(24)
           MOVE 1 TO LS-NV-MIN(24)
           MOVE 3600 TO LS-NV-MAX(24)
      *> Capacity forecast: 0 disk limit means none.
           MOVE "AQRSS_CAPACITY_TREND_DAYS" TO LS-NV-NAME(25)
           MOVE 14 TO LS-NV-MIN(25)
           MOVE 120 TO LS-NV-MAX(25)
           MOVE "AQRSS_CAPACITY_HORIZON_WEEKS" TO LS-NV-NAME(26)
           MOVE 1 TO LS-NV-MIN(26)
           MOVE 52 TO LS-NV-MAX(26)
           MOVE "AQRSS_CAPACITY_WARN_WEEKS" TO LS-NV-NAME(27)
           MOVE 0 TO LS-NV-MIN(27)
           MOVE 52 TO LS-NV-MAX(27)
           MOVE "AQRSS_CAPACITY_DISK_LIMIT_MB" TO LS-NV-NAME(28)
           MOVE 0 TO LS-NV-MIN(28)
           MOVE 999999999 TO LS-NV-MAX(28)
      *> Audit chain verification range, YYYYMMDD; the batch checks
      *> each is a real calendar date.
           MOVE "AQRSS_AUDIT_VERIFY_FROM" TO LS-NV-NAME(29)
           MOVE 20000101 TO LS-NV-MIN(29)
           MOVE 99991231 TO LS-NV-MAX(29)
           MOVE "AQRSS_AUDIT_VERIFY_TO" TO LS-NV-NAME(30)
           MOVE 20000101 TO LS-NV-MIN(30)
           MOVE 99991231 TO LS-NV-MAX(30)
           MOVE "AQRSS_ACK_ESCALATE_S" TO LS-NV-NAME(31)
           MOVE 1 TO LS-NV-MIN(31)
           MOVE 999999 TO LS-NV-MAX(31)
           MOVE "AQRSS_JOB_APPROVAL_S" TO LS-NV-NAME(32)
           MOVE 1 TO LS-NV-MIN(32)
           MOVE 9999999 TO LS-NV-MAX(32)
           MOVE "AQRSS_LEADER_TTL_S" TO LS-NV-NAME(33)
           MOVE 1 TO LS-NV-MIN(33)
           MOVE 99999 TO LS-NV-MAX(33)
           MOVE "AQRSS_TRAFFIC_MAX_KM" TO LS-NV-NAME(34)
           MOVE 1 TO LS-NV-MIN(34)
           MOVE 9999 TO LS-NV-MAX(34)
      *> Source attribution floors in ug/m3, and the fire search
      *> radius the batch itself caps below 2000 km.
           MOVE "AQRSS_ATTRIB_PM10_UG" TO LS-NV-NAME(35)
           MOVE 1 TO LS-NV-MIN(35)
           MOVE 999 TO LS-NV-MAX(35)
           MOVE "AQRSS_ATTRIB_DUST_UG" TO LS-NV-NAME(36)
           MOVE 1 TO LS-NV-MIN(36)
           MOVE 9999 TO LS-NV-MAX(36)
           MOVE "AQRSS_ATTRIB_FIRE_RADIUS_KM" TO LS-NV-NAME(37)
           MOVE 1 TO LS-NV-MIN(37)
           MOVE 1999 TO LS-NV-MAX(37)
      *> The heat day threshold, whole degrees C.
           MOVE "AQRSS_HEALTH_HEAT_C" TO LS-NV-NAME(38)
           MOVE 0 TO LS-NV-MIN(38)
           MOVE 60 TO LS-NV-MAX(38)
      *> A forced e-Reporting month, YYYYMM; the batch checks the
      *> month itself.
           MOVE "AQRSS_EREPORTING_MONTH" TO LS-NV-NAME(39)
           MOVE 200001 TO LS-NV-MIN(39)
           MOVE 999912 TO LS-NV-MAX(39)

           MOVE "BASE_FEED_URL" TO LS-UV-NAME(1)
           MOVE "POLLEN_BASE_URL" TO LS-UV-NAME(2)
           MOVE "AIR_QUALITY_FEED_URL" TO LS-UV-NAME(9)
           MOVE "AQRSS_ATMO_LOGIN_URL" TO LS-UV-NAME(10)
           MOVE "AQRSS_WEBSUB_HUB_URL" TO LS-UV-NAME(11)
           MOVE "AQRSS_CAMS_BASE_URL" TO LS-UV-NAME(12)
           MOVE "AQRSS_FIRMS_BASE_URL" TO LS-UV-NAME(13)
           MOVE "AQRSS_OPENDATA_BASE_URL" TO LS-UV-NAME(14)
           MOVE "AQRSS_EREPORTING_SUBMIT_URL" TO LS-UV-NAME(15)

           MOVE "AQRSS_PREFETCH_INTERVAL_S"
               TO LS-JV-INTERVAL-NAME(1)
           MOVE "AQRSS_SEASON_REPORT_AT" TO LS-JV-AT-NAME(16)
           MOVE "AQRSS_YOY_REPORT_INTERVAL_S"
               TO LS-JV-INTERVAL-NAME(17)
           MOVE "AQRSS_YOY_REPORT_AT" TO LS-JV-AT-NAME(17)
           MOVE "AQRSS_SYMPTOM_REPORT_INTERVAL_S"
               TO LS-JV-INTERVAL-NAME(18)
           MOVE "AQRSS_SYMPTOM_REPORT_AT" TO LS-JV-AT-NAME(18)
           MOVE "AQRSS_ACCURACY_INTERVAL_S"
               TO LS-JV-INTERVAL-NAME(19)
           MOVE "AQRSS_ACCURACY_AT" TO LS-JV-AT-NAME(19)
           MOVE "AQRSS_SENSOR_RECON_INTERVAL_S"
               TO LS-JV-INTERVAL-NAME(20)
           MOVE "AQRSS_SENSOR_RECON_AT" TO LS-JV-AT-NAME(20)
           MOVE "AQRSS_CLIMATOLOGY_INTERVAL_S"
               TO LS-JV-INTERVAL-NAME(21)
           MOVE "AQRSS_CLIMATOLOGY_AT" TO LS-JV-AT-NAME(21)
           MOVE "AQRSS_STATEMENT_INTERVAL_S"
               TO LS-JV-INTERVAL-NAME(22)
           MOVE "AQRSS_STATEMENT_AT" TO LS-JV-AT-NAME(22)
           MOVE "AQRSS_BACKUP_INTERVAL_S"
               TO LS-JV-INTERVAL-NAME(23)
           MOVE "AQRSS_BACKUP_AT" TO LS-JV-AT-NAME(23)
           MOVE "AQRSS_RANKING_INTERVAL_S"
               TO LS-JV-INTERVAL-NAME(24)
           MOVE "AQRSS_RANKING_AT" TO LS-JV-AT-NAME(24)
           MOVE "AQRSS_SOCIAL_INTERVAL_S"
               TO LS-JV-INTERVAL-NAME(25)
           MOVE "AQRSS_SOCIAL_AT" TO LS-JV-AT-NAME(25)
           MOVE "AQRSS_DQ_REPORT_INTERVAL_S"
               TO LS-JV-INTERVAL-NAME(26)
           MOVE "AQRSS_DQ_REPORT_AT" TO LS-JV-AT-NAME(26)
           MOVE "AQRSS_DEMAND_INTERVAL_S"
               TO LS-JV-INTERVAL-NAME(27)
           MOVE "AQRSS_DEMAND_AT" TO LS-JV-AT-NAME(27)
           MOVE "AQRSS_DRIFT_INTERVAL_S"
               TO LS-JV-INTERVAL-NAME(28)
           MOVE "AQRSS_DRIFT_AT" TO LS-JV-AT-NAME(28)
           MOVE "AQRSS_ROSE_INTERVAL_S"
               TO LS-JV-INTERVAL-NAME(29)
           MOVE "AQRSS_ROSE_AT" TO LS-JV-AT-NAME(29)
           MOVE "AQRSS_HEARTBEAT_INTERVAL_S"
               TO LS-JV-INTERVAL-NAME(30)
           MOVE "AQRSS_HEARTBEAT_AT" TO LS-JV-AT-NAME(30)
           MOVE "AQRSS_CO2_ROOM_REPORT_INTERVAL_S"
               TO LS-JV-INTERVAL-NAME(31)
           MOVE "AQRSS_CO2_ROOM_REPORT_AT" TO LS-JV-AT-NAME(31)
           MOVE "AQRSS_POLLEN_RECON_INTERVAL_S"
               TO LS-JV-INTERVAL-NAME(32)
           MOVE "AQRSS_POLLEN_RECON_AT" TO LS-JV-AT-NAME(32)
           MOVE "AQRSS_EXCEED_REPORT_INTERVAL_S"
               TO LS-JV-INTERVAL-NAME(33)
           MOVE "AQRSS_EXCEED_REPORT_AT" TO LS-JV-AT-NAME(33)
           MOVE "AQRSS_REVISION_SWEEP_INTERVAL_S"
               TO LS-JV-INTERVAL-NAME(34)
           MOVE "AQRSS_REVISION_SWEEP_AT" TO LS-JV-AT-NAME(34)
           MOVE "AQRSS_EPISODE_REPORT_INTERVAL_S"
               TO LS-JV-INTERVAL-NAME(35)
           MOVE "AQRSS_EPISODE_REPORT_AT" TO LS-JV-AT-NAME(35)
           MOVE "AQRSS_KEY_EXPIRY_INTERVAL_S"
               TO LS-JV-INTERVAL-NAME(36)
           MOVE "AQRSS_KEY_EXPIRY_AT" TO LS-JV-AT-NAME(36)
           MOVE "AQRSS_QUOTA_ADVICE_INTERVAL_S"
               TO LS-JV-INTERVAL-NAME(37)
           MOVE "AQRSS_QUOTA_ADVICE_AT" TO LS-JV-AT-NAME(37)
           MOVE "AQRSS_COST_ATTRIB_INTERVAL_S"
               TO LS-JV-INTERVAL-NAME(38)
           MOVE "AQRSS_COST_ATTRIB_AT" TO LS-JV-AT-NAME(38)
           MOVE "AQRSS_CAPACITY_INTERVAL_S"
               TO LS-JV-INTERVAL-NAME(39)
           MOVE "AQRSS_CAPACITY_AT" TO LS-JV-AT-NAME(39)
           MOVE "AQRSS_AUDIT_VERIFY_INTERVAL_S"
               TO LS-JV-INTERVAL-NAME(40)
           MOVE "AQRSS_AUDIT_VERIFY_AT" TO LS-JV-AT-NAME(40)
           MOVE "AQRSS_NEWSLETTER_INTERVAL_S"
               TO LS-JV-INTERVAL-NAME(41)
           MOVE "AQRSS_NEWSLETTER_AT" TO LS-JV-AT-NAME(41)
           MOVE "AQRSS_MASTODON_REPLY_INTERVAL_S"
               TO LS-JV-INTERVAL-NAME(42)
           MOVE "AQRSS_MASTODON_REPLY_AT" TO LS-JV-AT-NAME(42)
           MOVE "AQRSS_MONTHLY_PDF_INTERVAL_S"
               TO LS-JV-INTERVAL-NAME(43)
           MOVE "AQRSS_MONTHLY_PDF_AT" TO LS-JV-AT-NAME(43)
           MOVE "AQRSS_OPENDATA_INTERVAL_S"
               TO LS-JV-INTERVAL-NAME(44)
           MOVE "AQRSS_OPENDATA_AT" TO LS-JV-AT-NAME(44)
           MOVE "AQRSS_EREPORTING_INTERVAL_S"
               TO LS-JV-INTERVAL-NAME(45)
           MOVE "AQRSS_EREPORTING_AT" TO LS-JV-AT-NAME(45)
           MOVE "AQRSS_TRAFFIC_INTERVAL_S"
               TO LS-JV-INTERVAL-NAME(46)
           MOVE "AQRSS_TRAFFIC_AT" TO LS-JV-AT-NAME(46)
           MOVE "AQRSS_ATTRIBUTION_INTERVAL_S"
               TO LS-JV-INTERVAL-NAME(47)
           MOVE "AQRSS_ATTRIBUTION_AT" TO LS-JV-AT-NAME(47)
           MOVE "AQRSS_HEALTH_IMPACT_INTERVAL_S"
               TO LS-JV-INTERVAL-NAME(48)
           MOVE "AQRSS_HEALTH_IMPACT_AT" TO LS-JV-AT-NAME(48)

           MOVE "AQRSS_ATMO_USERNAME" TO LS-SV-NAME(1)
           MOVE "AQRSS_ATMO_PASSWORD" TO LS-SV-NAME(2)
           MOVE "AQRSS_MASTODON_TOKEN" TO LS-SV-NAME(3)
           MOVE "AQRSS_PROXY_URL" TO LS-SV-NAME(4)
           MOVE "AQRSS_AUDIT_SEAL_KEY" TO LS-SV-NAME(5)
           MOVE "AQRSS_OPENDATA_API_KEY" TO LS-SV-NAME(6)
           MOVE "AQRSS_EREPORTING_TOKEN" TO LS-SV-NAME(7)
           MOVE "AQRSS_FIRMS_MAP_KEY" TO LS-SV-NAME(8)

           MOVE "AQRSS_FALLBACK_CHANNEL" TO LS-RV-NAME(1)
           MOVE "AQRSS_OPS_CHANNEL" TO LS-RV-NAME(2)
           MOVE "AQRSS_NEWSLETTER_CHANNEL" TO LS-RV-NAME(3)
           MOVE "AQRSS_LEADER_ELECTION" TO LS-RV-NAME(4)
           MOVE "AQRSS_INSTANCE_ID" TO LS-RV-NAME(5)
           MOVE "AQRSS_WEATHER_ENABLED" TO LS-RV-NAME(6)
           MOVE "AQRSS_TRAFFIC_CHANGE_DATE" TO LS-RV-NAME(7)
           MOVE "AQRSS_FIRMS_SOURCE" TO LS-RV-NAME(8)
           MOVE "AQRSS_OPENDATA_DATASET" TO LS-RV-NAME(9)
           MOVE "AQRSS_OPENDATA_FREQUENCY" TO LS-RV-NAME(10)
           MOVE "AQRSS_OPENDATA_LICENSE" TO LS-RV-NAME(11)
           MOVE "AQRSS_EREPORTING_NAMESPACE" TO LS-RV-NAME(12)
           MOVE "AQRSS_EREPORTING_PROVIDER" TO LS-RV-NAME(13).

      *> ===============================================================
      *> PARAGRAPH: BUILD-DEADLINE-NAME
      *> PURPOSE: Name the LS-JV-IDX job's deadline override in
      *>          LS-VAR-NAME - its interval variable with _INTERVAL_S
      *>          turned into _DEADLINE_MIN.
      *> ===============================================================
       BUILD-DEADLINE-NAME.
           MOVE SPACES TO LS-VAR-NAME
           STRING
               LS-JV-INTERVAL-NAME(LS-JV-IDX)
                   DELIMITED BY "_INTERVAL_S"
               "_DEADLINE_MIN" DELIMITED BY SIZE
               INTO LS-VAR-NAME
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: ADD-CONFIG-VALUE
      *> PURPOSE: Add the variable named in LS-VAR-NAME to
      *>          CV-VALUES-GRP, unless it is listed already (a URL
      *>          can also be a secret), masking the value of any of
      *>          the secret variables that is not a plain vault
      *>          reference.
      *> ===============================================================
       ADD-CONFIG-VALUE.
           PERFORM VARYING CV-VALUE-INDEX FROM 1 BY 1
               UNTIL CV-VALUE-INDEX > CV-VALUE-COUNT
               IF CV-NAME(CV-VALUE-INDEX) = LS-VAR-NAME
               THEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF CV-VALUE-COUNT >= C-CONFIG-VALUE-MAX-COUNT
           THEN
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO CV-VALUE-COUNT
           SET CV-VALUE-INDEX TO CV-VALUE-COUNT
           MOVE LS-VAR-NAME TO CV-NAME(CV-VALUE-INDEX)
           MOVE SPACES TO LS-VAR-VALUE
           ACCEPT LS-VAR-VALUE FROM ENVIRONMENT LS-VAR-NAME
           IF FUNCTION TRIM(LS-VAR-VALUE) = SPACES
           THEN
               MOVE "DEFAULT" TO CV-SOURCE(CV-VALUE-INDEX)
               MOVE SPACES TO CV-TEXT(CV-VALUE-INDEX)
               EXIT PARAGRAPH
           END-IF
           MOVE "ENV" TO CV-SOURCE(CV-VALUE-INDEX)
           MOVE LS-VAR-VALUE TO CV-TEXT(CV-VALUE-INDEX)

           MOVE "N" TO LS-IS-SECRET
           PERFORM VARYING LS-SV-IDX FROM 1 BY 1
               UNTIL LS-SV-IDX > C-SECRET-VAR-COUNT
               IF LS-SV-NAME(LS-SV-IDX) = LS-VAR-NAME
               THEN
                   MOVE "Y" TO LS-IS-SECRET
               END-IF
           END-PERFORM
           COMPUTE LS-VALUE-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(LS-VAR-VALUE))
           IF LS-IS-SECRET = "N"
               OR (LS-VAR-VALUE(1:7) = "{vault:"
                   AND LS-VAR-VALUE(LS-VALUE-LENGTH:1) = "}")
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-HASH-RECORD
           MOVE LS-VAR-VALUE TO LS-HASH-RECORD
           CALL "AUDIT-CHAIN-RECORD-HASH" USING
               BY REFERENCE LS-HASH-RECORD
               BY REFERENCE LS-VALUE-HASH
           MOVE SPACES TO LS-HASH-RECORD
           MOVE SPACES TO LS-VAR-VALUE
           MOVE SPACES TO CV-TEXT(CV-VALUE-INDEX)
           STRING
               "******** sha256:" LS-VALUE-HASH(1:8)
               DELIMITED BY SIZE INTO CV-TEXT(CV-VALUE-INDEX)
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: CHECK-NUMERIC-VARIABLE
               PERFORM REPORT-INVALID-VARIABLE
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: CHECK-SECRET-REFERENCES
      *> PURPOSE: Resolve any vault references in the variable named
      *>          in LS-VAR-NAME, counting one that cannot be resolved
      *>          as invalid. The resolved text is cleared unseen.
      *> ===============================================================
       CHECK-SECRET-REFERENCES.
           MOVE SPACES TO LS-SECRET-TEXT
           ACCEPT LS-SECRET-TEXT FROM ENVIRONMENT LS-VAR-NAME
           IF LS-SECRET-TEXT = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF
           CALL "CREDENTIAL-VAULT-RESOLVE" USING
               BY REFERENCE LS-SECRET-TEXT
               BY REFERENCE LS-MISSING-SECRET
               RETURNING RETURN-CODE
           MOVE SPACES TO LS-SECRET-TEXT
           IF RETURN-CODE NOT = 0
           THEN
               PERFORM REPORT-MISSING-SECRET
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: CHECK-CHANNEL-SECRET-REFERENCES
      *> PURPOSE: Count the enabled notification channels whose
      *>          endpoint names a secret the vault cannot resolve.
      *> ===============================================================
       CHECK-CHANNEL-SECRET-REFERENCES.
           CALL "NOTIFICATION-CHANNEL-CHECK-SECRETS" USING
               BY REFERENCE LS-CHANNEL-ID
               BY REFERENCE LS-MISSING-SECRET
               RETURNING RETURN-CODE
           MOVE RETURN-CODE TO LS-UNRESOLVED-COUNT
           IF LS-UNRESOLVED-COUNT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           ADD LS-UNRESOLVED-COUNT TO LS-INVALID-COUNT
           MOVE SPACES TO LS-LOG-MESSAGE
           STRING
               "Config: " LS-UNRESOLVED-COUNT
               " notification channel(s) name a missing vault "
               "secret, first " FUNCTION TRIM(LS-CHANNEL-ID)
               " needs '" FUNCTION TRIM(LS-MISSING-SECRET) "'"
               INTO LS-LOG-MESSAGE
           END-STRING
           CALL "AQRSS-LOG" USING
               BY REFERENCE C-LOG-ERROR
               BY REFERENCE LS-LOG-MESSAGE
           DISPLAY "CONFIG ERROR: " FUNCTION TRIM(LS-LOG-MESSAGE).

      *> ===============================================================
      *> PARAGRAPH: REPORT-MISSING-SECRET
      *> PURPOSE: Count and log a variable whose vault reference
      *>          LS-MISSING-SECRET cannot be resolved - by the
      *>          secret's name only.
      *> ===============================================================
       REPORT-MISSING-SECRET.
           ADD 1 TO LS-INVALID-COUNT
           MOVE SPACES TO LS-LOG-MESSAGE
           STRING
               "Config: " FUNCTION TRIM(LS-VAR-NAME)
               " names vault secret '" FUNCTION TRIM(LS-MISSING-SECRET)
               "', which the vault cannot supply"
               INTO LS-LOG-MESSAGE
           END-STRING
           CALL "AQRSS-LOG" USING
               BY REFERENCE C-LOG-ERROR
               BY REFERENCE LS-LOG-MESSAGE
           DISPLAY "CONFIG ERROR: " FUNCTION TRIM(LS-LOG-MESSAGE).

      *> ===============================================================
      *> PARAGRAPH: REPORT-DEFAULTED-VARIABLE
      *> PURPOSE: Note in the log that LS-VAR-NAME is unset and its
