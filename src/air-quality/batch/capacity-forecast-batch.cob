      *> ===============================================================
      *> PROGRAM: CAPACITY-FORECAST-BATCH
      *> PURPOSE: Weekly capacity and budget forecast, so an
      *>          undersized AQRSS_DAILY_BUDGET_* shows up weeks ahead
      *>          in a report instead of as cache-only degradation on
      *>          a busy afternoon. Over a trend window of recent days
      *>          (AQRSS_CAPACITY_TREND_DAYS, 56 by default) it trends
      *>          the daily request count from the audit files, the
      *>          daily upstream calls from upstream-latency.dat, each
      *>          ceilinged provider's daily budget consumption from
      *>          provider-budget-history.dat, and the volume of the
      *>          .dat files from the snapshots it keeps in
      *>          capacity-history.dat, and projects each one forward
      *>          week by week over AQRSS_CAPACITY_HORIZON_WEEKS (12
      *>          by default).
      *>          Budgets run out on episode days, not average ones:
      *>          a "typical episode day" is the mean of the window's
      *>          alert episode days (any ONSET, ESCALATE or OFFICIAL
      *>          event in alert-events.dat), or of its busiest tenth
      *>          of days when there was no episode, and the hour a
      *>          projected budget runs out follows the hourly
      *>          profile of upstream-backed requests on those days.
      *>          The report goes to capacity-forecast-report.txt
      *>          (served by /exports); a budget or disk projection
      *>          that crosses within AQRSS_CAPACITY_WARN_WEEKS (6 by
      *>          default) is also pushed to the ops channel -
      *>          AQRSS_OPS_CHANNEL when it names one, every enabled
      *>          channel otherwise. The data volume is projected
      *>          against AQRSS_CAPACITY_DISK_LIMIT_MB when set.
      *>          Scheduled from AIR-QUALITY-RSS's main loop on its
      *>          own job slot, and runnable on demand through the
      *>          /admin/jobs routes; not reachable as an HTTP data
      *>          route.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPACITY-FORECAST-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO
                   DYNAMIC WS-AUDIT-LOG-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.

           SELECT UPSTREAM-MEASURE-FILE ASSIGN TO
                   "upstream-latency.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UM-FILE-STATUS.

           SELECT PROVIDER-BUDGET-HISTORY-FILE ASSIGN TO
                   "provider-budget-history.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PH-FILE-STATUS.

           SELECT ALERT-EVENT-FILE ASSIGN TO "alert-events.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AE-FILE-STATUS.

           SELECT CAPACITY-HISTORY-FILE ASSIGN TO
                   "capacity-history.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CH-FILE-STATUS.

           SELECT FORECAST-REPORT-FILE ASSIGN TO
                   "capacity-forecast-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FR-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       COPY audit-log IN "air-quality/api".

       FD  UPSTREAM-MEASURE-FILE.
       COPY upstream-measure IN "support/http".

       FD  PROVIDER-BUDGET-HISTORY-FILE.
       COPY provider-budget-history IN "support/http".

       FD  ALERT-EVENT-FILE.
       COPY alert-event IN "air-quality/service".

       FD  CAPACITY-HISTORY-FILE.
       COPY capacity-history IN "air-quality/batch".

       FD  FORECAST-REPORT-FILE.
       01  FR-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AL-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-UM-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PH-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-AE-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CH-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-FR-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-AUDIT-LOG-FILENAME        PIC X(40) VALUE SPACES.

      *> The data files whose volume is forecast: the backup set
      *> plus the journals and caches it leaves out.
       COPY backup-file-list IN "air-quality/batch".
       01  C-EXTRA-FILE-COUNT           CONSTANT AS 11.
       01  WS-EXTRA-FILE-TABLE.
           05  FILLER                   PIC X(40)
               VALUE "upstream-latency.dat".
           05  FILLER                   PIC X(40)
               VALUE "batch-control.dat".
           05  FILLER                   PIC X(40)
               VALUE "api-key-usage.dat".
           05  FILLER                   PIC X(40)
               VALUE "response-cache.dat".
           05  FILLER                   PIC X(40)
               VALUE "http-cassettes.dat".
           05  FILLER                   PIC X(40)
               VALUE "pollen-history-aggregate.dat".
           05  FILLER                   PIC X(40)
               VALUE "atmo-france-history-aggregate.dat".
           05  FILLER                   PIC X(40)
               VALUE "backup-catalog.dat".
           05  FILLER                   PIC X(40)
               VALUE "data-quality-stats.dat".
           05  FILLER                   PIC X(40)
               VALUE "content-hash-dedup.dat".
           05  FILLER                   PIC X(40)
               VALUE "pollen-dead-letter.dat".
       01  WS-EXTRA-FILE-TABLE-R REDEFINES WS-EXTRA-FILE-TABLE.
           05  WS-EXTRA-FILE-NAME       PIC X(40) OCCURS 11 TIMES.
       01  WS-EXTRA-IDX                 PIC 9(2) VALUE 0.

      *> Settings (see READ-SETTINGS).
       01  WS-TREND-DAYS                PIC 9(3) VALUE 56.
       01  WS-HORIZON-WEEKS             PIC 9(2) VALUE 12.
       01  WS-WARN-WEEKS                PIC 9(2) VALUE 6.
       01  WS-DISK-LIMIT-MB             PIC 9(9) VALUE 0.
       01  WS-OPS-CHANNEL               PIC X(8) VALUE SPACES.
       01  WS-SETTING-NAME              PIC X(40) VALUE SPACES.
       01  WS-SETTING-VALUE             PIC 9(9) VALUE 0.
       01  WS-ENV-VALUE                 PIC X(32) VALUE SPACES.

      *> The trend window: day 1 is WS-TREND-DAYS days ago, the last
      *> day is yesterday - today is still filling up.
       01  C-WINDOW-MAX-DAYS            CONSTANT AS 120.
       01  WS-TODAY-YYYYMMDD            PIC 9(8) VALUE 0.
       01  WS-TODAY-INT                 PIC 9(7) VALUE 0.
       01  WS-FIRST-INT                 PIC 9(7) VALUE 0.
       01  WS-DAY-TABLE.
           05  WS-DY-ENTRY OCCURS 120 TIMES INDEXED BY WS-DY-IDX.
               10  WS-DY-DATE           PIC 9(8).
               10  WS-DY-AUDITED        PIC X(1).
               10  WS-DY-REQUESTS       PIC 9(7).
               10  WS-DY-CALLS          PIC 9(7).
               10  WS-DY-PEAK           PIC X(1).
               10  WS-DY-HOUR-BACKED    PIC 9(6) OCCURS 24 TIMES.
       01  WS-CALLS-FIRST-DAY           PIC 9(3) VALUE 0.
       01  WS-PROBE-DATE                PIC X(8) VALUE SPACES.
       01  WS-PROBE-NUM                 PIC 9(8) VALUE 0.
       01  WS-PROBE-IDX                 USAGE BINARY-LONG VALUE 0.
       01  WS-HOUR-NUM                  PIC 9(2) VALUE 0.

      *> Ceilinged providers' daily consumption, from the budget
      *> history.
       01  C-PROVIDER-MAX-COUNT         CONSTANT AS 10.
       01  WS-PROVIDER-COUNT            PIC 9(2) VALUE 0.
       01  WS-PROVIDER-TABLE.
           05  WS-PV-ENTRY OCCURS 10 TIMES INDEXED BY WS-PV-IDX.
               10  WS-PV-NAME           PIC X(12).
               10  WS-PV-DAY OCCURS 120 TIMES.
                   15  WS-PV-USED       PIC 9(7).
                   15  WS-PV-HAS        PIC X(1).
       01  WS-PROVIDER-SLOT             USAGE BINARY-LONG VALUE 0.
       01  WS-CEILING                   PIC 9(9) VALUE 0.
       01  WS-CEILING-ENV-NAME          PIC X(40) VALUE SPACES.
       01  WS-CAPPED-DAYS               PIC 9(3) VALUE 0.

      *> Typical episode day: which days count as one, and how the
      *> choice was made ("A" alert episodes, "B" busiest days,
      *> "N" no traffic to choose from).
       01  WS-EPISODE-BASIS             PIC X(1) VALUE "N".
       01  WS-EPISODE-DAY-COUNT         PIC 9(3) VALUE 0.
       01  WS-BUSIEST-WANTED            PIC 9(3) VALUE 0.
       01  WS-BUSIEST-SLOT              USAGE BINARY-LONG VALUE 0.
       01  WS-BUSIEST-CALLS             PIC 9(7) VALUE 0.
      *> The cumulative share of an episode day's upstream-backed
      *> requests by the end of each hour.
       01  WS-HOUR-PROFILE.
           05  WS-HP-COUNT              PIC 9(9) OCCURS 24 TIMES.
           05  WS-HP-CUM                PIC 9V9(6) OCCURS 24 TIMES.
       01  WS-HP-TOTAL                  PIC 9(9) VALUE 0.
       01  WS-HP-RUNNING                PIC 9(9) VALUE 0.
       01  WS-HP-IDX                    USAGE BINARY-LONG VALUE 0.

      *> The series being trended: least squares over (day, value)
      *> points, and the episode-day factor over its peak points.
       01  C-MIN-TREND-POINTS           CONSTANT AS 7.
       01  WS-RG-COUNT                  PIC 9(3) VALUE 0.
       01  WS-RG-TABLE.
           05  WS-RG-POINT OCCURS 130 TIMES INDEXED BY WS-RG-IDX.
               10  WS-RG-X              PIC 9(3).
               10  WS-RG-Y              PIC 9(11)V9(4).
               10  WS-RG-PEAK           PIC X(1).
       01  WS-RG-SX                     PIC S9(15)V9(4) VALUE 0.
       01  WS-RG-SY                     PIC S9(15)V9(4) VALUE 0.
       01  WS-RG-SXX                    PIC S9(15)V9(4) VALUE 0.
       01  WS-RG-SXY                    PIC S9(15)V9(4) VALUE 0.
       01  WS-RG-DENOM                  PIC S9(15)V9(4) VALUE 0.
       01  WS-RG-PEAK-SUM               PIC S9(15)V9(4) VALUE 0.
       01  WS-RG-PEAK-COUNT             PIC 9(3) VALUE 0.
       01  WS-TR-A                      PIC S9(11)V9(6) VALUE 0.
       01  WS-TR-B                      PIC S9(11)V9(6) VALUE 0.
       01  WS-TR-MEAN                   PIC S9(11)V9(4) VALUE 0.
       01  WS-TR-FACTOR                 PIC 9(3)V9(6) VALUE 1.
       01  WS-PROJECT-X                 USAGE BINARY-LONG VALUE 0.
       01  WS-PROJECTED                 PIC 9(11)V99 VALUE 0.
       01  WS-PROJECTED-SIGNED          PIC S9(13)V99 VALUE 0.
       01  WS-NOW-LEVEL                 PIC 9(11)V99 VALUE 0.
       01  WS-HORIZON-LEVEL             PIC 9(11)V99 VALUE 0.
       01  WS-WEEKLY-CHANGE             PIC S9(11)V99 VALUE 0.
       01  WS-WEEK-NUM                  PIC 9(2) VALUE 0.
       01  WS-CROSS-WEEK                PIC 9(2) VALUE 0.
       01  WS-CROSS-FOUND               PIC X(1) VALUE "N".
       01  WS-LIMIT-LEVEL               PIC 9(11)V99 VALUE 0.

      *> The hour a projected episode day reaches a ceiling.
       01  WS-EXHAUST-TIME              PIC X(5) VALUE SPACES.
       01  WS-PREV-SHARE                PIC 9V9(6) VALUE 0.
       01  WS-HOUR-SHARE                PIC 9V9(6) VALUE 0.
       01  WS-EXHAUST-MINUTE            PIC 9(2) VALUE 0.
       01  WS-EXHAUST-HOUR              PIC 9(2) VALUE 0.

      *> Data volume: the snapshots in the window (one total per
      *> date) and each measured file's size now and at its first
      *> snapshot in the window.
       01  WS-SNAPSHOT-COUNT            PIC 9(3) VALUE 0.
       01  WS-SNAPSHOT-TABLE.
           05  WS-SN-ENTRY OCCURS 130 TIMES INDEXED BY WS-SN-IDX.
               10  WS-SN-DATE           PIC 9(8).
               10  WS-SN-BYTES          PIC 9(15).
       01  WS-SNAPSHOT-SLOT             USAGE BINARY-LONG VALUE 0.
       01  WS-TODAY-SNAPSHOT-TAKEN      PIC X(1) VALUE "N".
       01  C-FILE-MAX-COUNT             CONSTANT AS 80.
       01  WS-FILE-COUNT                PIC 9(2) VALUE 0.
       01  WS-FILE-TABLE.
           05  WS-FL-ENTRY OCCURS 80 TIMES INDEXED BY WS-FL-IDX.
               10  WS-FL-NAME           PIC X(40).
               10  WS-FL-FOUND          PIC X(1).
               10  WS-FL-BYTES-NOW      PIC 9(15).
               10  WS-FL-FIRST-DATE     PIC 9(8).
               10  WS-FL-FIRST-BYTES    PIC 9(15).
               10  WS-FL-LISTED         PIC X(1).
       01  WS-FILE-SLOT                 USAGE BINARY-LONG VALUE 0.
       01  WS-MEASURE-NAME              PIC X(40) VALUE SPACES.
       01  WS-FILE-INFO.
           05  WS-FI-SIZE               PIC 9(18) COMP.
           05  FILLER                   PIC X(8).
       01  WS-VOLUME-NOW                PIC 9(15) VALUE 0.
       01  WS-FILES-PRESENT             PIC 9(3) VALUE 0.
       01  WS-GROWTH-BEST               PIC S9(15) VALUE 0.
       01  WS-GROWTH-SLOT               USAGE BINARY-LONG VALUE 0.
       01  WS-GROWTH-RANK               PIC 9(1) VALUE 0.
       01  WS-GROWTH-MB                 PIC 9(9)V99 VALUE 0.

      *> Warnings for the ops channel.
       01  WS-WARN-COUNT                PIC 9(3) VALUE 0.
       01  WS-PROJECTION-COUNT          PIC 9(3) VALUE 0.
       01  WS-WARN-SENTENCE             PIC X(132) VALUE SPACES.
       01  WS-NOTIFY-SUBJECT            PIC X(100) VALUE SPACES.
       01  WS-NOTIFY-MESSAGE            PIC X(1000) VALUE SPACES.
       01  WS-NOTIFY-SCRATCH            PIC X(1000) VALUE SPACES.
       01  WS-DELIVERED-COUNT           PIC 9(5) VALUE 0.
       01  WS-FAILED-COUNT              PIC 9(5) VALUE 0.

      *> Report line work fields.
       01  WS-SERIES-LABEL              PIC X(40) VALUE SPACES.
       01  WS-SENTENCE                  PIC X(132) VALUE SPACES.
       01  WS-COUNT-DISPLAY             PIC Z(10)9.
       01  WS-COUNT-DISPLAY-2           PIC Z(10)9.
       01  WS-COUNT-DISPLAY-3           PIC Z(10)9.
       01  WS-SIGNED-DISPLAY            PIC +(10)9.
       01  WS-MB-DISPLAY                PIC Z(8)9.99.
       01  WS-MB-DISPLAY-2              PIC Z(8)9.99.
       01  WS-SIGNED-MB-DISPLAY         PIC +(8)9.99.
       01  WS-DATE-DISPLAY              PIC X(10) VALUE SPACES.
       01  WS-DATE-DISPLAY-2            PIC X(10) VALUE SPACES.
       01  WS-DATE-WORK                 PIC 9(8) VALUE 0.

       LOCAL-STORAGE SECTION.
      *> The registered layouts this batch reads (see
      *> AQRSS-LAYOUT-VERSION).
       01  C-UM-FILE-NAME               PIC X(40)
               VALUE "upstream-latency.dat".
       01  C-UM-LAYOUT-VERSION          PIC 9(3) VALUE 2.
       01  C-AUDIT-TRAIL-NAME           PIC X(40)
               VALUE "air-quality-audit.log".
       01  C-AUDIT-TRAIL-VERSION        PIC 9(3) VALUE 3.
       01  C-AE-FILE-NAME               PIC X(40)
               VALUE "alert-events.dat".
       01  C-AE-LAYOUT-VERSION          PIC 9(3) VALUE 1.
       01  C-LOG-INFO                   PIC X(5) VALUE "INFO".
       01  C-LOG-WARN                   PIC X(5) VALUE "WARN".
       01  LS-LOG-MESSAGE               PIC X(256) VALUE SPACES.
       COPY batch-control IN "air-quality/batch".

       PROCEDURE DIVISION.

           MOVE "CAPACITY-FORECAST-BATCH" TO BC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO BC-START-TIMESTAMP

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-UM-FILE-NAME
               BY REFERENCE C-UM-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "SKIPPED" TO BC-STATUS
               MOVE "measurements awaiting layout migration"
                   TO BC-NOTE
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-AUDIT-TRAIL-NAME
               BY REFERENCE C-AUDIT-TRAIL-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "SKIPPED" TO BC-STATUS
               MOVE "audit trail awaiting layout migration"
                   TO BC-NOTE
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF

           PERFORM READ-SETTINGS
           PERFORM SET-UP-WINDOW
           PERFORM LOAD-AUDIT-DAYS
           PERFORM LOAD-UPSTREAM-CALLS
           PERFORM LOAD-BUDGET-HISTORY
           PERFORM PICK-EPISODE-DAYS
           PERFORM BUILD-HOUR-PROFILE
           PERFORM LOAD-CAPACITY-HISTORY
           PERFORM MEASURE-DATA-FILES

           PERFORM WRITE-FORECAST-REPORT
           IF WS-FR-FILE-STATUS NOT = "00"
           THEN
               MOVE "FAILED" TO BC-STATUS
               PERFORM WRITE-BATCH-RUN-RECORD
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-WARN-COUNT > 0
           THEN
               PERFORM PUSH-WARNINGS
           END-IF

           MOVE WS-WARN-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO LS-LOG-MESSAGE
           STRING
               "Capacity forecast: capacity-forecast-report.txt "
               "written, " FUNCTION TRIM(WS-COUNT-DISPLAY)
               " projection(s) inside the warning horizon"
               INTO LS-LOG-MESSAGE
           END-STRING
           CALL "AQRSS-LOG" USING
               BY REFERENCE C-LOG-INFO
               BY REFERENCE LS-LOG-MESSAGE

           MOVE SPACES TO BC-NOTE
           STRING
               FUNCTION TRIM(WS-COUNT-DISPLAY) " warning(s)"
               INTO BC-NOTE
           END-STRING
           MOVE WS-PROJECTION-COUNT TO BC-OK-COUNT
           MOVE "OK" TO BC-STATUS
           PERFORM WRITE-BATCH-RUN-RECORD

           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: READ-SETTINGS
      *> PURPOSE: The window, horizons, disk limit and ops channel
      *>          from the environment, defaulted and kept in range.
      *> ===============================================================
       READ-SETTINGS.
           MOVE "AQRSS_CAPACITY_TREND_DAYS" TO WS-SETTING-NAME
           MOVE 56 TO WS-SETTING-VALUE
           PERFORM READ-ONE-SETTING
           IF WS-SETTING-VALUE < 14
           THEN
               MOVE 14 TO WS-SETTING-VALUE
           END-IF
           IF WS-SETTING-VALUE > C-WINDOW-MAX-DAYS
           THEN
               MOVE C-WINDOW-MAX-DAYS TO WS-SETTING-VALUE
           END-IF
           MOVE WS-SETTING-VALUE TO WS-TREND-DAYS

           MOVE "AQRSS_CAPACITY_HORIZON_WEEKS" TO WS-SETTING-NAME
           MOVE 12 TO WS-SETTING-VALUE
           PERFORM READ-ONE-SETTING
           IF WS-SETTING-VALUE < 1
           THEN
               MOVE 1 TO WS-SETTING-VALUE
           END-IF
           IF WS-SETTING-VALUE > 52
           THEN
               MOVE 52 TO WS-SETTING-VALUE
           END-IF
           MOVE WS-SETTING-VALUE TO WS-HORIZON-WEEKS

           MOVE "AQRSS_CAPACITY_WARN_WEEKS" TO WS-SETTING-NAME
           MOVE 6 TO WS-SETTING-VALUE
           PERFORM READ-ONE-SETTING
           IF WS-SETTING-VALUE > WS-HORIZON-WEEKS
           THEN
               MOVE WS-HORIZON-WEEKS TO WS-SETTING-VALUE
           END-IF
           MOVE WS-SETTING-VALUE TO WS-WARN-WEEKS

           MOVE "AQRSS_CAPACITY_DISK_LIMIT_MB" TO WS-SETTING-NAME
           MOVE 0 TO WS-SETTING-VALUE
           PERFORM READ-ONE-SETTING
           MOVE WS-SETTING-VALUE TO WS-DISK-LIMIT-MB

           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT "AQRSS_OPS_CHANNEL"
           MOVE WS-ENV-VALUE(1:8) TO WS-OPS-CHANNEL.

      *> ===============================================================
      *> PARAGRAPH: READ-ONE-SETTING
      *> PURPOSE: WS-SETTING-NAME's value into WS-SETTING-VALUE,
      *>          leaving the default there when it is unset or not a
      *>          number.
      *> ===============================================================
       READ-ONE-SETTING.
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT WS-SETTING-NAME
           IF FUNCTION TRIM(WS-ENV-VALUE) NOT = SPACES
               AND FUNCTION TRIM(WS-ENV-VALUE) IS NUMERIC
           THEN
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-SETTING-VALUE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: SET-UP-WINDOW
      *> PURPOSE: Date and clear every day of the trend window.
      *> ===============================================================
       SET-UP-WINDOW.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
           COMPUTE WS-FIRST-INT = WS-TODAY-INT - WS-TREND-DAYS
           MOVE 0 TO WS-CALLS-FIRST-DAY
           PERFORM VARYING WS-DY-IDX FROM 1 BY 1
               UNTIL WS-DY-IDX > WS-TREND-DAYS
               COMPUTE WS-DY-DATE(WS-DY-IDX) =
                   FUNCTION DATE-OF-INTEGER(WS-FIRST-INT + WS-DY-IDX
                       - 1)
               MOVE "N" TO WS-DY-AUDITED(WS-DY-IDX)
               MOVE 0 TO WS-DY-REQUESTS(WS-DY-IDX)
               MOVE 0 TO WS-DY-CALLS(WS-DY-IDX)
               MOVE "N" TO WS-DY-PEAK(WS-DY-IDX)
               PERFORM VARYING WS-HP-IDX FROM 1 BY 1
                   UNTIL WS-HP-IDX > 24
                   MOVE 0 TO WS-DY-HOUR-BACKED(WS-DY-IDX, WS-HP-IDX)
               END-PERFORM
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: DAY-INDEX-FOR-DATE
      *> PURPOSE: The window day of WS-PROBE-DATE (YYYYMMDD) into
      *>          WS-PROBE-IDX, 0 when it is not a date in the window.
      *> ===============================================================
       DAY-INDEX-FOR-DATE.
           MOVE 0 TO WS-PROBE-IDX
           IF WS-PROBE-DATE IS NOT NUMERIC
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PROBE-DATE TO WS-PROBE-NUM
           IF WS-PROBE-NUM < WS-DY-DATE(1)
               OR WS-PROBE-NUM > WS-DY-DATE(WS-TREND-DAYS)
           THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PROBE-IDX =
               FUNCTION INTEGER-OF-DATE(WS-PROBE-NUM)
               - WS-FIRST-INT + 1
           IF WS-PROBE-IDX < 1 OR WS-PROBE-IDX > WS-TREND-DAYS
           THEN
               MOVE 0 TO WS-PROBE-IDX
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: LOAD-AUDIT-DAYS
      *> PURPOSE: Count each window day's requests from its audit
      *>          file, and its upstream-backed requests hour by hour
      *>          for the episode-day profile. A day without an audit
      *>          file is left out of the request trend rather than
      *>          counted as a quiet day.
      *> ===============================================================
       LOAD-AUDIT-DAYS.
           PERFORM VARYING WS-DY-IDX FROM 1 BY 1
               UNTIL WS-DY-IDX > WS-TREND-DAYS
               MOVE SPACES TO WS-AUDIT-LOG-FILENAME
               STRING
                   "air-quality-audit." WS-DY-DATE(WS-DY-IDX) ".log"
                   INTO WS-AUDIT-LOG-FILENAME
               END-STRING
               OPEN INPUT AUDIT-LOG-FILE
               IF WS-AL-FILE-STATUS = "00"
               THEN
                   MOVE "Y" TO WS-DY-AUDITED(WS-DY-IDX)
                   PERFORM UNTIL WS-AL-FILE-STATUS NOT = "00"
                       READ AUDIT-LOG-FILE
                           AT END
                               MOVE "10" TO WS-AL-FILE-STATUS
                           NOT AT END
      *> A day's closing records (see AUDIT-CHAIN) are not traffic.
                               IF AL-METHOD NOT = "SEAL"
                                   AND AL-METHOD NOT = "RESEAL"
                               THEN
                                   PERFORM COUNT-ONE-REQUEST
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-LOG-FILE
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: COUNT-ONE-REQUEST
      *> PURPOSE: Count the AL-RECORD just read against day
      *>          WS-DY-IDX, and against its hour when the route is
      *>          upstream-backed.
      *> ===============================================================
       COUNT-ONE-REQUEST.
           ADD 1 TO WS-DY-REQUESTS(WS-DY-IDX)
           IF FUNCTION TRIM(AL-UPSTREAM-CALL) = "NONE"
               OR FUNCTION TRIM(AL-UPSTREAM-CALL) = SPACES
               OR FUNCTION TRIM(AL-UPSTREAM-CALL) = "LOAD-SHED"
           THEN
               EXIT PARAGRAPH
           END-IF
           IF AL-TIMESTAMP(9:2) IS NUMERIC
           THEN
               MOVE AL-TIMESTAMP(9:2) TO WS-HOUR-NUM
               IF WS-HOUR-NUM < 24
               THEN
                   ADD 1 TO WS-DY-HOUR-BACKED(WS-DY-IDX,
                       WS-HOUR-NUM + 1)
               END-IF
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: LOAD-UPSTREAM-CALLS
      *> PURPOSE: Count each window day's upstream calls. The trend
      *>          starts at the first day the trail has a call, so a
      *>          young trail is not read as growth from zero.
      *> ===============================================================
       LOAD-UPSTREAM-CALLS.
           OPEN INPUT UPSTREAM-MEASURE-FILE
           IF WS-UM-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-UM-FILE-STATUS NOT = "00"
               READ UPSTREAM-MEASURE-FILE
                   AT END
                       MOVE "10" TO WS-UM-FILE-STATUS
                   NOT AT END
                       MOVE UM-DATE TO WS-PROBE-DATE
                       PERFORM DAY-INDEX-FOR-DATE
                       IF WS-PROBE-IDX > 0
                       THEN
                           ADD 1 TO WS-DY-CALLS(WS-PROBE-IDX)
                           IF WS-CALLS-FIRST-DAY = 0
                               OR WS-PROBE-IDX < WS-CALLS-FIRST-DAY
                           THEN
                               MOVE WS-PROBE-IDX
                                   TO WS-CALLS-FIRST-DAY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UPSTREAM-MEASURE-FILE.

      *> ===============================================================
      *> PARAGRAPH: LOAD-BUDGET-HISTORY
      *> PURPOSE: Each provider's final daily count for the window
      *>          days, from the budget history (YYYY-MM-DD dates).
      *> ===============================================================
       LOAD-BUDGET-HISTORY.
           MOVE 0 TO WS-PROVIDER-COUNT
           OPEN INPUT PROVIDER-BUDGET-HISTORY-FILE
           IF WS-PH-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PH-FILE-STATUS NOT = "00"
               READ PROVIDER-BUDGET-HISTORY-FILE
                   AT END
                       MOVE "10" TO WS-PH-FILE-STATUS
                   NOT AT END
                       MOVE SPACES TO WS-PROBE-DATE
                       STRING
                           PH-DATE(1:4) PH-DATE(6:2) PH-DATE(9:2)
                           INTO WS-PROBE-DATE
                       END-STRING
                       PERFORM DAY-INDEX-FOR-DATE
                       IF WS-PROBE-IDX > 0
                           AND PH-PROVIDER NOT = SPACES
                       THEN
                           PERFORM FIND-OR-ADD-PROVIDER
                           IF WS-PROVIDER-SLOT > 0
                           THEN
                               MOVE PH-COUNT TO WS-PV-USED
                                   (WS-PROVIDER-SLOT, WS-PROBE-IDX)
                               MOVE "Y" TO WS-PV-HAS
                                   (WS-PROVIDER-SLOT, WS-PROBE-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVIDER-BUDGET-HISTORY-FILE.

      *> ===============================================================
      *> PARAGRAPH: FIND-OR-ADD-PROVIDER
      *> PURPOSE: PH-PROVIDER's slot into WS-PROVIDER-SLOT, added with
      *>          every day empty when new; 0 when the table is full.
      *> ===============================================================
       FIND-OR-ADD-PROVIDER.
           MOVE 0 TO WS-PROVIDER-SLOT
           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
               UNTIL WS-PV-IDX > WS-PROVIDER-COUNT
               OR WS-PROVIDER-SLOT > 0
               IF WS-PV-NAME(WS-PV-IDX) = PH-PROVIDER
               THEN
                   SET WS-PROVIDER-SLOT TO WS-PV-IDX
               END-IF
           END-PERFORM
           IF WS-PROVIDER-SLOT > 0
               OR WS-PROVIDER-COUNT >= C-PROVIDER-MAX-COUNT
           THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PROVIDER-COUNT
           MOVE WS-PROVIDER-COUNT TO WS-PROVIDER-SLOT
           MOVE PH-PROVIDER TO WS-PV-NAME(WS-PROVIDER-SLOT)
           PERFORM VARYING WS-DY-IDX FROM 1 BY 1
               UNTIL WS-DY-IDX > C-WINDOW-MAX-DAYS
               MOVE 0 TO WS-PV-USED(WS-PROVIDER-SLOT, WS-DY-IDX)
               MOVE "N" TO WS-PV-HAS(WS-PROVIDER-SLOT, WS-DY-IDX)
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: PICK-EPISODE-DAYS
      *> PURPOSE: Mark the window days that stand for a typical
      *>          episode day: those with an alert raised, escalated
      *>          or officially declared, or failing any, the busiest
      *>          tenth of days by upstream calls.
      *> ===============================================================
       PICK-EPISODE-DAYS.
           MOVE 0 TO WS-EPISODE-DAY-COUNT
           MOVE "N" TO WS-EPISODE-BASIS
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-AE-FILE-NAME
               BY REFERENCE C-AE-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               OPEN INPUT ALERT-EVENT-FILE
               IF WS-AE-FILE-STATUS = "00"
               THEN
                   PERFORM UNTIL WS-AE-FILE-STATUS NOT = "00"
                       READ ALERT-EVENT-FILE
                           AT END
                               MOVE "10" TO WS-AE-FILE-STATUS
                           NOT AT END
                               PERFORM MARK-ONE-EPISODE-EVENT
                       END-READ
                   END-PERFORM
                   CLOSE ALERT-EVENT-FILE
               END-IF
           END-IF
           IF WS-EPISODE-DAY-COUNT > 0
           THEN
               MOVE "A" TO WS-EPISODE-BASIS
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-BUSIEST-WANTED = WS-TREND-DAYS / 10
           IF WS-BUSIEST-WANTED < 1
           THEN
               MOVE 1 TO WS-BUSIEST-WANTED
           END-IF
           PERFORM UNTIL WS-EPISODE-DAY-COUNT >= WS-BUSIEST-WANTED
               MOVE 0 TO WS-BUSIEST-SLOT
               MOVE 0 TO WS-BUSIEST-CALLS
               PERFORM VARYING WS-DY-IDX FROM 1 BY 1
                   UNTIL WS-DY-IDX > WS-TREND-DAYS
                   IF WS-DY-PEAK(WS-DY-IDX) = "N"
                       AND WS-DY-CALLS(WS-DY-IDX) > WS-BUSIEST-CALLS
                   THEN
                       MOVE WS-DY-CALLS(WS-DY-IDX)
                           TO WS-BUSIEST-CALLS
                       SET WS-BUSIEST-SLOT TO WS-DY-IDX
                   END-IF
               END-PERFORM
               IF WS-BUSIEST-SLOT = 0
               THEN
                   EXIT PERFORM
               END-IF
               MOVE "Y" TO WS-DY-PEAK(WS-BUSIEST-SLOT)
               ADD 1 TO WS-EPISODE-DAY-COUNT
           END-PERFORM
           IF WS-EPISODE-DAY-COUNT > 0
           THEN
               MOVE "B" TO WS-EPISODE-BASIS
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: MARK-ONE-EPISODE-EVENT
      *> PURPOSE: Mark the window day of the AE-RECORD just read when
      *>          it raised, escalated or declared an episode.
      *> ===============================================================
       MARK-ONE-EPISODE-EVENT.
           IF AE-EVENT NOT = "ONSET"
               AND AE-EVENT NOT = "ESCALATE"
               AND AE-EVENT NOT = "OFFICIAL"
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE AE-TIMESTAMP(1:8) TO WS-PROBE-DATE
           PERFORM DAY-INDEX-FOR-DATE
           IF WS-PROBE-IDX > 0
           THEN
               IF WS-DY-PEAK(WS-PROBE-IDX) = "N"
               THEN
                   MOVE "Y" TO WS-DY-PEAK(WS-PROBE-IDX)
                   ADD 1 TO WS-EPISODE-DAY-COUNT
               END-IF
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: BUILD-HOUR-PROFILE
      *> PURPOSE: The cumulative hourly share of upstream-backed
      *>          requests over the episode days - over every day
      *>          when those had none, and an even spread when the
      *>          window had none at all.
      *> ===============================================================
       BUILD-HOUR-PROFILE.
           MOVE 0 TO WS-HP-TOTAL
           PERFORM VARYING WS-HP-IDX FROM 1 BY 1 UNTIL WS-HP-IDX > 24
               MOVE 0 TO WS-HP-COUNT(WS-HP-IDX)
               PERFORM VARYING WS-DY-IDX FROM 1 BY 1
                   UNTIL WS-DY-IDX > WS-TREND-DAYS
                   IF WS-DY-PEAK(WS-DY-IDX) = "Y"
                   THEN
                       ADD WS-DY-HOUR-BACKED(WS-DY-IDX, WS-HP-IDX)
                           TO WS-HP-COUNT(WS-HP-IDX)
                   END-IF
               END-PERFORM
               ADD WS-HP-COUNT(WS-HP-IDX) TO WS-HP-TOTAL
           END-PERFORM
           IF WS-HP-TOTAL = 0
           THEN
               PERFORM VARYING WS-HP-IDX FROM 1 BY 1
                   UNTIL WS-HP-IDX > 24
                   PERFORM VARYING WS-DY-IDX FROM 1 BY 1
                       UNTIL WS-DY-IDX > WS-TREND-DAYS
                       ADD WS-DY-HOUR-BACKED(WS-DY-IDX, WS-HP-IDX)
                           TO WS-HP-COUNT(WS-HP-IDX)
                   END-PERFORM
                   ADD WS-HP-COUNT(WS-HP-IDX) TO WS-HP-TOTAL
               END-PERFORM
           END-IF
           IF WS-HP-TOTAL = 0
           THEN
               PERFORM VARYING WS-HP-IDX FROM 1 BY 1
                   UNTIL WS-HP-IDX > 24
                   MOVE 1 TO WS-HP-COUNT(WS-HP-IDX)
               END-PERFORM
               MOVE 24 TO WS-HP-TOTAL
           END-IF
           MOVE 0 TO WS-HP-RUNNING
           PERFORM VARYING WS-HP-IDX FROM 1 BY 1 UNTIL WS-HP-IDX > 24
               ADD WS-HP-COUNT(WS-HP-IDX) TO WS-HP-RUNNING
               COMPUTE WS-HP-CUM(WS-HP-IDX) =
                   WS-HP-RUNNING / WS-HP-TOTAL
           END-PERFORM
           MOVE 1 TO WS-HP-CUM(24).

      *> ===============================================================
      *> PARAGRAPH: LOAD-CAPACITY-HISTORY
      *> PURPOSE: Total each window date's snapshot, and remember
      *>          each file's first snapshot in the window for the
      *>          growth ranking.
      *> ===============================================================
       LOAD-CAPACITY-HISTORY.
           MOVE 0 TO WS-SNAPSHOT-COUNT
           MOVE 0 TO WS-FILE-COUNT
           MOVE "N" TO WS-TODAY-SNAPSHOT-TAKEN
           OPEN INPUT CAPACITY-HISTORY-FILE
           IF WS-CH-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CH-FILE-STATUS NOT = "00"
               READ CAPACITY-HISTORY-FILE
                   AT END
                       MOVE "10" TO WS-CH-FILE-STATUS
                   NOT AT END
                       IF CH-DATE >= WS-DY-DATE(1)
                       THEN
                           PERFORM ADD-ONE-SNAPSHOT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAPACITY-HISTORY-FILE.

      *> ===============================================================
      *> PARAGRAPH: ADD-ONE-SNAPSHOT-LINE
      *> PURPOSE: Fold the CH-RECORD just read into its date's total
      *>          and its file's first-seen size.
      *> ===============================================================
       ADD-ONE-SNAPSHOT-LINE.
           IF CH-DATE = WS-TODAY-YYYYMMDD
           THEN
               MOVE "Y" TO WS-TODAY-SNAPSHOT-TAKEN
           END-IF
           MOVE 0 TO WS-SNAPSHOT-SLOT
           PERFORM VARYING WS-SN-IDX FROM 1 BY 1
               UNTIL WS-SN-IDX > WS-SNAPSHOT-COUNT
               OR WS-SNAPSHOT-SLOT > 0
               IF WS-SN-DATE(WS-SN-IDX) = CH-DATE
               THEN
                   SET WS-SNAPSHOT-SLOT TO WS-SN-IDX
               END-IF
           END-PERFORM
           IF WS-SNAPSHOT-SLOT = 0
           THEN
               IF WS-SNAPSHOT-COUNT >= C-WINDOW-MAX-DAYS + 1
               THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SNAPSHOT-COUNT
               MOVE WS-SNAPSHOT-COUNT TO WS-SNAPSHOT-SLOT
               MOVE CH-DATE TO WS-SN-DATE(WS-SNAPSHOT-SLOT)
               MOVE 0 TO WS-SN-BYTES(WS-SNAPSHOT-SLOT)
           END-IF
           ADD CH-BYTES TO WS-SN-BYTES(WS-SNAPSHOT-SLOT)

           MOVE CH-FILE-NAME TO WS-MEASURE-NAME
           PERFORM FIND-OR-ADD-FILE
           IF WS-FILE-SLOT > 0
           THEN
               IF WS-FL-FIRST-DATE(WS-FILE-SLOT) = 0
               THEN
                   MOVE CH-DATE TO WS-FL-FIRST-DATE(WS-FILE-SLOT)
                   MOVE CH-BYTES TO WS-FL-FIRST-BYTES(WS-FILE-SLOT)
               END-IF
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: FIND-OR-ADD-FILE
      *> PURPOSE: WS-MEASURE-NAME's slot in the file table into
      *>          WS-FILE-SLOT, added when new; 0 when full.
      *> ===============================================================
       FIND-OR-ADD-FILE.
           MOVE 0 TO WS-FILE-SLOT
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
               UNTIL WS-FL-IDX > WS-FILE-COUNT
               OR WS-FILE-SLOT > 0
               IF WS-FL-NAME(WS-FL-IDX) = WS-MEASURE-NAME
               THEN
                   SET WS-FILE-SLOT TO WS-FL-IDX
               END-IF
           END-PERFORM
           IF WS-FILE-SLOT > 0
               OR WS-FILE-COUNT >= C-FILE-MAX-COUNT
           THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILE-COUNT
           MOVE WS-FILE-COUNT TO WS-FILE-SLOT
           MOVE WS-MEASURE-NAME TO WS-FL-NAME(WS-FILE-SLOT)
           MOVE "N" TO WS-FL-FOUND(WS-FILE-SLOT)
           MOVE 0 TO WS-FL-BYTES-NOW(WS-FILE-SLOT)
           MOVE 0 TO WS-FL-FIRST-DATE(WS-FILE-SLOT)
           MOVE 0 TO WS-FL-FIRST-BYTES(WS-FILE-SLOT)
           MOVE "N" TO WS-FL-LISTED(WS-FILE-SLOT).

      *> ===============================================================
      *> PARAGRAPH: MEASURE-DATA-FILES
      *> PURPOSE: Size every data file now, total today's volume,
      *>          and append today's snapshot to the capacity history
      *>          unless an earlier run today already did.
      *> ===============================================================
       MEASURE-DATA-FILES.
           MOVE 0 TO WS-VOLUME-NOW
           MOVE 0 TO WS-FILES-PRESENT
           PERFORM VARYING BFL-IDX FROM 1 BY 1
               UNTIL BFL-IDX > C-BACKUP-FILE-COUNT
               MOVE BFL-NAME(BFL-IDX) TO WS-MEASURE-NAME
               PERFORM MEASURE-ONE-FILE
           END-PERFORM
           PERFORM VARYING WS-EXTRA-IDX FROM 1 BY 1
               UNTIL WS-EXTRA-IDX > C-EXTRA-FILE-COUNT
               MOVE WS-EXTRA-FILE-NAME(WS-EXTRA-IDX)
                   TO WS-MEASURE-NAME
               PERFORM MEASURE-ONE-FILE
           END-PERFORM

      *> Today's total stands in the trend whether or not it is
      *> journaled again.
           MOVE 0 TO WS-SNAPSHOT-SLOT
           PERFORM VARYING WS-SN-IDX FROM 1 BY 1
               UNTIL WS-SN-IDX > WS-SNAPSHOT-COUNT
               IF WS-SN-DATE(WS-SN-IDX) = WS-TODAY-YYYYMMDD
               THEN
                   SET WS-SNAPSHOT-SLOT TO WS-SN-IDX
               END-IF
           END-PERFORM
           IF WS-SNAPSHOT-SLOT = 0
               AND WS-SNAPSHOT-COUNT < C-WINDOW-MAX-DAYS + 1
           THEN
               ADD 1 TO WS-SNAPSHOT-COUNT
               MOVE WS-SNAPSHOT-COUNT TO WS-SNAPSHOT-SLOT
               MOVE WS-TODAY-YYYYMMDD TO WS-SN-DATE(WS-SNAPSHOT-SLOT)
           END-IF
           IF WS-SNAPSHOT-SLOT > 0
           THEN
               MOVE WS-VOLUME-NOW TO WS-SN-BYTES(WS-SNAPSHOT-SLOT)
           END-IF

           IF WS-TODAY-SNAPSHOT-TAKEN = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND CAPACITY-HISTORY-FILE
           IF WS-CH-FILE-STATUS = "35"
           THEN
               OPEN OUTPUT CAPACITY-HISTORY-FILE
           END-IF
           IF WS-CH-FILE-STATUS NOT = "00"
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Capacity forecast: could not append to "
                   "capacity-history.dat, status " WS-CH-FILE-STATUS
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
               UNTIL WS-FL-IDX > WS-FILE-COUNT
               IF WS-FL-FOUND(WS-FL-IDX) = "Y"
               THEN
                   MOVE WS-TODAY-YYYYMMDD TO CH-DATE
                   MOVE WS-FL-NAME(WS-FL-IDX) TO CH-FILE-NAME
                   MOVE WS-FL-BYTES-NOW(WS-FL-IDX) TO CH-BYTES
                   WRITE CH-RECORD
               END-IF
           END-PERFORM
           CLOSE CAPACITY-HISTORY-FILE.

      *> ===============================================================
      *> PARAGRAPH: MEASURE-ONE-FILE
      *> PURPOSE: Size WS-MEASURE-NAME into its file table slot; a
      *>          file not on disk adds nothing.
      *> ===============================================================
       MEASURE-ONE-FILE.
           PERFORM FIND-OR-ADD-FILE
           IF WS-FILE-SLOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_CHECK_FILE_EXIST" USING
               WS-MEASURE-NAME
               WS-FILE-INFO
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-FL-FOUND(WS-FILE-SLOT)
           MOVE WS-FI-SIZE TO WS-FL-BYTES-NOW(WS-FILE-SLOT)
           ADD WS-FI-SIZE TO WS-VOLUME-NOW
           ADD 1 TO WS-FILES-PRESENT.

      *> ===============================================================
      *> PARAGRAPH: FIT-TREND
      *> PURPOSE: Least-squares line through the WS-RG points into
      *>          WS-TR-A + WS-TR-B * day, their mean into WS-TR-MEAN,
      *>          and the typical episode day's multiple of the mean
      *>          (the peak points' mean over it, never below 1) into
      *>          WS-TR-FACTOR.
      *> ===============================================================
       FIT-TREND.
           MOVE 0 TO WS-RG-SX
           MOVE 0 TO WS-RG-SY
           MOVE 0 TO WS-RG-SXX
           MOVE 0 TO WS-RG-SXY
           MOVE 0 TO WS-RG-PEAK-SUM
           MOVE 0 TO WS-RG-PEAK-COUNT
           MOVE 0 TO WS-TR-A
           MOVE 0 TO WS-TR-B
           MOVE 0 TO WS-TR-MEAN
           MOVE 1 TO WS-TR-FACTOR
           IF WS-RG-COUNT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RG-IDX FROM 1 BY 1
               UNTIL WS-RG-IDX > WS-RG-COUNT
               ADD WS-RG-X(WS-RG-IDX) TO WS-RG-SX
               ADD WS-RG-Y(WS-RG-IDX) TO WS-RG-SY
               COMPUTE WS-RG-SXX = WS-RG-SXX
                   + WS-RG-X(WS-RG-IDX) * WS-RG-X(WS-RG-IDX)
               COMPUTE WS-RG-SXY = WS-RG-SXY
                   + WS-RG-X(WS-RG-IDX) * WS-RG-Y(WS-RG-IDX)
               IF WS-RG-PEAK(WS-RG-IDX) = "Y"
               THEN
                   ADD WS-RG-Y(WS-RG-IDX) TO WS-RG-PEAK-SUM
                   ADD 1 TO WS-RG-PEAK-COUNT
               END-IF
           END-PERFORM
           COMPUTE WS-TR-MEAN = WS-RG-SY / WS-RG-COUNT
           COMPUTE WS-RG-DENOM =
               WS-RG-COUNT * WS-RG-SXX - WS-RG-SX * WS-RG-SX
           IF WS-RG-COUNT < 2 OR WS-RG-DENOM = 0
           THEN
               MOVE WS-TR-MEAN TO WS-TR-A
           ELSE
               COMPUTE WS-TR-B =
                   (WS-RG-COUNT * WS-RG-SXY - WS-RG-SX * WS-RG-SY)
                   / WS-RG-DENOM
               COMPUTE WS-TR-A =
                   (WS-RG-SY - WS-TR-B * WS-RG-SX) / WS-RG-COUNT
           END-IF
           IF WS-RG-PEAK-COUNT > 0 AND WS-TR-MEAN > 0
           THEN
               COMPUTE WS-TR-FACTOR =
                   WS-RG-PEAK-SUM / WS-RG-PEAK-COUNT / WS-TR-MEAN
               IF WS-TR-FACTOR < 1
               THEN
                   MOVE 1 TO WS-TR-FACTOR
               END-IF
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: PROJECT-LEVEL
      *> PURPOSE: The fitted line at day WS-PROJECT-X, times the
      *>          episode factor, into WS-PROJECTED (never below 0).
      *> ===============================================================
       PROJECT-LEVEL.
           COMPUTE WS-PROJECTED-SIGNED ROUNDED =
               (WS-TR-A + WS-TR-B * WS-PROJECT-X) * WS-TR-FACTOR
           IF WS-PROJECTED-SIGNED < 0
           THEN
               MOVE 0 TO WS-PROJECTED
           ELSE
               MOVE WS-PROJECTED-SIGNED TO WS-PROJECTED
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: FIND-CROSSING-WEEK
      *> PURPOSE: The first week from now (0 = this week) whose
      *>          projected level reaches WS-LIMIT-LEVEL, into
      *>          WS-CROSS-WEEK with WS-CROSS-FOUND "Y", and the
      *>          levels now and at the horizon into WS-NOW-LEVEL and
      *>          WS-HORIZON-LEVEL.
      *> ===============================================================
       FIND-CROSSING-WEEK.
           MOVE "N" TO WS-CROSS-FOUND
           MOVE 0 TO WS-CROSS-WEEK
           PERFORM VARYING WS-WEEK-NUM FROM 0 BY 1
               UNTIL WS-WEEK-NUM > WS-HORIZON-WEEKS
               COMPUTE WS-PROJECT-X =
                   WS-TREND-DAYS + 1 + 7 * WS-WEEK-NUM
               PERFORM PROJECT-LEVEL
               IF WS-WEEK-NUM = 0
               THEN
                   MOVE WS-PROJECTED TO WS-NOW-LEVEL
               END-IF
               MOVE WS-PROJECTED TO WS-HORIZON-LEVEL
               IF WS-CROSS-FOUND = "N"
                   AND WS-LIMIT-LEVEL > 0
                   AND WS-PROJECTED >= WS-LIMIT-LEVEL
               THEN
                   MOVE "Y" TO WS-CROSS-FOUND
                   MOVE WS-WEEK-NUM TO WS-CROSS-WEEK
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: FIND-EXHAUSTION-TIME
      *> PURPOSE: The time of day ("HH:MM") at which an episode day
      *>          of WS-PROJECTED calls, spread over the hourly
      *>          profile, uses up a ceiling of WS-CEILING, into
      *>          WS-EXHAUST-TIME.
      *> ===============================================================
       FIND-EXHAUSTION-TIME.
           MOVE "24:00" TO WS-EXHAUST-TIME
           IF WS-PROJECTED = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PREV-SHARE
           PERFORM VARYING WS-HP-IDX FROM 1 BY 1
               UNTIL WS-HP-IDX > 24
               IF WS-HP-CUM(WS-HP-IDX) * WS-PROJECTED >= WS-CEILING
               THEN
                   EXIT PERFORM
               END-IF
               MOVE WS-HP-CUM(WS-HP-IDX) TO WS-PREV-SHARE
           END-PERFORM
           IF WS-HP-IDX > 24
           THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-HOUR-SHARE = WS-HP-CUM(WS-HP-IDX) - WS-PREV-SHARE
           MOVE 0 TO WS-EXHAUST-MINUTE
           IF WS-HOUR-SHARE > 0
           THEN
               COMPUTE WS-EXHAUST-MINUTE =
                   (WS-CEILING - WS-PREV-SHARE * WS-PROJECTED) * 60
                   / (WS-HOUR-SHARE * WS-PROJECTED)
               IF WS-EXHAUST-MINUTE > 59
               THEN
                   MOVE 59 TO WS-EXHAUST-MINUTE
               END-IF
           END-IF
           COMPUTE WS-EXHAUST-HOUR = WS-HP-IDX - 1
           MOVE SPACES TO WS-EXHAUST-TIME
           STRING
               WS-EXHAUST-HOUR ":" WS-EXHAUST-MINUTE
               INTO WS-EXHAUST-TIME
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: WRITE-FORECAST-REPORT
      *> PURPOSE: Write capacity-forecast-report.txt: the window and
      *>          episode-day basis, the traffic trends, one section
      *>          per ceilinged provider, and the data volume. Leaves
      *>          WS-FR-FILE-STATUS not "00" when the report could not
      *>          be opened.
      *> ===============================================================
       WRITE-FORECAST-REPORT.
           MOVE 0 TO WS-WARN-COUNT
           MOVE 0 TO WS-PROJECTION-COUNT
           MOVE SPACES TO WS-NOTIFY-MESSAGE
           OPEN OUTPUT FORECAST-REPORT-FILE
           IF WS-FR-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not open "
                   "capacity-forecast-report.txt, status "
                   WS-FR-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TODAY-YYYYMMDD TO WS-DATE-WORK
           PERFORM FORMAT-DATE-WORK
           MOVE SPACES TO FR-LINE
           STRING
               "Capacity and budget forecast, run " WS-DATE-DISPLAY
               INTO FR-LINE
           END-STRING
           WRITE FR-LINE
           MOVE WS-DY-DATE(WS-TREND-DAYS) TO WS-DATE-WORK
           PERFORM FORMAT-DATE-WORK
           MOVE WS-DATE-DISPLAY TO WS-DATE-DISPLAY-2
           MOVE WS-DY-DATE(1) TO WS-DATE-WORK
           PERFORM FORMAT-DATE-WORK
           MOVE WS-TREND-DAYS TO WS-COUNT-DISPLAY
           MOVE WS-HORIZON-WEEKS TO WS-COUNT-DISPLAY-2
           MOVE WS-WARN-WEEKS TO WS-COUNT-DISPLAY-3
           MOVE SPACES TO FR-LINE
           STRING
               "Trend window " WS-DATE-DISPLAY " to "
               WS-DATE-DISPLAY-2 " (" FUNCTION TRIM(WS-COUNT-DISPLAY)
               " days), horizon "
               FUNCTION TRIM(WS-COUNT-DISPLAY-2)
               " weeks, warning within "
               FUNCTION TRIM(WS-COUNT-DISPLAY-3) " weeks"
               INTO FR-LINE
           END-STRING
           WRITE FR-LINE
           MOVE WS-EPISODE-DAY-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO FR-LINE
           EVALUATE WS-EPISODE-BASIS
               WHEN "A"
                   STRING
                       "Typical episode day: mean of the "
                       FUNCTION TRIM(WS-COUNT-DISPLAY)
                       " alert episode day(s) in the window"
                       INTO FR-LINE
                   END-STRING
               WHEN "B"
                   STRING
                       "Typical episode day: mean of the "
                       FUNCTION TRIM(WS-COUNT-DISPLAY)
                       " busiest day(s) - no alert episode in the "
                       "window"
                       INTO FR-LINE
                   END-STRING
               WHEN OTHER
                   MOVE "Typical episode day: no traffic in the "
                       & "window to base one on"
                       TO FR-LINE
           END-EVALUATE
           WRITE FR-LINE

           MOVE SPACES TO FR-LINE
           WRITE FR-LINE
           MOVE "Traffic" TO FR-LINE
           WRITE FR-LINE
           PERFORM WRITE-REQUEST-TREND
           PERFORM WRITE-CALL-TREND

           MOVE SPACES TO FR-LINE
           WRITE FR-LINE
           MOVE "Provider budgets" TO FR-LINE
           WRITE FR-LINE
           IF WS-PROVIDER-COUNT = 0
           THEN
               MOVE "  No budget history yet - only providers with "
                   & "an AQRSS_DAILY_BUDGET_* ceiling are counted"
                   TO FR-LINE
               WRITE FR-LINE
           END-IF
           PERFORM VARYING WS-PROVIDER-SLOT FROM 1 BY 1
               UNTIL WS-PROVIDER-SLOT > WS-PROVIDER-COUNT
               PERFORM WRITE-PROVIDER-FORECAST
           END-PERFORM

           MOVE SPACES TO FR-LINE
           WRITE FR-LINE
           MOVE "Data volume" TO FR-LINE
           WRITE FR-LINE
           PERFORM WRITE-VOLUME-FORECAST

           CLOSE FORECAST-REPORT-FILE
           MOVE "00" TO WS-FR-FILE-STATUS.

      *> ===============================================================
      *> PARAGRAPH: FORMAT-DATE-WORK
      *> PURPOSE: WS-DATE-WORK (YYYYMMDD) as YYYY-MM-DD in
      *>          WS-DATE-DISPLAY.
      *> ===============================================================
       FORMAT-DATE-WORK.
           MOVE SPACES TO WS-DATE-DISPLAY
           STRING
               WS-DATE-WORK(1:4) "-" WS-DATE-WORK(5:2) "-"
               WS-DATE-WORK(7:2)
               INTO WS-DATE-DISPLAY
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: WRITE-REQUEST-TREND
      *> PURPOSE: Trend the daily request counts of the audited days.
      *> ===============================================================
       WRITE-REQUEST-TREND.
           MOVE 0 TO WS-RG-COUNT
           PERFORM VARYING WS-DY-IDX FROM 1 BY 1
               UNTIL WS-DY-IDX > WS-TREND-DAYS
               IF WS-DY-AUDITED(WS-DY-IDX) = "Y"
               THEN
                   ADD 1 TO WS-RG-COUNT
                   SET WS-RG-X(WS-RG-COUNT) TO WS-DY-IDX
                   MOVE WS-DY-REQUESTS(WS-DY-IDX)
                       TO WS-RG-Y(WS-RG-COUNT)
                   MOVE WS-DY-PEAK(WS-DY-IDX)
                       TO WS-RG-PEAK(WS-RG-COUNT)
               END-IF
           END-PERFORM
           MOVE "Requests" TO WS-SERIES-LABEL
           PERFORM WRITE-TRAFFIC-LINE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-CALL-TREND
      *> PURPOSE: Trend the daily upstream calls from the first day
      *>          the trail has any.
      *> ===============================================================
       WRITE-CALL-TREND.
           MOVE 0 TO WS-RG-COUNT
           IF WS-CALLS-FIRST-DAY > 0
           THEN
               PERFORM VARYING WS-DY-IDX FROM WS-CALLS-FIRST-DAY BY 1
                   UNTIL WS-DY-IDX > WS-TREND-DAYS
                   ADD 1 TO WS-RG-COUNT
                   SET WS-RG-X(WS-RG-COUNT) TO WS-DY-IDX
                   MOVE WS-DY-CALLS(WS-DY-IDX)
                       TO WS-RG-Y(WS-RG-COUNT)
                   MOVE WS-DY-PEAK(WS-DY-IDX)
                       TO WS-RG-PEAK(WS-RG-COUNT)
               END-PERFORM
           END-IF
           MOVE "Upstream calls" TO WS-SERIES-LABEL
           PERFORM WRITE-TRAFFIC-LINE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-TRAFFIC-LINE
      *> PURPOSE: One line for the WS-RG series labelled
      *>          WS-SERIES-LABEL: mean per day, weekly change, and
      *>          the typical episode day now and at the horizon.
      *> ===============================================================
       WRITE-TRAFFIC-LINE.
           MOVE SPACES TO FR-LINE
           MOVE WS-RG-COUNT TO WS-COUNT-DISPLAY
           IF WS-RG-COUNT < C-MIN-TREND-POINTS
           THEN
               STRING
                   "  " FUNCTION TRIM(WS-SERIES-LABEL)
                   ": not enough history to trend yet ("
                   FUNCTION TRIM(WS-COUNT-DISPLAY) " day(s))"
                   INTO FR-LINE
               END-STRING
               WRITE FR-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM FIT-TREND
           MOVE 0 TO WS-LIMIT-LEVEL
           PERFORM FIND-CROSSING-WEEK
           ADD 1 TO WS-PROJECTION-COUNT
           COMPUTE WS-WEEKLY-CHANGE ROUNDED = WS-TR-B * 7
           MOVE WS-TR-MEAN TO WS-COUNT-DISPLAY
           MOVE WS-WEEKLY-CHANGE TO WS-SIGNED-DISPLAY
           MOVE WS-NOW-LEVEL TO WS-COUNT-DISPLAY-2
           MOVE WS-HORIZON-LEVEL TO WS-COUNT-DISPLAY-3
           STRING
               "  " FUNCTION TRIM(WS-SERIES-LABEL) ": "
               FUNCTION TRIM(WS-COUNT-DISPLAY) "/day, "
               FUNCTION TRIM(WS-SIGNED-DISPLAY) "/day per week; "
               "episode day " FUNCTION TRIM(WS-COUNT-DISPLAY-2)
               " now, " FUNCTION TRIM(WS-COUNT-DISPLAY-3)
               " at the horizon"
               INTO FR-LINE
           END-STRING
           WRITE FR-LINE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-PROVIDER-FORECAST
      *> PURPOSE: The section for provider WS-PROVIDER-SLOT: its use
      *>          against today's ceiling, and when a typical
      *>          episode day first runs it dry.
      *> ===============================================================
       WRITE-PROVIDER-FORECAST.
           PERFORM LOOKUP-PROVIDER-CEILING
           MOVE 0 TO WS-RG-COUNT
           MOVE 0 TO WS-CAPPED-DAYS
           PERFORM VARYING WS-DY-IDX FROM 1 BY 1
               UNTIL WS-DY-IDX > WS-TREND-DAYS
               IF WS-PV-HAS(WS-PROVIDER-SLOT, WS-DY-IDX) = "Y"
               THEN
                   ADD 1 TO WS-RG-COUNT
                   SET WS-RG-X(WS-RG-COUNT) TO WS-DY-IDX
                   MOVE WS-PV-USED(WS-PROVIDER-SLOT, WS-DY-IDX)
                       TO WS-RG-Y(WS-RG-COUNT)
                   MOVE WS-DY-PEAK(WS-DY-IDX)
                       TO WS-RG-PEAK(WS-RG-COUNT)
                   IF WS-CEILING > 0
                       AND WS-PV-USED(WS-PROVIDER-SLOT, WS-DY-IDX)
                           >= WS-CEILING
                   THEN
                       ADD 1 TO WS-CAPPED-DAYS
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-CEILING TO WS-COUNT-DISPLAY
           MOVE SPACES TO FR-LINE
           IF WS-CEILING > 0
           THEN
               STRING
                   "  " FUNCTION TRIM(WS-PV-NAME(WS-PROVIDER-SLOT))
                   " (ceiling " FUNCTION TRIM(WS-COUNT-DISPLAY)
                   " calls/day)"
                   INTO FR-LINE
               END-STRING
           ELSE
               STRING
                   "  " FUNCTION TRIM(WS-PV-NAME(WS-PROVIDER-SLOT))
                   " (no ceiling set now: "
                   FUNCTION TRIM(WS-CEILING-ENV-NAME)
                   " is unset or 0)"
                   INTO FR-LINE
               END-STRING
           END-IF
           WRITE FR-LINE

           MOVE "Use" TO WS-SERIES-LABEL
           PERFORM WRITE-TRAFFIC-LINE
           IF WS-RG-COUNT < C-MIN-TREND-POINTS
           THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-CAPPED-DAYS > 0
           THEN
               MOVE WS-CAPPED-DAYS TO WS-COUNT-DISPLAY
               MOVE SPACES TO FR-LINE
               STRING
                   "  Ceiling reached on "
                   FUNCTION TRIM(WS-COUNT-DISPLAY)
                   " day(s) in the window - demand on those days "
                   "was higher than counted"
                   INTO FR-LINE
               END-STRING
               WRITE FR-LINE
           END-IF
           IF WS-CEILING = 0
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CEILING TO WS-LIMIT-LEVEL
           PERFORM FIND-CROSSING-WEEK
           MOVE SPACES TO WS-SENTENCE
           IF WS-CROSS-FOUND = "N"
           THEN
               MOVE WS-HORIZON-WEEKS TO WS-COUNT-DISPLAY
               MOVE WS-HORIZON-LEVEL TO WS-COUNT-DISPLAY-2
               MOVE WS-CEILING TO WS-COUNT-DISPLAY-3
               STRING
                   "at current growth, "
                   FUNCTION TRIM(WS-PV-NAME(WS-PROVIDER-SLOT))
                   " budget holds on a typical episode day for the "
                   "next " FUNCTION TRIM(WS-COUNT-DISPLAY)
                   " weeks (" FUNCTION TRIM(WS-COUNT-DISPLAY-2)
                   " of " FUNCTION TRIM(WS-COUNT-DISPLAY-3)
                   " calls at the horizon)"
                   INTO WS-SENTENCE
               END-STRING
               PERFORM WRITE-SENTENCE-LINE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-PROJECT-X =
               WS-TREND-DAYS + 1 + 7 * WS-CROSS-WEEK
           PERFORM PROJECT-LEVEL
           PERFORM FIND-EXHAUSTION-TIME
           IF WS-CROSS-WEEK = 0
           THEN
               STRING
                   "at current levels, "
                   FUNCTION TRIM(WS-PV-NAME(WS-PROVIDER-SLOT))
                   " budget is already exhausted by "
                   WS-EXHAUST-TIME " on a typical episode day"
                   INTO WS-SENTENCE
               END-STRING
           ELSE
               MOVE WS-CROSS-WEEK TO WS-COUNT-DISPLAY
               STRING
                   "at current growth, "
                   FUNCTION TRIM(WS-PV-NAME(WS-PROVIDER-SLOT))
                   " budget is exhausted by " WS-EXHAUST-TIME
                   " on a typical episode day within "
                   FUNCTION TRIM(WS-COUNT-DISPLAY) " week(s)"
                   INTO WS-SENTENCE
               END-STRING
           END-IF
           PERFORM WRITE-SENTENCE-LINE
           IF WS-CROSS-WEEK <= WS-WARN-WEEKS
           THEN
               PERFORM ADD-WARNING
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: LOOKUP-PROVIDER-CEILING
      *> PURPOSE: Provider WS-PROVIDER-SLOT's ceiling as configured
      *>          now, from the same variable PROVIDER-BUDGET reads
      *>          (the name spelled with underscores); 0 = none.
      *> ===============================================================
       LOOKUP-PROVIDER-CEILING.
           MOVE 0 TO WS-CEILING
           MOVE SPACES TO WS-CEILING-ENV-NAME
           STRING
               "AQRSS_DAILY_BUDGET_"
               FUNCTION TRIM(WS-PV-NAME(WS-PROVIDER-SLOT))
               INTO WS-CEILING-ENV-NAME
           END-STRING
           INSPECT WS-CEILING-ENV-NAME REPLACING ALL "-" BY "_"
           MOVE SPACES TO WS-ENV-VALUE
           ACCEPT WS-ENV-VALUE FROM ENVIRONMENT WS-CEILING-ENV-NAME
           IF FUNCTION TRIM(WS-ENV-VALUE) NOT = SPACES
           THEN
               MOVE FUNCTION NUMVAL(WS-ENV-VALUE) TO WS-CEILING
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: WRITE-VOLUME-FORECAST
      *> PURPOSE: Today's data volume, its weekly growth from the
      *>          snapshots, the projection against the disk limit,
      *>          and the files growing fastest.
      *> ===============================================================
       WRITE-VOLUME-FORECAST.
           COMPUTE WS-MB-DISPLAY ROUNDED = WS-VOLUME-NOW / 1048576
           MOVE WS-FILES-PRESENT TO WS-COUNT-DISPLAY
           MOVE SPACES TO FR-LINE
           STRING
               "  " FUNCTION TRIM(WS-MB-DISPLAY) " MB now across "
               FUNCTION TRIM(WS-COUNT-DISPLAY) " data file(s)"
               INTO FR-LINE
           END-STRING
           WRITE FR-LINE

           MOVE 0 TO WS-RG-COUNT
           PERFORM VARYING WS-SN-IDX FROM 1 BY 1
               UNTIL WS-SN-IDX > WS-SNAPSHOT-COUNT
               ADD 1 TO WS-RG-COUNT
               COMPUTE WS-RG-X(WS-RG-COUNT) =
                   FUNCTION INTEGER-OF-DATE(WS-SN-DATE(WS-SN-IDX))
                   - WS-FIRST-INT + 1
               COMPUTE WS-RG-Y(WS-RG-COUNT) =
                   WS-SN-BYTES(WS-SN-IDX) / 1048576
               MOVE "N" TO WS-RG-PEAK(WS-RG-COUNT)
           END-PERFORM
           IF WS-RG-COUNT < 2
           THEN
               MOVE "  Growth: trending needs a second snapshot - "
                   & "the next run takes it" TO FR-LINE
               WRITE FR-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM FIT-TREND
           MOVE WS-DISK-LIMIT-MB TO WS-LIMIT-LEVEL
           PERFORM FIND-CROSSING-WEEK
           ADD 1 TO WS-PROJECTION-COUNT
           COMPUTE WS-WEEKLY-CHANGE ROUNDED = WS-TR-B * 7
           MOVE WS-WEEKLY-CHANGE TO WS-SIGNED-MB-DISPLAY
           MOVE WS-HORIZON-LEVEL TO WS-MB-DISPLAY
           MOVE WS-RG-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO FR-LINE
           STRING
               "  Growth: " FUNCTION TRIM(WS-SIGNED-MB-DISPLAY)
               " MB/week over " FUNCTION TRIM(WS-COUNT-DISPLAY)
               " snapshot(s); " FUNCTION TRIM(WS-MB-DISPLAY)
               " MB at the horizon"
               INTO FR-LINE
           END-STRING
           WRITE FR-LINE

           IF WS-DISK-LIMIT-MB > 0
           THEN
               MOVE SPACES TO WS-SENTENCE
               MOVE WS-DISK-LIMIT-MB TO WS-COUNT-DISPLAY
               IF WS-CROSS-FOUND = "N"
               THEN
                   MOVE WS-HORIZON-WEEKS TO WS-COUNT-DISPLAY-2
                   STRING
                       "at current growth, the data files stay "
                       "under the " FUNCTION TRIM(WS-COUNT-DISPLAY)
                       " MB disk limit for the next "
                       FUNCTION TRIM(WS-COUNT-DISPLAY-2) " weeks"
                       INTO WS-SENTENCE
                   END-STRING
                   PERFORM WRITE-SENTENCE-LINE
               ELSE
                   MOVE WS-CROSS-WEEK TO WS-COUNT-DISPLAY-2
                   STRING
                       "at current growth, the data files fill the "
                       FUNCTION TRIM(WS-COUNT-DISPLAY)
                       " MB disk limit within "
                       FUNCTION TRIM(WS-COUNT-DISPLAY-2) " week(s)"
                       INTO WS-SENTENCE
                   END-STRING
                   PERFORM WRITE-SENTENCE-LINE
                   IF WS-CROSS-WEEK <= WS-WARN-WEEKS
                   THEN
                       PERFORM ADD-WARNING
                   END-IF
               END-IF
           END-IF

           PERFORM WRITE-FASTEST-GROWERS.

      *> ===============================================================
      *> PARAGRAPH: WRITE-FASTEST-GROWERS
      *> PURPOSE: Up to five files that grew most since their first
      *>          snapshot in the window.
      *> ===============================================================
       WRITE-FASTEST-GROWERS.
           PERFORM VARYING WS-GROWTH-RANK FROM 1 BY 1
               UNTIL WS-GROWTH-RANK > 5
               MOVE 0 TO WS-GROWTH-SLOT
               MOVE 0 TO WS-GROWTH-BEST
               PERFORM VARYING WS-FL-IDX FROM 1 BY 1
                   UNTIL WS-FL-IDX > WS-FILE-COUNT
                   IF WS-FL-LISTED(WS-FL-IDX) = "N"
                       AND WS-FL-FOUND(WS-FL-IDX) = "Y"
                       AND WS-FL-FIRST-DATE(WS-FL-IDX) > 0
                       AND WS-FL-FIRST-DATE(WS-FL-IDX)
                           < WS-TODAY-YYYYMMDD
                       AND WS-FL-BYTES-NOW(WS-FL-IDX)
                           - WS-FL-FIRST-BYTES(WS-FL-IDX)
                           > WS-GROWTH-BEST
                   THEN
                       COMPUTE WS-GROWTH-BEST =
                           WS-FL-BYTES-NOW(WS-FL-IDX)
                           - WS-FL-FIRST-BYTES(WS-FL-IDX)
                       SET WS-GROWTH-SLOT TO WS-FL-IDX
                   END-IF
               END-PERFORM
               IF WS-GROWTH-SLOT = 0
               THEN
                   EXIT PERFORM
               END-IF
               IF WS-GROWTH-RANK = 1
               THEN
                   MOVE "  Fastest growing:" TO FR-LINE
                   WRITE FR-LINE
               END-IF
               MOVE "Y" TO WS-FL-LISTED(WS-GROWTH-SLOT)
               COMPUTE WS-GROWTH-MB ROUNDED = WS-GROWTH-BEST / 1048576
               MOVE WS-GROWTH-MB TO WS-MB-DISPLAY
               MOVE WS-FL-FIRST-DATE(WS-GROWTH-SLOT) TO WS-DATE-WORK
               PERFORM FORMAT-DATE-WORK
               MOVE SPACES TO FR-LINE
               STRING
                   "    " FUNCTION TRIM(WS-FL-NAME(WS-GROWTH-SLOT))
                   " +" FUNCTION TRIM(WS-MB-DISPLAY) " MB since "
                   WS-DATE-DISPLAY
                   INTO FR-LINE
               END-STRING
               WRITE FR-LINE
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: WRITE-SENTENCE-LINE
      *> PURPOSE: WS-SENTENCE as an indented report line.
      *> ===============================================================
       WRITE-SENTENCE-LINE.
           MOVE SPACES TO FR-LINE
           STRING
               "    " FUNCTION TRIM(WS-SENTENCE)
               INTO FR-LINE
           END-STRING
           WRITE FR-LINE.

      *> ===============================================================
      *> PARAGRAPH: ADD-WARNING
      *> PURPOSE: Add WS-SENTENCE to the message for the ops channel.
      *> ===============================================================
       ADD-WARNING.
           ADD 1 TO WS-WARN-COUNT
           IF FUNCTION TRIM(WS-NOTIFY-MESSAGE) = SPACES
           THEN
               MOVE FUNCTION TRIM(WS-SENTENCE) TO WS-NOTIFY-MESSAGE
           ELSE
               MOVE WS-NOTIFY-MESSAGE TO WS-NOTIFY-SCRATCH
               MOVE SPACES TO WS-NOTIFY-MESSAGE
               STRING
                   FUNCTION TRIM(WS-NOTIFY-SCRATCH) X"0A"
                   FUNCTION TRIM(WS-SENTENCE)
                   INTO WS-NOTIFY-MESSAGE
               END-STRING
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: PUSH-WARNINGS
      *> PURPOSE: Send the warnings to the ops channel - the one
      *>          AQRSS_OPS_CHANNEL names, or every enabled channel -
      *>          pointing at the full report.
      *> ===============================================================
       PUSH-WARNINGS.
           MOVE WS-WARN-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-WARN-WEEKS TO WS-COUNT-DISPLAY-2
           MOVE SPACES TO WS-NOTIFY-SUBJECT
           STRING
               "Capacity forecast: "
               FUNCTION TRIM(WS-COUNT-DISPLAY)
               " limit(s) reached within "
               FUNCTION TRIM(WS-COUNT-DISPLAY-2) " weeks"
               INTO WS-NOTIFY-SUBJECT
           END-STRING
           MOVE WS-NOTIFY-MESSAGE TO WS-NOTIFY-SCRATCH
           MOVE SPACES TO WS-NOTIFY-MESSAGE
           STRING
               FUNCTION TRIM(WS-NOTIFY-SCRATCH) X"0A"
               "Full report: /exports/capacity-forecast-report.txt"
               INTO WS-NOTIFY-MESSAGE
           END-STRING
           IF WS-OPS-CHANNEL NOT = SPACES
           THEN
               CALL "NOTIFICATION-DISPATCH-TO-CHANNEL" USING
                   BY REFERENCE WS-OPS-CHANNEL
                   BY REFERENCE WS-NOTIFY-SUBJECT
                   BY REFERENCE WS-NOTIFY-MESSAGE
                   BY REFERENCE WS-DELIVERED-COUNT
                   BY REFERENCE WS-FAILED-COUNT
           ELSE
               CALL "NOTIFICATION-DISPATCH" USING
                   BY REFERENCE WS-NOTIFY-SUBJECT
                   BY REFERENCE WS-NOTIFY-MESSAGE
                   BY REFERENCE WS-DELIVERED-COUNT
                   BY REFERENCE WS-FAILED-COUNT
           END-IF
           MOVE WS-FAILED-COUNT TO BC-FAILED-COUNT
           MOVE WS-NOTIFY-SUBJECT TO LS-LOG-MESSAGE
           CALL "AQRSS-LOG" USING
               BY REFERENCE C-LOG-WARN
               BY REFERENCE LS-LOG-MESSAGE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-BATCH-RUN-RECORD
      *> PURPOSE: Append this run's record to the shared batch-control
      *>          journal for the /status route.
      *> ===============================================================
       WRITE-BATCH-RUN-RECORD.
           MOVE FUNCTION CURRENT-DATE TO BC-END-TIMESTAMP
           CALL "BATCH-RUN-RECORD" USING
               BY REFERENCE BC-RECORD.

       END PROGRAM CAPACITY-FORECAST-BATCH.
