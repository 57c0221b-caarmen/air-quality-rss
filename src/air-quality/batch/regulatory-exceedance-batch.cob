      *> ===============================================================
      *> PROGRAM: REGULATORY-EXCEEDANCE-BATCH
      *> PURPOSE: The year-to-date regulatory exceedance report the
      *>          prefecture asks for every January: per Atmo France
      *>          zone and per watched PREV'AIR location, and per
      *>          pollutant, how many days this calendar year exceeded
      *>          each EU and French limit value, target value and
      *>          quality objective in the limit-value reference file
      *>          (see the limit-value copybook) - and, for the values
      *>          assessed on the year's mean, where that mean stands.
      *>          Days come from the raw Atmo France archive, the
      *>          per-day rows HISTORY-COMPACTION-BATCH has folded out
      *>          of it into the aggregate archive, and the daily
      *>          PREV'AIR archive. Per-month aggregate rows no longer
      *>          know their days, so they only count towards annual
      *>          means. A zone whose commune code has been retired by
      *>          a merger is counted under the commune it merged
      *>          into, so the year's days are not split across the
      *>          change.
      *>          A series whose exceedance days, projected over the
      *>          whole year at the rate seen on its observed days,
      *>          would pass the allowed count is flagged "on course
      *>          to breach" before it does; one already past it is
      *>          flagged "breached". The projection waits for a
      *>          minimum of observed days, so one bad week in
      *>          January does not flag the whole year.
      *>          PM days SOURCE-ATTRIBUTION-BATCH has attributed to
      *>          Saharan dust or a wildfire smoke plume at a watched
      *>          location are counted apart as natural-source days,
      *>          and the series shows its exceedance days and
      *>          projection net of them as well, as the directive
      *>          allows for natural contributions; the gross count
      *>          still decides the verdict until the attribution has
      *>          been demonstrated to the authority.
      *>          The report is rewritten whole on every run, dated
      *>          and self-describing so it can be filed as-is, and is
      *>          downloadable through the exports route.
      *>          Scheduled from AIR-QUALITY-RSS's main loop on its
      *>          own job slot, and runnable on demand through the
      *>          /admin/jobs routes; not reachable as an HTTP data
      *>          route.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGULATORY-EXCEEDANCE-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMIT-VALUE-FILE ASSIGN TO "limit-values.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LV-FILE-STATUS.

           SELECT ATMO-FRANCE-HISTORY-FILE ASSIGN TO
                   "atmo-france-pollutant-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFH-KEY
               FILE STATUS IS WS-AFH-FILE-STATUS.

           SELECT ATMO-FRANCE-AGGREGATE-FILE ASSIGN TO
                   "atmo-france-history-aggregate.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AFA-FILE-STATUS.

           SELECT PREVAIR-DAILY-HISTORY-FILE ASSIGN TO
                   "prevair-pollutant-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PVH-KEY
               FILE STATUS IS WS-PVH-FILE-STATUS.

           SELECT EXCEEDANCE-REPORT-FILE ASSIGN TO
                   "regulatory-exceedance-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ER-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  LIMIT-VALUE-FILE.
       COPY limit-value IN "air-quality/batch".

       FD  ATMO-FRANCE-HISTORY-FILE.
       COPY pollutant-history IN "pollutant/service/atmo-france".

       FD  ATMO-FRANCE-AGGREGATE-FILE.
       COPY atmo-france-history-aggregate IN "air-quality/batch".

       FD  PREVAIR-DAILY-HISTORY-FILE.
       COPY pollutant-daily-history IN "pollutant/service/prevair".

       FD  EXCEEDANCE-REPORT-FILE.
       01  ER-LINE                      PIC X(160).

       WORKING-STORAGE SECTION.
       01  WS-LV-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-AFH-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-AFA-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-PVH-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-ER-FILE-STATUS            PIC X(02) VALUE SPACES.

      *> A series needs this many observed days before its year-end
      *> projection is trusted enough to flag it.
       01  C-MIN-PROJECTION-DAYS        CONSTANT AS 30.

      *> The regulatory values assessed, from limit-values.dat or the
      *> built-in set.
       01  C-LIMIT-MAX-COUNT            CONSTANT AS 20.
       01  WS-LIMIT-COUNT               PIC 9(2) VALUE 0.
       01  WS-LIMITS-BUILT-IN           PIC X(01) VALUE "N".
       01  WS-LIMIT-TABLE.
           05  WS-LM-ENTRY OCCURS 20 TIMES INDEXED BY WS-LM-IDX.
               10  WS-LM-NAME           PIC X(4).
               10  WS-LM-REGIME         PIC X(2).
               10  WS-LM-KIND           PIC X(9).
               10  WS-LM-AVERAGING      PIC X(1).
               10  WS-LM-THRESHOLD      PIC 9(4)V9(1).
               10  WS-LM-ALLOWED        PIC 9(3).
               10  WS-LM-LABEL          PIC X(48).

      *> One tally per (source, zone or location, regulatory value):
      *> WS-TL-KIND is "Z" for an Atmo France zone, "V" for a watched
      *> PREV'AIR location; WS-TL-LIMIT points into the limit table.
       01  C-TALLY-MAX-COUNT            CONSTANT AS 500.
       01  WS-TALLY-COUNT               PIC 9(3) VALUE 0.
       01  WS-TALLY-TABLE.
           05  WS-TL-ENTRY OCCURS 500 TIMES INDEXED BY WS-TL-IDX.
               10  WS-TL-KIND           PIC X(1).
               10  WS-TL-ZONE           PIC X(21).
               10  WS-TL-LIMIT          PIC 9(2).
               10  WS-TL-DAYS           PIC 9(3).
               10  WS-TL-EXCEED-DAYS    PIC 9(3).
               10  WS-TL-NATURAL-DAYS   PIC 9(3).
               10  WS-TL-LAST-EXCEED    PIC X(10).
               10  WS-TL-MEAN-SUM       PIC 9(9)V9(1).
               10  WS-TL-MEAN-COUNT     PIC 9(5).
               10  WS-TL-MONTH-ROWS     PIC X(1).
               10  WS-TL-FLAG           PIC X(1).

       01  WS-LOOKUP-KIND               PIC X(1) VALUE SPACES.
       01  WS-LOOKUP-ZONE               PIC X(21) VALUE SPACES.
       01  WS-LOOKUP-NAME               PIC X(4) VALUE SPACES.
       01  WS-LOOKUP-DATE               PIC X(10) VALUE SPACES.
       01  WS-LOOKUP-VALUE              PIC 9(4)V9(1) VALUE 0.
       01  WS-LOOKUP-SAMPLES            PIC 9(7) VALUE 0.
      *> "D" folds one day's mean; "M" folds a month aggregate's sum
      *> and sample count into the annual means only.
       01  WS-LOOKUP-GRAIN              PIC X(1) VALUE "D".
      *> "Y" when the staged day is attributed to a natural source;
      *> zones carry no coordinates, so only watched locations are.
       01  WS-LOOKUP-NATURAL            PIC X(1) VALUE "N".
      *> An Atmo France zone is counted under the commune code in
      *> force today, so days recorded under a code since retired by
      *> a merger count toward the commune it merged into.
       01  WS-CURRENT-ZONE              PIC X(5) VALUE SPACES.

       01  WS-ENTRY-IDX                 PIC 9(2) VALUE 0.
       01  WS-YEAR-STR                  PIC X(4) VALUE SPACES.
       01  WS-TODAY-YYYYMMDD            PIC 9(8) VALUE 0.
       01  WS-TODAY-ORD                 PIC S9(9) COMP-5 VALUE 0.
       01  WS-YEAR-START-ORD            PIC S9(9) COMP-5 VALUE 0.
       01  WS-NEXT-YEAR-ORD             PIC S9(9) COMP-5 VALUE 0.
       01  WS-DAY-OF-YEAR               PIC 9(3) VALUE 0.
       01  WS-DAYS-IN-YEAR              PIC 9(3) VALUE 0.
       01  WS-PROJECTED                 PIC 9(3) VALUE 0.
       01  WS-YEAR-MEAN                 PIC 9(4)V9(1) VALUE 0.
       01  WS-BREACHED-COUNT            PIC 9(3) VALUE 0.
       01  WS-ON-COURSE-COUNT           PIC 9(3) VALUE 0.
       01  WS-DAILY-PROXY-USED          PIC X(01) VALUE "N".
       01  WS-HOURLY-SKIPPED            PIC X(01) VALUE "N".
       01  WS-MONTH-ROWS-USED           PIC X(01) VALUE "N".
       01  WS-NATURAL-DAYS-USED         PIC X(01) VALUE "N".
       01  WS-NET-EXCEED-DAYS           PIC 9(3) VALUE 0.
       01  WS-ATTRIBUTION-FROM          PIC X(10) VALUE SPACES.
       01  WS-DAY-ATTRIBUTION           PIC X(4) VALUE SPACES.

      *> The natural-source attributions of the year, checked per
      *> PREV'AIR day without going back to the file.
       COPY source-attribution-table IN "air-quality/service".

       LOCAL-STORAGE SECTION.
       01  LS-CURRENT-DATE-AND-TIME.
           05  LS-CDT-YEAR              PIC 9(4).
           05  LS-CDT-MONTH             PIC 9(2).
           05  LS-CDT-DAY               PIC 9(2).
           05  LS-CDT-HOUR              PIC 9(2).
           05  LS-CDT-MINUTE            PIC 9(2).
       01  LS-TODAY-ISO                 PIC X(10) VALUE SPACES.
       01  LS-PREVAIR-NAME              PIC X(4) VALUE SPACES.
       01  LS-DISPLAY-NAME              PIC X(16) VALUE SPACES.
       01  LS-SERIES-LABEL              PIC X(40) VALUE SPACES.
       01  LS-RULE-TEXT                 PIC X(80) VALUE SPACES.
       01  LS-STATE-TEXT                PIC X(48) VALUE SPACES.
       01  LS-THRESHOLD-DISPLAY         PIC ZZZ9.9.
       01  LS-MEAN-DISPLAY              PIC ZZZ9.9.
       01  LS-ALLOWED-DISPLAY           PIC ZZ9.
       01  LS-DAYS-DISPLAY              PIC ZZ9.
       01  LS-EXCEED-DISPLAY            PIC ZZ9.
       01  LS-PROJECTED-DISPLAY         PIC ZZ9.
       01  LS-COUNT-DISPLAY             PIC ZZ9.
       01  LS-NATURAL-DISPLAY           PIC ZZ9.
       01  LS-SECTION-KIND              PIC X(1) VALUE SPACES.
       01  LS-SECTION-LINES             PIC 9(3) VALUE 0.
       01  C-LOG-INFO                   PIC X(5) VALUE "INFO".
       01  C-LOG-WARN                   PIC X(5) VALUE "WARN".
       01  LS-LOG-MESSAGE               PIC X(256) VALUE SPACES.

      *> Commune codes already resolved through the succession table
      *> this run, fresh each run so a reloaded table is picked up.
       COPY commune-code-cache IN "geocode/service".

      *> Run record for the shared batch-control journal, so the
      *> /status route can report whether and how this job last ran.
       COPY batch-control IN "air-quality/batch".

       PROCEDURE DIVISION.

           MOVE "REGULATORY-EXCEEDANCE-BATCH" TO BC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO BC-START-TIMESTAMP

           MOVE FUNCTION CURRENT-DATE TO LS-CURRENT-DATE-AND-TIME
           MOVE LS-CDT-YEAR TO WS-YEAR-STR
           STRING
               LS-CDT-YEAR "-" LS-CDT-MONTH "-" LS-CDT-DAY
               INTO LS-TODAY-ISO
           END-STRING
           COMPUTE WS-TODAY-YYYYMMDD =
               LS-CDT-YEAR * 10000 + LS-CDT-MONTH * 100 + LS-CDT-DAY
           COMPUTE WS-TODAY-ORD =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
           COMPUTE WS-YEAR-START-ORD =
               FUNCTION INTEGER-OF-DATE(LS-CDT-YEAR * 10000 + 0101)
           COMPUTE WS-NEXT-YEAR-ORD =
               FUNCTION INTEGER-OF-DATE(
                   (LS-CDT-YEAR + 1) * 10000 + 0101)
           COMPUTE WS-DAY-OF-YEAR =
               WS-TODAY-ORD - WS-YEAR-START-ORD + 1
           COMPUTE WS-DAYS-IN-YEAR =
               WS-NEXT-YEAR-ORD - WS-YEAR-START-ORD

           PERFORM LOAD-LIMIT-VALUES
           PERFORM READ-ATMO-FRANCE-HISTORY
           PERFORM READ-ATMO-FRANCE-AGGREGATE
           STRING WS-YEAR-STR "-01-01" INTO WS-ATTRIBUTION-FROM
           END-STRING
           CALL "SOURCE-ATTRIBUTION-LOAD" USING
               BY REFERENCE SAT-TABLE-GRP
               BY REFERENCE WS-ATTRIBUTION-FROM
           PERFORM READ-PREVAIR-HISTORY
           PERFORM ASSESS-ALL-TALLIES
           PERFORM WRITE-EXCEEDANCE-REPORT

           MOVE SPACES TO LS-LOG-MESSAGE
           STRING
               "Regulatory exceedance report " WS-YEAR-STR ": "
               WS-TALLY-COUNT " series assessed, "
               WS-BREACHED-COUNT " breached, "
               WS-ON-COURSE-COUNT " on course to breach"
               INTO LS-LOG-MESSAGE
           END-STRING
           IF WS-BREACHED-COUNT > 0 OR WS-ON-COURSE-COUNT > 0
           THEN
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
           ELSE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
           END-IF

           MOVE WS-TALLY-COUNT TO BC-OK-COUNT
           COMPUTE BC-FAILED-COUNT =
               WS-BREACHED-COUNT + WS-ON-COURSE-COUNT
           MOVE "OK" TO BC-STATUS
           PERFORM WRITE-BATCH-RUN-RECORD

           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: LOAD-LIMIT-VALUES
      *> PURPOSE: Read the limit-value reference file into the table,
      *>          or fall back to the built-in set when there is none.
      *> ===============================================================
       LOAD-LIMIT-VALUES.
           MOVE 0 TO WS-LIMIT-COUNT
           OPEN INPUT LIMIT-VALUE-FILE
           IF WS-LV-FILE-STATUS = "00"
           THEN
               PERFORM UNTIL WS-LV-FILE-STATUS = "10"
                   READ LIMIT-VALUE-FILE
                       AT END
                           MOVE "10" TO WS-LV-FILE-STATUS
                       NOT AT END
                           PERFORM ADD-ONE-LIMIT-RECORD
                   END-READ
               END-PERFORM
               CLOSE LIMIT-VALUE-FILE
           END-IF
           IF WS-LIMIT-COUNT > 0
           THEN
               EXIT PARAGRAPH
           END-IF

      *> Built-in values: EU directive 2008/50/EC limit and target
      *> values, and the French quality objectives of the code de
      *> l'environnement (article R221-1) that are stricter than them.
           MOVE "Y" TO WS-LIMITS-BUILT-IN
           MOVE 7 TO WS-LIMIT-COUNT
           MOVE "pm10" TO WS-LM-NAME(1)
           MOVE "EU" TO WS-LM-REGIME(1)
           MOVE "LIMIT" TO WS-LM-KIND(1)
           MOVE "D" TO WS-LM-AVERAGING(1)
           MOVE 50 TO WS-LM-THRESHOLD(1)
           MOVE 35 TO WS-LM-ALLOWED(1)
           MOVE "PM10 daily limit value" TO WS-LM-LABEL(1)
           MOVE "pm10" TO WS-LM-NAME(2)
           MOVE "EU" TO WS-LM-REGIME(2)
           MOVE "LIMIT" TO WS-LM-KIND(2)
           MOVE "Y" TO WS-LM-AVERAGING(2)
           MOVE 40 TO WS-LM-THRESHOLD(2)
           MOVE 0 TO WS-LM-ALLOWED(2)
           MOVE "PM10 annual limit value" TO WS-LM-LABEL(2)
           MOVE "pm10" TO WS-LM-NAME(3)
           MOVE "FR" TO WS-LM-REGIME(3)
           MOVE "OBJECTIVE" TO WS-LM-KIND(3)
           MOVE "Y" TO WS-LM-AVERAGING(3)
           MOVE 30 TO WS-LM-THRESHOLD(3)
           MOVE 0 TO WS-LM-ALLOWED(3)
           MOVE "PM10 annual quality objective" TO WS-LM-LABEL(3)
           MOVE "no2" TO WS-LM-NAME(4)
           MOVE "EU" TO WS-LM-REGIME(4)
           MOVE "LIMIT" TO WS-LM-KIND(4)
           MOVE "Y" TO WS-LM-AVERAGING(4)
           MOVE 40 TO WS-LM-THRESHOLD(4)
           MOVE 0 TO WS-LM-ALLOWED(4)
           MOVE "NO2 annual limit value" TO WS-LM-LABEL(4)
           MOVE "o3" TO WS-LM-NAME(5)
           MOVE "EU" TO WS-LM-REGIME(5)
           MOVE "TARGET" TO WS-LM-KIND(5)
           MOVE "8" TO WS-LM-AVERAGING(5)
           MOVE 120 TO WS-LM-THRESHOLD(5)
           MOVE 25 TO WS-LM-ALLOWED(5)
           MOVE "Ozone target value (health)" TO WS-LM-LABEL(5)
           MOVE "pm25" TO WS-LM-NAME(6)
           MOVE "EU" TO WS-LM-REGIME(6)
           MOVE "LIMIT" TO WS-LM-KIND(6)
           MOVE "Y" TO WS-LM-AVERAGING(6)
           MOVE 25 TO WS-LM-THRESHOLD(6)
           MOVE 0 TO WS-LM-ALLOWED(6)
           MOVE "PM2.5 annual limit value" TO WS-LM-LABEL(6)
           MOVE "pm25" TO WS-LM-NAME(7)
           MOVE "FR" TO WS-LM-REGIME(7)
           MOVE "OBJECTIVE" TO WS-LM-KIND(7)
           MOVE "Y" TO WS-LM-AVERAGING(7)
           MOVE 10 TO WS-LM-THRESHOLD(7)
           MOVE 0 TO WS-LM-ALLOWED(7)
           MOVE "PM2.5 annual quality objective" TO WS-LM-LABEL(7).

      *> ===============================================================
      *> PARAGRAPH: ADD-ONE-LIMIT-RECORD
      *> PURPOSE: Append the reference record just read, names folded
      *>          to the archives' lower-case vocabulary.
      *> ===============================================================
       ADD-ONE-LIMIT-RECORD.
           IF LV-POLLUTANT-NAME = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-LIMIT-COUNT >= C-LIMIT-MAX-COUNT
           THEN
               DISPLAY "WARNING: limit-value table full, dropping "
                   FUNCTION TRIM(LV-LABEL)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LIMIT-COUNT
           SET WS-LM-IDX TO WS-LIMIT-COUNT
           MOVE FUNCTION LOWER-CASE(LV-POLLUTANT-NAME)
               TO WS-LM-NAME(WS-LM-IDX)
           MOVE LV-REGIME TO WS-LM-REGIME(WS-LM-IDX)
           MOVE LV-KIND TO WS-LM-KIND(WS-LM-IDX)
           MOVE LV-AVERAGING TO WS-LM-AVERAGING(WS-LM-IDX)
           MOVE LV-THRESHOLD TO WS-LM-THRESHOLD(WS-LM-IDX)
           MOVE LV-ALLOWED-COUNT TO WS-LM-ALLOWED(WS-LM-IDX)
           MOVE LV-LABEL TO WS-LM-LABEL(WS-LM-IDX).

      *> ===============================================================
      *> PARAGRAPH: READ-ATMO-FRANCE-HISTORY
      *> PURPOSE: Fold every raw Atmo France record of the current
      *>          year into the tallies, one day per (zone,
      *>          pollutant). The archive is keyed date first, so the
      *>          walk STARTs at 1 January.
      *> ===============================================================
       READ-ATMO-FRANCE-HISTORY.
           OPEN INPUT ATMO-FRANCE-HISTORY-FILE
           IF WS-AFH-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "Exceedance report: no "
                   "atmo-france-pollutant-history.dat found"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO AFH-KEY
           STRING WS-YEAR-STR "-01-01" INTO AFH-DATE-STR END-STRING
           START ATMO-FRANCE-HISTORY-FILE KEY IS >= AFH-KEY
               INVALID KEY
                   MOVE "10" TO WS-AFH-FILE-STATUS
           END-START

           MOVE "D" TO WS-LOOKUP-GRAIN
           PERFORM UNTIL WS-AFH-FILE-STATUS = "10"
               READ ATMO-FRANCE-HISTORY-FILE NEXT
                   AT END
                       MOVE "10" TO WS-AFH-FILE-STATUS
                   NOT AT END
                       IF AFH-DATE-STR(1:4) NOT = WS-YEAR-STR
                       THEN
                           MOVE "10" TO WS-AFH-FILE-STATUS
                       ELSE
                           CALL "COMMUNE-CURRENT-CODE" USING
                               BY REFERENCE CCC-CACHE-GRP
                               BY REFERENCE AFH-CODE-ZONE
                               BY REFERENCE WS-CURRENT-ZONE
                           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                               UNTIL WS-ENTRY-IDX > AFH-COUNT
                               MOVE "Z" TO WS-LOOKUP-KIND
                               MOVE WS-CURRENT-ZONE TO WS-LOOKUP-ZONE
                               MOVE FUNCTION LOWER-CASE(
                                   AFH-NAME(WS-ENTRY-IDX))
                                   TO WS-LOOKUP-NAME
                               MOVE AFH-DATE-STR TO WS-LOOKUP-DATE
                               MOVE AFH-AVERAGE(WS-ENTRY-IDX)
                                   TO WS-LOOKUP-VALUE
                               PERFORM FOLD-ONE-READING
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ATMO-FRANCE-HISTORY-FILE.

      *> ===============================================================
      *> PARAGRAPH: READ-ATMO-FRANCE-AGGREGATE
      *> PURPOSE: Fold the current year's compacted rows: a per-day
      *>          row is that day's mean concentration (the sum of the
      *>          raw averages over its samples), a per-month row only
      *>          feeds the annual means. The aggregate file is
      *>          sequential, so it is read whole.
      *> ===============================================================
       READ-ATMO-FRANCE-AGGREGATE.
           OPEN INPUT ATMO-FRANCE-AGGREGATE-FILE
           IF WS-AFA-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-AFA-FILE-STATUS = "10"
               READ ATMO-FRANCE-AGGREGATE-FILE
                   AT END
                       MOVE "10" TO WS-AFA-FILE-STATUS
                   NOT AT END
                       IF AFA-PERIOD(1:4) = WS-YEAR-STR
                           AND AFA-SAMPLE-COUNT > 0
                       THEN
                           PERFORM FOLD-ONE-AGGREGATE-ROW
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ATMO-FRANCE-AGGREGATE-FILE.

      *> ===============================================================
      *> PARAGRAPH: FOLD-ONE-AGGREGATE-ROW
      *> PURPOSE: Stage the aggregate row just read for the fold.
      *> ===============================================================
       FOLD-ONE-AGGREGATE-ROW.
           MOVE "Z" TO WS-LOOKUP-KIND
           CALL "COMMUNE-CURRENT-CODE" USING
               BY REFERENCE CCC-CACHE-GRP
               BY REFERENCE AFA-CODE-ZONE
               BY REFERENCE WS-CURRENT-ZONE
           MOVE WS-CURRENT-ZONE TO WS-LOOKUP-ZONE
           MOVE FUNCTION LOWER-CASE(AFA-NAME) TO WS-LOOKUP-NAME
           MOVE AFA-PERIOD TO WS-LOOKUP-DATE
           IF AFA-PERIOD-KIND = "D"
           THEN
               MOVE "D" TO WS-LOOKUP-GRAIN
               COMPUTE WS-LOOKUP-VALUE ROUNDED =
                   AFA-AVERAGE-SUM / AFA-SAMPLE-COUNT
           ELSE
               MOVE "M" TO WS-LOOKUP-GRAIN
               MOVE AFA-SAMPLE-COUNT TO WS-LOOKUP-SAMPLES
           END-IF
           PERFORM FOLD-ONE-READING
           MOVE "D" TO WS-LOOKUP-GRAIN.

      *> ===============================================================
      *> PARAGRAPH: READ-PREVAIR-HISTORY
      *> PURPOSE: Fold every daily PREV'AIR record of the current year
      *>          into the tallies, one day per (watched location,
      *>          pollutant).
      *> ===============================================================
       READ-PREVAIR-HISTORY.
           OPEN INPUT PREVAIR-DAILY-HISTORY-FILE
           IF WS-PVH-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "Exceedance report: no "
                   "prevair-pollutant-history.dat found"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PVH-KEY
           STRING WS-YEAR-STR "-01-01" INTO PVH-DATE-STR END-STRING
           START PREVAIR-DAILY-HISTORY-FILE KEY IS >= PVH-KEY
               INVALID KEY
                   MOVE "10" TO WS-PVH-FILE-STATUS
           END-START

           MOVE "D" TO WS-LOOKUP-GRAIN
           PERFORM UNTIL WS-PVH-FILE-STATUS = "10"
               READ PREVAIR-DAILY-HISTORY-FILE NEXT
                   AT END
                       MOVE "10" TO WS-PVH-FILE-STATUS
                   NOT AT END
                       IF PVH-DATE-STR(1:4) NOT = WS-YEAR-STR
                       THEN
                           MOVE "10" TO WS-PVH-FILE-STATUS
                       ELSE
                           CALL "SOURCE-ATTRIBUTION-FIND" USING
                               BY REFERENCE SAT-TABLE-GRP
                               BY REFERENCE PVH-DATE-STR
                               BY REFERENCE PVH-LOCATION
                               BY REFERENCE WS-DAY-ATTRIBUTION
                           IF WS-DAY-ATTRIBUTION = SPACES
                           THEN
                               MOVE "N" TO WS-LOOKUP-NATURAL
                           ELSE
                               MOVE "Y" TO WS-LOOKUP-NATURAL
                           END-IF
                           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
                               UNTIL WS-ENTRY-IDX > PVH-COUNT
                               MOVE "V" TO WS-LOOKUP-KIND
                               MOVE PVH-LOCATION TO WS-LOOKUP-ZONE
                               MOVE FUNCTION LOWER-CASE(
                                   PVH-NAME(WS-ENTRY-IDX))
                                   TO WS-LOOKUP-NAME
                               MOVE PVH-DATE-STR TO WS-LOOKUP-DATE
                               MOVE PVH-AVERAGE(WS-ENTRY-IDX)
                                   TO WS-LOOKUP-VALUE
                               PERFORM FOLD-ONE-READING
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM

           MOVE "N" TO WS-LOOKUP-NATURAL
           CLOSE PREVAIR-DAILY-HISTORY-FILE.

      *> ===============================================================
      *> PARAGRAPH: FOLD-ONE-READING
      *> PURPOSE: Fold the staged reading into the tally of every
      *>          regulatory value set for its pollutant.
      *> ===============================================================
       FOLD-ONE-READING.
           PERFORM VARYING WS-LM-IDX FROM 1 BY 1
               UNTIL WS-LM-IDX > WS-LIMIT-COUNT
               IF WS-LM-NAME(WS-LM-IDX) = WS-LOOKUP-NAME
               THEN
                   PERFORM FOLD-INTO-TALLY
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: FOLD-INTO-TALLY
      *> PURPOSE: Find (or add) the tally for the staged series and
      *>          the value at WS-LM-IDX, and count the reading in:
      *>          a day towards the exceedance count and the annual
      *>          mean, a month aggregate towards the mean alone.
      *> ===============================================================
       FOLD-INTO-TALLY.
           PERFORM VARYING WS-TL-IDX FROM 1 BY 1
               UNTIL WS-TL-IDX > WS-TALLY-COUNT
                   OR (WS-TL-KIND(WS-TL-IDX) = WS-LOOKUP-KIND
                       AND WS-TL-ZONE(WS-TL-IDX) = WS-LOOKUP-ZONE
                       AND WS-TL-LIMIT(WS-TL-IDX) = WS-LM-IDX)
               CONTINUE
           END-PERFORM

           IF WS-TL-IDX > WS-TALLY-COUNT
           THEN
               IF WS-TALLY-COUNT >= C-TALLY-MAX-COUNT
               THEN
                   DISPLAY "WARNING: exceedance tally table full, "
                       "dropping " FUNCTION TRIM(WS-LOOKUP-ZONE) "/"
                       FUNCTION TRIM(WS-LOOKUP-NAME)
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TALLY-COUNT
               SET WS-TL-IDX TO WS-TALLY-COUNT
               MOVE WS-LOOKUP-KIND TO WS-TL-KIND(WS-TL-IDX)
               MOVE WS-LOOKUP-ZONE TO WS-TL-ZONE(WS-TL-IDX)
               SET WS-TL-LIMIT(WS-TL-IDX) TO WS-LM-IDX
               MOVE 0 TO WS-TL-DAYS(WS-TL-IDX)
               MOVE 0 TO WS-TL-EXCEED-DAYS(WS-TL-IDX)
               MOVE 0 TO WS-TL-NATURAL-DAYS(WS-TL-IDX)
               MOVE SPACES TO WS-TL-LAST-EXCEED(WS-TL-IDX)
               MOVE 0 TO WS-TL-MEAN-SUM(WS-TL-IDX)
               MOVE 0 TO WS-TL-MEAN-COUNT(WS-TL-IDX)
               MOVE "N" TO WS-TL-MONTH-ROWS(WS-TL-IDX)
               MOVE SPACE TO WS-TL-FLAG(WS-TL-IDX)
           END-IF

           IF WS-LOOKUP-GRAIN = "M"
           THEN
               ADD AFA-AVERAGE-SUM TO WS-TL-MEAN-SUM(WS-TL-IDX)
               ADD WS-LOOKUP-SAMPLES TO WS-TL-MEAN-COUNT(WS-TL-IDX)
               MOVE "Y" TO WS-TL-MONTH-ROWS(WS-TL-IDX)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TL-DAYS(WS-TL-IDX)
           ADD WS-LOOKUP-VALUE TO WS-TL-MEAN-SUM(WS-TL-IDX)
           ADD 1 TO WS-TL-MEAN-COUNT(WS-TL-IDX)
           IF WS-LOOKUP-VALUE > WS-LM-THRESHOLD(WS-LM-IDX)
           THEN
               ADD 1 TO WS-TL-EXCEED-DAYS(WS-TL-IDX)
               IF WS-LOOKUP-NATURAL = "Y"
                   AND WS-LOOKUP-NAME(1:2) = "pm"
               THEN
                   ADD 1 TO WS-TL-NATURAL-DAYS(WS-TL-IDX)
               END-IF
               IF WS-LOOKUP-DATE > WS-TL-LAST-EXCEED(WS-TL-IDX)
               THEN
                   MOVE WS-LOOKUP-DATE
                       TO WS-TL-LAST-EXCEED(WS-TL-IDX)
               END-IF
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: ASSESS-ALL-TALLIES
      *> PURPOSE: Give every tally its verdict in WS-TL-FLAG:
      *>          B breached, C on course to breach, W within,
      *>          E too early to project, N not assessable from daily
      *>          archives.
      *> ===============================================================
       ASSESS-ALL-TALLIES.
           MOVE 0 TO WS-BREACHED-COUNT
           MOVE 0 TO WS-ON-COURSE-COUNT
           PERFORM VARYING WS-TL-IDX FROM 1 BY 1
               UNTIL WS-TL-IDX > WS-TALLY-COUNT
               SET WS-LM-IDX TO WS-TL-LIMIT(WS-TL-IDX)
               EVALUATE WS-LM-AVERAGING(WS-LM-IDX)
               WHEN "H"
                   MOVE "N" TO WS-TL-FLAG(WS-TL-IDX)
                   MOVE "Y" TO WS-HOURLY-SKIPPED
               WHEN "Y"
                   PERFORM ASSESS-ANNUAL-MEAN
               WHEN OTHER
                   PERFORM ASSESS-EXCEEDANCE-DAYS
               END-EVALUATE
               IF WS-TL-MONTH-ROWS(WS-TL-IDX) = "Y"
               THEN
                   MOVE "Y" TO WS-MONTH-ROWS-USED
               END-IF
               EVALUATE WS-TL-FLAG(WS-TL-IDX)
               WHEN "B"
                   ADD 1 TO WS-BREACHED-COUNT
               WHEN "C"
                   ADD 1 TO WS-ON-COURSE-COUNT
               END-EVALUATE
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: ASSESS-EXCEEDANCE-DAYS
      *> PURPOSE: A counted value: breached once the exceedance days
      *>          pass the allowed count; on course when the days seen
      *>          so far, projected over the whole year at the rate
      *>          of the observed days, would pass it.
      *> ===============================================================
       ASSESS-EXCEEDANCE-DAYS.
           IF WS-LM-AVERAGING(WS-LM-IDX) = "8"
           THEN
               MOVE "Y" TO WS-DAILY-PROXY-USED
           END-IF
           MOVE 0 TO WS-PROJECTED
           IF WS-TL-DAYS(WS-TL-IDX) > 0
           THEN
               COMPUTE WS-PROJECTED ROUNDED =
                   WS-TL-EXCEED-DAYS(WS-TL-IDX) * WS-DAYS-IN-YEAR
                   / WS-TL-DAYS(WS-TL-IDX)
           END-IF
           EVALUATE TRUE
           WHEN WS-TL-EXCEED-DAYS(WS-TL-IDX)
                   > WS-LM-ALLOWED(WS-LM-IDX)
               MOVE "B" TO WS-TL-FLAG(WS-TL-IDX)
           WHEN WS-TL-DAYS(WS-TL-IDX) < C-MIN-PROJECTION-DAYS
               MOVE "E" TO WS-TL-FLAG(WS-TL-IDX)
           WHEN WS-PROJECTED > WS-LM-ALLOWED(WS-LM-IDX)
               MOVE "C" TO WS-TL-FLAG(WS-TL-IDX)
           WHEN OTHER
               MOVE "W" TO WS-TL-FLAG(WS-TL-IDX)
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: ASSESS-ANNUAL-MEAN
      *> PURPOSE: A value on the calendar-year mean: the mean so far
      *>          above the threshold is the year on course to breach
      *>          it (only the full year's mean can actually breach).
      *> ===============================================================
       ASSESS-ANNUAL-MEAN.
           MOVE 0 TO WS-YEAR-MEAN
           IF WS-TL-MEAN-COUNT(WS-TL-IDX) > 0
           THEN
               COMPUTE WS-YEAR-MEAN ROUNDED =
                   WS-TL-MEAN-SUM(WS-TL-IDX)
                   / WS-TL-MEAN-COUNT(WS-TL-IDX)
           END-IF
           EVALUATE TRUE
           WHEN WS-TL-MEAN-COUNT(WS-TL-IDX) < C-MIN-PROJECTION-DAYS
               MOVE "E" TO WS-TL-FLAG(WS-TL-IDX)
           WHEN WS-YEAR-MEAN > WS-LM-THRESHOLD(WS-LM-IDX)
               MOVE "C" TO WS-TL-FLAG(WS-TL-IDX)
           WHEN OTHER
               MOVE "W" TO WS-TL-FLAG(WS-TL-IDX)
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-EXCEEDANCE-REPORT
      *> PURPOSE: Render the report: a dated heading, the Atmo France
      *>          zones and the watched PREV'AIR locations each under
      *>          their own section, a summary count and the notes a
      *>          reader needs to file it.
      *> ===============================================================
       WRITE-EXCEEDANCE-REPORT.
           OPEN OUTPUT EXCEEDANCE-REPORT-FILE
           IF WS-ER-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not open regulatory exceedance "
                   "report file, status " WS-ER-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO ER-LINE
           STRING
               "Regulatory exceedance report - year to date "
               WS-YEAR-STR " (1 January to " LS-TODAY-ISO ")"
               INTO ER-LINE
           END-STRING
           WRITE ER-LINE
           MOVE SPACES TO ER-LINE
           MOVE WS-DAY-OF-YEAR TO LS-DAYS-DISPLAY
           MOVE WS-DAYS-IN-YEAR TO LS-COUNT-DISPLAY
           STRING
               "Produced " LS-TODAY-ISO " " LS-CDT-HOUR ":"
               LS-CDT-MINUTE ", day " FUNCTION TRIM(LS-DAYS-DISPLAY)
               " of " FUNCTION TRIM(LS-COUNT-DISPLAY)
               ". Concentrations in µg/m³, daily means."
               INTO ER-LINE
           END-STRING
           WRITE ER-LINE
           MOVE SPACES TO ER-LINE
           IF WS-LIMITS-BUILT-IN = "Y"
           THEN
               MOVE "Reference values: built-in EU directive "
                   & "2008/50/EC and French R221-1 set."
                   TO ER-LINE
           ELSE
               MOVE "Reference values: limit-values.dat."
                   TO ER-LINE
           END-IF
           WRITE ER-LINE

           MOVE "Z" TO LS-SECTION-KIND
           PERFORM WRITE-REPORT-SECTION
           MOVE "V" TO LS-SECTION-KIND
           PERFORM WRITE-REPORT-SECTION

           MOVE SPACES TO ER-LINE
           WRITE ER-LINE
           MOVE SPACES TO ER-LINE
           MOVE WS-TALLY-COUNT TO LS-COUNT-DISPLAY
           MOVE WS-BREACHED-COUNT TO LS-EXCEED-DISPLAY
           MOVE WS-ON-COURSE-COUNT TO LS-PROJECTED-DISPLAY
           STRING
               "Summary: " FUNCTION TRIM(LS-COUNT-DISPLAY)
               " series assessed, "
               FUNCTION TRIM(LS-EXCEED-DISPLAY) " breached, "
               FUNCTION TRIM(LS-PROJECTED-DISPLAY)
               " on course to breach before year end."
               INTO ER-LINE
           END-STRING
           WRITE ER-LINE

           MOVE SPACES TO ER-LINE
           WRITE ER-LINE
           MOVE "Notes:" TO ER-LINE
           WRITE ER-LINE
           MOVE SPACES TO ER-LINE
           MOVE C-MIN-PROJECTION-DAYS TO LS-COUNT-DISPLAY
           STRING
               "  Projections extend the exceedance rate of the "
               "observed days over the whole year; series with "
               "fewer than " FUNCTION TRIM(LS-COUNT-DISPLAY)
               " observed days are not projected."
               INTO ER-LINE
           END-STRING
           WRITE ER-LINE
           IF WS-DAILY-PROXY-USED = "Y"
           THEN
               MOVE "  Values set on the maximum daily 8-hour mean "
                   & "are assessed on the archived daily mean, which "
                   & "can only understate exceedances."
                   TO ER-LINE
               WRITE ER-LINE
           END-IF
           IF WS-HOURLY-SKIPPED = "Y"
           THEN
               MOVE "  Values set on hourly means cannot be assessed "
                   & "from the daily archives and are listed as such."
                   TO ER-LINE
               WRITE ER-LINE
           END-IF
           IF WS-MONTH-ROWS-USED = "Y"
           THEN
               MOVE "  Months already compacted to monthly rows "
                   & "count towards annual means only; their days "
                   & "cannot be counted."
                   TO ER-LINE
               WRITE ER-LINE
           END-IF
           IF WS-NATURAL-DAYS-USED = "Y"
           THEN
               MOVE "  Natural-source days: PM exceedance days "
                   & "attributed to Saharan dust or wildfire smoke, "
                   & "which directive 2008/50/EC art. 20 lets be "
                   & "subtracted once demonstrated."
                   TO ER-LINE
               WRITE ER-LINE
               MOVE "  The verdict on a series' own line still counts "
                   & "every day."
                   TO ER-LINE
               WRITE ER-LINE
           END-IF

           CLOSE EXCEEDANCE-REPORT-FILE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-REPORT-SECTION
      *> PURPOSE: The section heading and one line per tally of the
      *>          source in LS-SECTION-KIND.
      *> ===============================================================
       WRITE-REPORT-SECTION.
           MOVE SPACES TO ER-LINE
           WRITE ER-LINE
           IF LS-SECTION-KIND = "Z"
           THEN
               MOVE "Atmo France zones (code_zone)" TO ER-LINE
           ELSE
               MOVE "Watched locations, PREV'AIR (latitude,longitude)"
                   TO ER-LINE
           END-IF
           WRITE ER-LINE

           MOVE 0 TO LS-SECTION-LINES
           PERFORM VARYING WS-TL-IDX FROM 1 BY 1
               UNTIL WS-TL-IDX > WS-TALLY-COUNT
               IF WS-TL-KIND(WS-TL-IDX) = LS-SECTION-KIND
               THEN
                   PERFORM WRITE-ONE-TALLY-LINE
                   ADD 1 TO LS-SECTION-LINES
               END-IF
           END-PERFORM
           IF LS-SECTION-LINES = 0
           THEN
               MOVE "  No archived readings this year." TO ER-LINE
               WRITE ER-LINE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: WRITE-ONE-TALLY-LINE
      *> PURPOSE: Render the tally at WS-TL-IDX: the series, the
      *>          regulatory value, the count or mean so far and the
      *>          verdict.
      *> ===============================================================
       WRITE-ONE-TALLY-LINE.
           SET WS-LM-IDX TO WS-TL-LIMIT(WS-TL-IDX)
           MOVE FUNCTION UPPER-CASE(WS-LM-NAME(WS-LM-IDX))
               TO LS-PREVAIR-NAME
           CALL "PREVAIR-POLLUTANT-DISPLAY-NAME" USING
               LS-PREVAIR-NAME
               LS-DISPLAY-NAME
           MOVE SPACES TO LS-SERIES-LABEL
           STRING
               FUNCTION TRIM(WS-TL-ZONE(WS-TL-IDX)) " "
               FUNCTION TRIM(LS-DISPLAY-NAME)
               INTO LS-SERIES-LABEL
           END-STRING

           MOVE WS-LM-THRESHOLD(WS-LM-IDX) TO LS-THRESHOLD-DISPLAY
           MOVE WS-LM-ALLOWED(WS-LM-IDX) TO LS-ALLOWED-DISPLAY
           MOVE SPACES TO LS-RULE-TEXT
           EVALUATE WS-LM-AVERAGING(WS-LM-IDX)
           WHEN "Y"
               STRING
                   WS-LM-REGIME(WS-LM-IDX) " "
                   FUNCTION TRIM(WS-LM-LABEL(WS-LM-IDX))
                   " (year mean > "
                   FUNCTION TRIM(LS-THRESHOLD-DISPLAY) ")"
                   INTO LS-RULE-TEXT
               END-STRING
           WHEN OTHER
               STRING
                   WS-LM-REGIME(WS-LM-IDX) " "
                   FUNCTION TRIM(WS-LM-LABEL(WS-LM-IDX))
                   " (> " FUNCTION TRIM(LS-THRESHOLD-DISPLAY) ", "
                   FUNCTION TRIM(LS-ALLOWED-DISPLAY) " days allowed)"
                   INTO LS-RULE-TEXT
               END-STRING
           END-EVALUATE

           EVALUATE WS-TL-FLAG(WS-TL-IDX)
           WHEN "B"
               MOVE "BREACHED" TO LS-STATE-TEXT
           WHEN "C"
               MOVE "ON COURSE TO BREACH" TO LS-STATE-TEXT
           WHEN "E"
               MOVE "too early to project" TO LS-STATE-TEXT
           WHEN "N"
               MOVE "not assessable from daily data" TO LS-STATE-TEXT
           WHEN OTHER
               MOVE "within" TO LS-STATE-TEXT
           END-EVALUATE

           MOVE WS-TL-DAYS(WS-TL-IDX) TO LS-DAYS-DISPLAY
           MOVE SPACES TO ER-LINE
           EVALUATE WS-LM-AVERAGING(WS-LM-IDX)
           WHEN "H"
               STRING
                   "  " FUNCTION TRIM(LS-SERIES-LABEL) ": "
                   FUNCTION TRIM(LS-RULE-TEXT) " - "
                   FUNCTION TRIM(LS-STATE-TEXT)
                   INTO ER-LINE
               END-STRING
           WHEN "Y"
               MOVE 0 TO WS-YEAR-MEAN
               IF WS-TL-MEAN-COUNT(WS-TL-IDX) > 0
               THEN
                   COMPUTE WS-YEAR-MEAN ROUNDED =
                       WS-TL-MEAN-SUM(WS-TL-IDX)
                       / WS-TL-MEAN-COUNT(WS-TL-IDX)
               END-IF
               MOVE WS-YEAR-MEAN TO LS-MEAN-DISPLAY
               STRING
                   "  " FUNCTION TRIM(LS-SERIES-LABEL) ": "
                   FUNCTION TRIM(LS-RULE-TEXT) ": mean to date "
                   FUNCTION TRIM(LS-MEAN-DISPLAY) " over "
                   FUNCTION TRIM(LS-DAYS-DISPLAY) " days - "
                   FUNCTION TRIM(LS-STATE-TEXT)
                   INTO ER-LINE
               END-STRING
           WHEN OTHER
               MOVE WS-TL-EXCEED-DAYS(WS-TL-IDX) TO LS-EXCEED-DISPLAY
               MOVE 0 TO WS-PROJECTED
               IF WS-TL-DAYS(WS-TL-IDX) > 0
               THEN
                   COMPUTE WS-PROJECTED ROUNDED =
                       WS-TL-EXCEED-DAYS(WS-TL-IDX) * WS-DAYS-IN-YEAR
                       / WS-TL-DAYS(WS-TL-IDX)
               END-IF
               MOVE WS-PROJECTED TO LS-PROJECTED-DISPLAY
               STRING
                   "  " FUNCTION TRIM(LS-SERIES-LABEL) ": "
                   FUNCTION TRIM(LS-RULE-TEXT) ": "
                   FUNCTION TRIM(LS-EXCEED-DISPLAY)
                   " days exceeded of "
                   FUNCTION TRIM(LS-DAYS-DISPLAY)
                   " observed, projected "
                   FUNCTION TRIM(LS-PROJECTED-DISPLAY) " - "
                   FUNCTION TRIM(LS-STATE-TEXT)
                   INTO ER-LINE
               END-STRING
               IF WS-TL-LAST-EXCEED(WS-TL-IDX) NOT = SPACES
               THEN
                   STRING
                       FUNCTION TRIM(ER-LINE) " (last "
                       FUNCTION TRIM(WS-TL-LAST-EXCEED(WS-TL-IDX))
                       ")"
                       INTO ER-LINE
                   END-STRING
               END-IF
           END-EVALUATE
           WRITE ER-LINE

           IF WS-LM-AVERAGING(WS-LM-IDX) NOT = "Y"
               AND WS-LM-AVERAGING(WS-LM-IDX) NOT = "H"
               AND WS-TL-NATURAL-DAYS(WS-TL-IDX) > 0
           THEN
               PERFORM WRITE-NATURAL-SOURCE-LINE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: WRITE-NATURAL-SOURCE-LINE
      *> PURPOSE: Under the tally at WS-TL-IDX, the exceedance days
      *>          attributed to a natural source and what the count,
      *>          the projection and the verdict become without them.
      *> ===============================================================
       WRITE-NATURAL-SOURCE-LINE.
           MOVE "Y" TO WS-NATURAL-DAYS-USED
           COMPUTE WS-NET-EXCEED-DAYS =
               WS-TL-EXCEED-DAYS(WS-TL-IDX)
               - WS-TL-NATURAL-DAYS(WS-TL-IDX)
           MOVE 0 TO WS-PROJECTED
           IF WS-TL-DAYS(WS-TL-IDX) > 0
           THEN
               COMPUTE WS-PROJECTED ROUNDED =
                   WS-NET-EXCEED-DAYS * WS-DAYS-IN-YEAR
                   / WS-TL-DAYS(WS-TL-IDX)
           END-IF
           EVALUATE TRUE
           WHEN WS-NET-EXCEED-DAYS > WS-LM-ALLOWED(WS-LM-IDX)
               MOVE "BREACHED" TO LS-STATE-TEXT
           WHEN WS-TL-DAYS(WS-TL-IDX) < C-MIN-PROJECTION-DAYS
               MOVE "too early to project" TO LS-STATE-TEXT
           WHEN WS-PROJECTED > WS-LM-ALLOWED(WS-LM-IDX)
               MOVE "ON COURSE TO BREACH" TO LS-STATE-TEXT
           WHEN OTHER
               MOVE "within" TO LS-STATE-TEXT
           END-EVALUATE

           MOVE WS-TL-NATURAL-DAYS(WS-TL-IDX) TO LS-NATURAL-DISPLAY
           MOVE WS-NET-EXCEED-DAYS TO LS-EXCEED-DISPLAY
           MOVE WS-PROJECTED TO LS-PROJECTED-DISPLAY
           MOVE SPACES TO ER-LINE
           STRING
               "    of which " FUNCTION TRIM(LS-NATURAL-DISPLAY)
               " natural-source (Saharan dust, wildfire smoke); "
               "net of them " FUNCTION TRIM(LS-EXCEED-DISPLAY)
               " days, projected "
               FUNCTION TRIM(LS-PROJECTED-DISPLAY) " - "
               FUNCTION TRIM(LS-STATE-TEXT)
               INTO ER-LINE
           END-STRING
           WRITE ER-LINE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-BATCH-RUN-RECORD
      *> PURPOSE: Append this run's record to the shared batch-control
      *>          journal for the /status route.
      *> ===============================================================
       WRITE-BATCH-RUN-RECORD.
           MOVE FUNCTION CURRENT-DATE TO BC-END-TIMESTAMP
           CALL "BATCH-RUN-RECORD" USING
               BY REFERENCE BC-RECORD.

       END PROGRAM REGULATORY-EXCEEDANCE-BATCH.
