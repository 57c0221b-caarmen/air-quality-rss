      *> ===============================================================
      *> PROGRAM: FORECAST-ACCURACY-BATCH
      *> PURPOSE: Close the loop on the forecasts we publish.
      *>          Each run does two things per watched location:
      *>          stores tomorrow's forecasts in the forecast log -
      *>          PREV'AIR's, CAMS's daily mean and the blend of the
      *>          two (see FORECAST-BLEND), each under its own
      *>          FL-SOURCE - and scores every stored forecast whose
      *>          target day has arrived against the observed
      *>          PREV'AIR readings - per source and pollutant, the
      *>          absolute error between forecast and observed
      *>          average, and whether a forecast elevated day (index
      *>          4+) actually verified. The running tallies live in
      *>          the scorecard file, where FORECAST-BLEND reads them
      *>          back to weight the sources, and the report file
      *>          answers the town-hall question directly: when we
      *>          said "tomorrow will be bad", how often were we
      *>          right - and did blending beat either source alone?
      *>          All fetches go through PREVAIR-RAW-FETCH and
      *>          CAMS-FORECAST-FETCH, so the cache, the daily call
      *>          budgets and the circuit breakers apply as usual.
      *>          Called from AIR-QUALITY-RSS's main loop; not
      *>          reachable from the HTTP router.
      *> ===============================================================
                   "forecast-scorecard.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-KEY
               FILE STATUS IS WS-SC-FILE-STATUS.

           SELECT ACCURACY-REPORT-FILE ASSIGN TO
      *> A forecast index at or above this level counts as an
      *> elevated-day call for the hit-rate tally.
       01  C-ELEVATED-FLOOR             CONSTANT AS 4.
       01  C-FL-FILE-NAME               PIC X(40)
               VALUE "forecast-log.dat".
       01  C-SC-FILE-NAME               PIC X(40)
               VALUE "forecast-scorecard.dat".
       01  C-FORECAST-LAYOUT-VERSION    PIC 9(3) VALUE 2.

       LOCAL-STORAGE SECTION.
       01  LS-CURRENT-DATE-AND-TIME.
       01  LS-AVG-ERROR                 PIC ZZ9.9.
       01  LS-SAMPLE-DISPLAY            PIC Z(6)9.
       01  LS-ELEV-DISPLAY              PIC Z(6)9.
       01  LS-SOURCE-LABEL              PIC X(8) VALUE SPACES.
       01  LS-DAY-ONE                   PIC 9(1) VALUE 1.
       01  C-LOG-INFO                   PIC X(5) VALUE "INFO".
       01  C-LOG-WARN                   PIC X(5) VALUE "WARN".
       01  LS-LOG-MESSAGE               PIC X(256) VALUE SPACES.
       COPY "pollutant-data" IN "pollutant/service".
       COPY batch-control IN "air-quality/batch".
       COPY "watched-locations" IN "air-quality/batch".
       COPY forecast-blend IN "air-quality/service".

       PROCEDURE DIVISION.

               GOBACK
           END-IF

      *> Both files are keyed by source since layout version 2
      *> (see AQRSS-LAYOUT-VERSION); reading a v1 file through the
      *> v2 keys would misframe every record.
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-FL-FILE-NAME
               BY REFERENCE C-FORECAST-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               CALL "LAYOUT-VERSION-CHECK" USING
                   BY REFERENCE C-SC-FILE-NAME
                   BY REFERENCE C-FORECAST-LAYOUT-VERSION
                   RETURNING RETURN-CODE
           END-IF
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "SKIPPED" TO BC-STATUS
               MOVE "forecast files awaiting layout migration"
                   TO BC-NOTE
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF

           OPEN I-O FORECAST-LOG-FILE
           IF WS-FL-FILE-STATUS = "35"
           THEN
               GOBACK
           END-IF

      *> Pass one: store tomorrow's forecasts for every watched
      *> latitude/longitude pair.
           PERFORM VARYING WL-LATLONG-INDEX FROM 1 BY 1
               UNTIL WL-LATLONG-INDEX > WL-LATLONG-COUNT

      *> ===============================================================
      *> PARAGRAPH: STORE-ONE-FORECAST
      *> PURPOSE: Fetch tomorrow's forecasts for the WL-LATLONG-INDEX
      *>          location and file each under (tomorrow, location,
      *>          source). An empty or refused fetch just stores
      *>          nothing for that source - there will be no forecast
      *>          to score, which is itself the truth.
      *> ===============================================================
       STORE-ONE-FORECAST.
           MOVE FUNCTION NUMVAL(WL-LATITUDE-STR(WL-LATLONG-INDEX))
               BY REFERENCE LS-LATITUDE-DEGREES
               BY REFERENCE LS-LONGITUDE-DEGREES
               BY REFERENCE POLLUTANT-GRP
           IF POLLUTANT-COUNT > 0
           THEN
               MOVE "PREVAIR" TO FL-SOURCE
               PERFORM STORE-POLLUTANT-GRP-FORECAST
           END-IF

           MOVE 0 TO POLLUTANT-COUNT
           CALL "CAMS-FORECAST-FETCH" USING
               BY REFERENCE LS-LATITUDE-DEGREES
               BY REFERENCE LS-LONGITUDE-DEGREES
               BY REFERENCE LS-DAY-ONE
               BY REFERENCE POLLUTANT-GRP
           IF POLLUTANT-COUNT > 0
           THEN
               MOVE "CAMS" TO FL-SOURCE
               PERFORM STORE-POLLUTANT-GRP-FORECAST
           END-IF

      *> Both fetches above are cached, so the blend re-reads them
      *> without spending either budget again.
           MOVE 0 TO FB-COUNT
           CALL "FORECAST-BLEND" USING
               BY REFERENCE LS-LATITUDE-DEGREES
               BY REFERENCE LS-LONGITUDE-DEGREES
               BY REFERENCE LS-DAY-ONE
               BY REFERENCE FB-GRP
           IF FB-COUNT > 0
           THEN
               PERFORM STORE-BLEND-FORECAST
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: STORE-POLLUTANT-GRP-FORECAST
      *> PURPOSE: File the POLLUTANT-GRP readings just fetched under
      *>          FL-SOURCE. Names are stored in the PREV'AIR
      *>          vocabulary whichever source they came from: NUL
      *>          padding cleaned to spaces, CAMS's lower case raised.
      *> ===============================================================
       STORE-POLLUTANT-GRP-FORECAST.
           MOVE LS-TOMORROW-STR TO FL-TARGET-DATE
           MOVE LS-LOCATION TO FL-LOCATION
           MOVE "N" TO FL-SCORED
               UNTIL LS-ENTRY-IDX > C-FL-MAX-COUNT
               IF LS-ENTRY-IDX <= POLLUTANT-COUNT
               THEN
                   MOVE FUNCTION UPPER-CASE(
                       POLLUTANT-NAMES(LS-ENTRY-IDX))
                       TO FL-NAME(LS-ENTRY-IDX)
                   INSPECT FL-NAME(LS-ENTRY-IDX)
                       REPLACING ALL X"00" BY SPACE
                   MOVE POLLUTANT-AVERAGES(LS-ENTRY-IDX)
                       TO FL-AVERAGE(LS-ENTRY-IDX)
                   MOVE POLLUTANT-INDICES(LS-ENTRY-IDX)
                   MOVE 0 TO FL-INDEX(LS-ENTRY-IDX)
               END-IF
           END-PERFORM
           PERFORM WRITE-FORECAST-RECORD.

      *> ===============================================================
      *> PARAGRAPH: STORE-BLEND-FORECAST
      *> PURPOSE: File tomorrow's blend (FB-GRP) under source BLEND,
      *>          so the scorecard can say whether blending beats
      *>          either source alone.
      *> ===============================================================
       STORE-BLEND-FORECAST.
           MOVE LS-TOMORROW-STR TO FL-TARGET-DATE
           MOVE LS-LOCATION TO FL-LOCATION
           MOVE "BLEND" TO FL-SOURCE
           MOVE "N" TO FL-SCORED
           MOVE FB-COUNT TO FL-COUNT
           PERFORM VARYING LS-ENTRY-IDX FROM 1 BY 1
               UNTIL LS-ENTRY-IDX > C-FL-MAX-COUNT
               IF LS-ENTRY-IDX <= FB-COUNT
               THEN
                   MOVE FB-NAME(LS-ENTRY-IDX)
                       TO FL-NAME(LS-ENTRY-IDX)
                   MOVE FB-AVERAGE(LS-ENTRY-IDX)
                       TO FL-AVERAGE(LS-ENTRY-IDX)
                   MOVE FB-INDEX(LS-ENTRY-IDX)
                       TO FL-INDEX(LS-ENTRY-IDX)
               ELSE
                   MOVE SPACES TO FL-NAME(LS-ENTRY-IDX)
                   MOVE 0 TO FL-AVERAGE(LS-ENTRY-IDX)
                   MOVE 0 TO FL-INDEX(LS-ENTRY-IDX)
               END-IF
           END-PERFORM
           PERFORM WRITE-FORECAST-RECORD.

      *> ===============================================================
      *> PARAGRAPH: WRITE-FORECAST-RECORD
      *> PURPOSE: Write FL-RECORD, replacing a same-key record stored
      *>          by an earlier run today.
      *> ===============================================================
       WRITE-FORECAST-RECORD.
           WRITE FL-RECORD
           IF WS-FL-FILE-STATUS = "22"
           THEN
      *> PARAGRAPH: SCORE-ONE-FORECAST
      *> PURPOSE: Fetch the observed readings for the FL-RECORD just
      *>          read and fold each matching pollutant pair into the
      *>          scorecard under the record's source. Observed means
      *>          PREV'AIR's readings for every source, so all three
      *>          are held to the same yardstick. A day whose observed
      *>          fetch comes back empty stays unscored and is retried
      *>          next run.
      *> ===============================================================
       SCORE-ONE-FORECAST.
      *> The label is "latitude,longitude"; split it back apart the
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LS-OBS-IDX FROM 1 BY 1
               UNTIL LS-OBS-IDX > POLLUTANT-COUNT
               INSPECT POLLUTANT-NAMES(LS-OBS-IDX)
                   REPLACING ALL X"00" BY SPACE
           END-PERFORM

           PERFORM VARYING LS-ENTRY-IDX FROM 1 BY 1
               UNTIL LS-ENTRY-IDX > FL-COUNT

      *> ===============================================================
      *> PARAGRAPH: FOLD-PAIR-INTO-SCORECARD
      *> PURPOSE: Add one forecast/observed pair to the source's
      *>          running scorecard record for the pollutant, creating
      *>          the record the first time the pair is seen.
      *> ===============================================================
       FOLD-PAIR-INTO-SCORECARD.
           OPEN I-O FORECAST-SCORECARD-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE FL-SOURCE TO SC-SOURCE
           MOVE FL-NAME(LS-ENTRY-IDX) TO SC-POLLUTANT-NAME
           READ FORECAST-SCORECARD-FILE
           IF WS-SC-FILE-STATUS NOT = "00"
           THEN
               MOVE FL-SOURCE TO SC-SOURCE
               MOVE FL-NAME(LS-ENTRY-IDX) TO SC-POLLUTANT-NAME
               MOVE 0 TO SC-SAMPLE-COUNT
               MOVE 0 TO SC-ERROR-SUM
      *> ===============================================================
      *> PARAGRAPH: WRITE-ACCURACY-REPORT
      *> PURPOSE: Render the scorecard file as the accuracy report:
      *>          per source and pollutant, the sample count, average
      *>          absolute error and elevated-day hit rate - the
      *>          blend's lines next to the two sources' show whether
      *>          blending earns its keep.
      *> ===============================================================
       WRITE-ACCURACY-REPORT.
           OPEN INPUT FORECAST-SCORECARD-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE "Forecast accuracy scorecard (PREV'AIR, CAMS and "
               & "the blend)" TO AR-LINE
           WRITE AR-LINE

           PERFORM UNTIL WS-SC-FILE-STATUS = "10"

      *> ===============================================================
      *> PARAGRAPH: WRITE-ONE-SCORECARD-LINE
      *> PURPOSE: One source's accuracy line for one pollutant.
      *> ===============================================================
       WRITE-ONE-SCORECARD-LINE.
           IF SC-SAMPLE-COUNT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           EVALUATE SC-SOURCE
           WHEN "PREVAIR"
               MOVE "PREV'AIR" TO LS-SOURCE-LABEL
           WHEN "BLEND"
               MOVE "Blend" TO LS-SOURCE-LABEL
           WHEN OTHER
               MOVE SC-SOURCE TO LS-SOURCE-LABEL
           END-EVALUATE
           COMPUTE LS-AVG-ERROR ROUNDED =
               SC-ERROR-SUM / SC-SAMPLE-COUNT
           IF SC-ELEV-FORECAST-COUNT > 0
           IF SC-ELEV-FORECAST-COUNT > 0
           THEN
               STRING
                   "  " FUNCTION TRIM(LS-SOURCE-LABEL) " "
                   FUNCTION TRIM(SC-POLLUTANT-NAME)
                   ": " FUNCTION TRIM(LS-SAMPLE-DISPLAY)
                   " day(s) scored, avg error "
                   FUNCTION TRIM(LS-AVG-ERROR)
               END-STRING
           ELSE
               STRING
                   "  " FUNCTION TRIM(LS-SOURCE-LABEL) " "
                   FUNCTION TRIM(SC-POLLUTANT-NAME)
                   ": " FUNCTION TRIM(LS-SAMPLE-DISPLAY)
                   " day(s) scored, avg error "
                   FUNCTION TRIM(LS-AVG-ERROR)
