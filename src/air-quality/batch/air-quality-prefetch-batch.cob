      *> PURPOSE: Nightly pre-fetch job. Calls each data service once
      *>          per watched location so its per-process prefetch
      *>          cache is warm before a live request ever arrives.
      *>          While it is there it files the day's PREV'AIR and
      *>          CAMS readings for the location into their daily
      *>          history archives, the counterparts of the pollen
      *>          and Atmo France archives the services keep.
      *>          Called from AIR-QUALITY-RSS's main loop; not reachable
      *>          from the HTTP router.
      *> ===============================================================
               RECORD KEY IS WH-KEY
               FILE STATUS IS WS-WH-FILE-STATUS.

      *> The daily PREV'AIR and CAMS archives, one record per
      *> (date, watched location), read back by HISTORY-QUERY-SERVICE
      *> and the reporting batches alongside the pollen and Atmo
      *> France archives.
           SELECT PREVAIR-DAILY-HISTORY-FILE ASSIGN TO
                   "prevair-pollutant-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PVH-KEY
               FILE STATUS IS WS-PVH-FILE-STATUS.

           SELECT CAMS-HISTORY-FILE ASSIGN TO
                   "cams-pollutant-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMH-KEY
               FILE STATUS IS WS-CMH-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WEATHER-HISTORY-FILE.
       COPY weather-history IN "air-quality/batch".

       FD  PREVAIR-DAILY-HISTORY-FILE.
       COPY pollutant-daily-history IN "pollutant/service/prevair".

       FD  CAMS-HISTORY-FILE.
       COPY pollutant-daily-history IN "pollutant/service/cams".

       WORKING-STORAGE SECTION.
       01  WS-WH-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PVH-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CMH-FILE-STATUS           PIC X(02) VALUE SPACES.

       LOCAL-STORAGE SECTION.
       01  LS-LATITUDE-DEGREES          PIC S9(3)V9(8).
       01  LS-WIND-DIRECTION            PIC 9(3) VALUE 0.
       01  LS-TEMPERATURE               PIC S9(3)V9(1) VALUE 0.
       01  LS-TODAY-TIMESTAMP           PIC X(21) VALUE SPACES.
      *> The daily PREV'AIR/CAMS archive records: today's date in
      *> both the fetchers' YYYYMMDD form and the archives'
      *> YYYY-MM-DD form, the location label edited exactly as
      *> POLLEN-PARSER edits PH-LOCATION, and the data-quality stage
      *> every archive write goes through (see DATA-QUALITY-SCORE;
      *> floor AQRSS_DQ_FLOOR, default 40).
       01  LS-FETCH-DATE-STR            PIC X(8) VALUE SPACES.
       01  LS-ARCHIVE-DATE-STR          PIC X(10) VALUE SPACES.
       01  LS-ARCHIVE-LOCATION          PIC X(21) VALUE SPACES.
       01  LS-LATITUDE-DISPLAY          PIC -ZZ9.999999.
       01  LS-LONGITUDE-DISPLAY         PIC -ZZ9.999999.
       01  LS-ARCHIVE-INDEX             PIC 9(2) VALUE 0.
       01  LS-DQ-SCORE                  PIC 9(3) VALUE 0.
       01  LS-DQ-FLOOR                  PIC 9(3) VALUE 40.
       01  LS-DQ-ENV-VALUE              PIC X(32) VALUE SPACES.
       01  LS-DQ-PROVIDER               PIC X(12) VALUE SPACES.
       01  LS-CAMS-ROUTE-ENABLED        PIC X(01) VALUE "Y".
       01  C-PVH-FILE-NAME              PIC X(40)
               VALUE "prevair-pollutant-history.dat".
       01  C-PVH-LAYOUT-VERSION         PIC 9(3) VALUE 1.
       01  C-CMH-FILE-NAME              PIC X(40)
               VALUE "cams-pollutant-history.dat".
       01  C-CMH-LAYOUT-VERSION         PIC 9(3) VALUE 1.
       COPY "pollutant-data" IN "pollutant/service".
       COPY batch-control IN "air-quality/batch".
       COPY "watched-locations" IN "air-quality/batch".

           ACCEPT LS-WEBSUB-BASE-URL
               FROM ENVIRONMENT "AIR_QUALITY_FEED_URL"

           MOVE FUNCTION CURRENT-DATE TO LS-TODAY-TIMESTAMP
           MOVE LS-TODAY-TIMESTAMP(1:8) TO LS-FETCH-DATE-STR
           STRING
               LS-TODAY-TIMESTAMP(1:4) "-" LS-TODAY-TIMESTAMP(5:2)
               "-" LS-TODAY-TIMESTAMP(7:2)
               INTO LS-ARCHIVE-DATE-STR
           END-STRING
           MOVE SPACES TO LS-DQ-ENV-VALUE
           ACCEPT LS-DQ-ENV-VALUE FROM ENVIRONMENT "AQRSS_DQ_FLOOR"
           IF FUNCTION TRIM(LS-DQ-ENV-VALUE) NOT = SPACES
               AND FUNCTION TRIM(LS-DQ-ENV-VALUE) IS NUMERIC
           THEN
               MOVE FUNCTION NUMVAL(LS-DQ-ENV-VALUE) TO LS-DQ-FLOOR
           END-IF
           CALL "GET-CAMS-ROUTE-ENABLED" USING
               BY REFERENCE LS-CAMS-ROUTE-ENABLED

           PERFORM VARYING WL-LATLONG-INDEX FROM 1 BY 1
               UNTIL WL-LATLONG-INDEX > WL-LATLONG-COUNT

               END-IF

               PERFORM ARCHIVE-WEATHER-OBSERVATION
               PERFORM ARCHIVE-PREVAIR-DAILY-RECORD
               PERFORM ARCHIVE-CAMS-DAILY-RECORD

           END-PERFORM

           END-IF
           CLOSE WEATHER-HISTORY-FILE.

      *> ===============================================================
      *> PARAGRAPH: ARCHIVE-PREVAIR-DAILY-RECORD
      *> PURPOSE: File today's PREV'AIR readings for the watched
      *>          location at WL-LATLONG-INDEX under (today, location
      *>          label). The readings come through PREVAIR-RAW-FETCH,
      *>          so the feed warm-up just above has normally paid
      *>          for them already and this costs no extra call.
      *>          Best-effort, like the weather record: no data, a
      *>          paused volume or an unmigrated layout simply leaves
      *>          no record for the day.
      *> ===============================================================
       ARCHIVE-PREVAIR-DAILY-RECORD.
           CALL "STORAGE-APPEND-ALLOWED"
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-PVH-FILE-NAME
               BY REFERENCE C-PVH-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF

           CALL "PREVAIR-RAW-FETCH" USING
               BY REFERENCE LS-FETCH-DATE-STR
               BY REFERENCE LS-LATITUDE-DEGREES
               BY REFERENCE LS-LONGITUDE-DEGREES
               BY REFERENCE POLLUTANT-GRP
           IF POLLUTANT-COUNT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "PREVAIR" TO LS-DQ-PROVIDER
           PERFORM PREPARE-DAILY-ARCHIVE-PAYLOAD
           IF LS-DQ-SCORE < LS-DQ-FLOOR
           THEN
               EXIT PARAGRAPH
           END-IF

           OPEN I-O PREVAIR-DAILY-HISTORY-FILE
           IF WS-PVH-FILE-STATUS = "35"
           THEN
               OPEN OUTPUT PREVAIR-DAILY-HISTORY-FILE
           END-IF
           IF WS-PVH-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not open the PREV'AIR history "
                   "archive, status " WS-PVH-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE LS-ARCHIVE-DATE-STR TO PVH-DATE-STR
           MOVE LS-ARCHIVE-LOCATION TO PVH-LOCATION
           MOVE POLLUTANT-COUNT TO PVH-COUNT
           MOVE LS-DQ-SCORE TO PVH-QUALITY-SCORE
           PERFORM VARYING LS-ARCHIVE-INDEX FROM 1 BY 1
               UNTIL LS-ARCHIVE-INDEX > C-PVH-HISTORY-MAX-COUNT
               IF LS-ARCHIVE-INDEX <= POLLUTANT-COUNT
               THEN
                   MOVE POLLUTANT-NAMES(LS-ARCHIVE-INDEX)
                       TO PVH-NAME(LS-ARCHIVE-INDEX)
                   MOVE POLLUTANT-AVERAGES(LS-ARCHIVE-INDEX)
                       TO PVH-AVERAGE(LS-ARCHIVE-INDEX)
                   MOVE POLLUTANT-INDICES(LS-ARCHIVE-INDEX)
                       TO PVH-INDEX(LS-ARCHIVE-INDEX)
               ELSE
                   MOVE SPACES TO PVH-NAME(LS-ARCHIVE-INDEX)
                   MOVE 0 TO PVH-AVERAGE(LS-ARCHIVE-INDEX)
                   MOVE 0 TO PVH-INDEX(LS-ARCHIVE-INDEX)
               END-IF
           END-PERFORM

           WRITE PVH-RECORD
           IF WS-PVH-FILE-STATUS = "22"
           THEN
               REWRITE PVH-RECORD
           END-IF
           CLOSE PREVAIR-DAILY-HISTORY-FILE.

      *> ===============================================================
      *> PARAGRAPH: ARCHIVE-CAMS-DAILY-RECORD
      *> PURPOSE: Same as ARCHIVE-PREVAIR-DAILY-RECORD for the
      *>          Copernicus CAMS readings, through CAMS-RAW-FETCH.
      *>          Skipped while the CAMS route is switched off for
      *>          maintenance (CAMS_ROUTE_ENABLED=N).
      *> ===============================================================
       ARCHIVE-CAMS-DAILY-RECORD.
           IF LS-CAMS-ROUTE-ENABLED = "N"
           THEN
               EXIT PARAGRAPH
           END-IF
           CALL "STORAGE-APPEND-ALLOWED"
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-CMH-FILE-NAME
               BY REFERENCE C-CMH-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF

           CALL "CAMS-RAW-FETCH" USING
               BY REFERENCE LS-FETCH-DATE-STR
               BY REFERENCE LS-LATITUDE-DEGREES
               BY REFERENCE LS-LONGITUDE-DEGREES
               BY REFERENCE POLLUTANT-GRP
           IF POLLUTANT-COUNT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "CAMS" TO LS-DQ-PROVIDER
           PERFORM PREPARE-DAILY-ARCHIVE-PAYLOAD
           IF LS-DQ-SCORE < LS-DQ-FLOOR
           THEN
               EXIT PARAGRAPH
           END-IF

           OPEN I-O CAMS-HISTORY-FILE
           IF WS-CMH-FILE-STATUS = "35"
           THEN
               OPEN OUTPUT CAMS-HISTORY-FILE
           END-IF
           IF WS-CMH-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not open the CAMS history "
                   "archive, status " WS-CMH-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE LS-ARCHIVE-DATE-STR TO CMH-DATE-STR
           MOVE LS-ARCHIVE-LOCATION TO CMH-LOCATION
           MOVE POLLUTANT-COUNT TO CMH-COUNT
           MOVE LS-DQ-SCORE TO CMH-QUALITY-SCORE
           PERFORM VARYING LS-ARCHIVE-INDEX FROM 1 BY 1
               UNTIL LS-ARCHIVE-INDEX > C-CMH-HISTORY-MAX-COUNT
               IF LS-ARCHIVE-INDEX <= POLLUTANT-COUNT
               THEN
                   MOVE POLLUTANT-NAMES(LS-ARCHIVE-INDEX)
                       TO CMH-NAME(LS-ARCHIVE-INDEX)
                   MOVE POLLUTANT-AVERAGES(LS-ARCHIVE-INDEX)
                       TO CMH-AVERAGE(LS-ARCHIVE-INDEX)
                   MOVE POLLUTANT-INDICES(LS-ARCHIVE-INDEX)
                       TO CMH-INDEX(LS-ARCHIVE-INDEX)
               ELSE
                   MOVE SPACES TO CMH-NAME(LS-ARCHIVE-INDEX)
                   MOVE 0 TO CMH-AVERAGE(LS-ARCHIVE-INDEX)
                   MOVE 0 TO CMH-INDEX(LS-ARCHIVE-INDEX)
               END-IF
           END-PERFORM

           WRITE CMH-RECORD
           IF WS-CMH-FILE-STATUS = "22"
           THEN
               REWRITE CMH-RECORD
           END-IF
           CLOSE CAMS-HISTORY-FILE.

      *> ===============================================================
      *> PARAGRAPH: PREPARE-DAILY-ARCHIVE-PAYLOAD
      *> PURPOSE: Shared front half of the two daily archive writes:
      *>          fold the fetched names into the Atmo France
      *>          vocabulary (PREV'AIR hands back upper-case,
      *>          NUL-padded names), build the location label, and
      *>          score the payload for LS-DQ-PROVIDER. A payload
      *>          below the floor is logged and counted as held, and
      *>          the caller leaves it out of the archive.
      *> ===============================================================
       PREPARE-DAILY-ARCHIVE-PAYLOAD.
           PERFORM VARYING LS-ARCHIVE-INDEX FROM 1 BY 1
               UNTIL LS-ARCHIVE-INDEX > POLLUTANT-COUNT
               INSPECT POLLUTANT-NAMES(LS-ARCHIVE-INDEX)
                   REPLACING ALL X"00" BY SPACE
               MOVE FUNCTION LOWER-CASE(
                       POLLUTANT-NAMES(LS-ARCHIVE-INDEX))
                   TO POLLUTANT-NAMES(LS-ARCHIVE-INDEX)
           END-PERFORM

           MOVE LS-LATITUDE-DEGREES TO LS-LATITUDE-DISPLAY
           MOVE LS-LONGITUDE-DEGREES TO LS-LONGITUDE-DISPLAY
           MOVE SPACES TO LS-ARCHIVE-LOCATION
           STRING
               FUNCTION TRIM(LS-LATITUDE-DISPLAY) ","
               FUNCTION TRIM(LS-LONGITUDE-DISPLAY)
               INTO LS-ARCHIVE-LOCATION
           END-STRING

           CALL "SCORE-POLLUTANT-PAYLOAD" USING
               BY REFERENCE POLLUTANT-GRP
               BY REFERENCE LS-ARCHIVE-DATE-STR
               BY REFERENCE LS-DQ-PROVIDER
               BY REFERENCE LS-DQ-SCORE
           IF LS-DQ-SCORE < LS-DQ-FLOOR
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Holding " FUNCTION TRIM(LS-DQ-PROVIDER)
                   " payload for " FUNCTION TRIM(LS-ARCHIVE-LOCATION)
                   " back from the archive: quality score "
                   LS-DQ-SCORE " below floor " LS-DQ-FLOOR
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               CALL "DATA-QUALITY-HELD" USING
                   BY REFERENCE LS-DQ-PROVIDER
           END-IF.

       END PROGRAM AIR-QUALITY-PREFETCH-BATCH.
