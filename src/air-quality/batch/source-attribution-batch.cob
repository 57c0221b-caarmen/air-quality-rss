      *> ===============================================================
      *> PROGRAM: SOURCE-ATTRIBUTION-BATCH
      *> PURPOSE: Answer "is it local or imported?" for a day of raised
      *>          particulates, with evidence instead of the wind
      *>          statistics alone. For every watched latitude/longitude
      *>          location whose PM10 daily mean today (the PREV'AIR
      *>          archive's, the CAMS archive's when PREV'AIR has no
      *>          record) reaches AQRSS_ATTRIB_PM10_UG (default 50
      *>          ug/m3), two context sources are consulted:
      *>            - the Copernicus CAMS desert-dust concentration and
      *>              aerosol optical depth at the location
      *>              (CAMS-DUST-FETCH);
      *>            - the NASA FIRMS active-fire feed: the satellite
      *>              hotspots detected over the last day within
      *>              AQRSS_ATTRIB_FIRE_RADIUS_KM (default 300 km), of
      *>              which only those lying upwind - within
      *>              C-UPWIND-HALF-ANGLE degrees of the direction the
      *>              day's archived wind (see weather-history) blows
      *>              from - are counted.
      *>          The day is attributed DUST when the dust
      *>          concentration reaches AQRSS_ATTRIB_DUST_UG (default
      *>          20 ug/m3) and the optical depth C-AOD-FLOOR, FIRE
      *>          when at least C-MIN-UPWIND-HOTSPOTS hotspots lie
      *>          upwind and the optical depth reaches C-AOD-FLOOR
      *>          (smoke that never reached the location leaves the
      *>          column clear), BOTH when both hold. The verdict and
      *>          its evidence are filed through
      *>          SOURCE-ATTRIBUTION-SAVE; a day that no longer
      *>          qualifies on a later run is withdrawn again
      *>          (SOURCE-ATTRIBUTION-CLEAR). A location whose evidence
      *>          could not be fetched at all keeps whatever an earlier
      *>          run filed and is counted as failed.
      *>          The FIRMS map key is AQRSS_FIRMS_MAP_KEY (a vault
      *>          reference like every other credential); without it
      *>          the fire check is left out and only dust is
      *>          attributed. AQRSS_FIRMS_SOURCE picks the satellite
      *>          product (default VIIRS_SNPP_NRT) and
      *>          AQRSS_FIRMS_BASE_URL the endpoint. Both fetches run
      *>          behind the daily call budget and circuit breaker
      *>          (providers CAMS and FIRMS).
      *>          Atmo France zones carry no coordinates, so they are
      *>          not attributed.
      *>          Scheduled from AIR-QUALITY-RSS's main loop on its
      *>          own job slot after the prefetch has archived the
      *>          day's readings and wind, and runnable on demand
      *>          through the /admin/jobs routes; not reachable as an
      *>          HTTP data route.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOURCE-ATTRIBUTION-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT WEATHER-HISTORY-FILE ASSIGN TO
                   "weather-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WH-KEY
               FILE STATUS IS WS-WH-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  PREVAIR-DAILY-HISTORY-FILE.
       COPY pollutant-daily-history IN "pollutant/service/prevair".

       FD  CAMS-HISTORY-FILE.
       COPY pollutant-daily-history IN "pollutant/service/cams".

       FD  WEATHER-HISTORY-FILE.
       COPY weather-history IN "air-quality/batch".

       WORKING-STORAGE SECTION.
       01  WS-PVH-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CMH-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-WH-FILE-STATUS            PIC X(02) VALUE SPACES.
      *> The evidence rules that are not settings: the optical depth
      *> below which the air column is too clear for imported
      *> aerosol to be the story, how many upwind hotspots make a
      *> plume rather than a stray detection, and how wide the
      *> upwind cone is either side of the wind direction.
       01  C-AOD-FLOOR                  CONSTANT AS 0.3.
       01  C-MIN-UPWIND-HOTSPOTS        CONSTANT AS 5.
       01  C-UPWIND-HALF-ANGLE          CONSTANT AS 45.
       01  C-PI                         CONSTANT AS 3.14159265.
       01  C-KM-PER-DEGREE              CONSTANT AS 111.
       01  C-FIRMS-PROVIDER             PIC X(12) VALUE "FIRMS".

       COPY watched-locations IN "air-quality/batch".

       LOCAL-STORAGE SECTION.
       01  LS-CURRENT-DATE-TIME         PIC X(21) VALUE SPACES.
       01  LS-TODAY-ISO                 PIC X(10) VALUE SPACES.
       01  LS-TODAY-YMD                 PIC X(8) VALUE SPACES.
       01  LS-ENV-VALUE                 PIC X(32) VALUE SPACES.
       01  LS-PM10-FLOOR                PIC 9(3)V9(1) VALUE 50.
       01  LS-DUST-FLOOR                PIC 9(4)V9(1) VALUE 20.
       01  LS-FIRE-RADIUS-KM            PIC 9(4)V9(2) VALUE 300.
       01  LS-PVH-OPEN                  PIC X(01) VALUE "N".
       01  LS-CMH-OPEN                  PIC X(01) VALUE "N".
       01  LS-WH-OPEN                   PIC X(01) VALUE "N".

      *> FIRMS access: the resolved map key, the satellite product
      *> and the endpoint; LS-FIRE-ENABLED "N" leaves the fire check
      *> out for the whole run.
       01  LS-FIRMS-KEY                 PIC X(1000) VALUE SPACES.
       01  LS-MISSING-SECRET            PIC X(32) VALUE SPACES.
       01  LS-FIRMS-SOURCE              PIC X(32) VALUE SPACES.
       01  LS-FIRMS-BASE-URL            PIC X(200) VALUE SPACES.
       01  LS-FIRE-ENABLED              PIC X(01) VALUE "N".
       01  LS-FIRMS-URL                 PIC X(1000) VALUE SPACES.
           COPY remote-service-response IN "support/http".

      *> The location being attributed.
       01  LS-LOCATION-LATITUDE         PIC S9(3)V9(8).
       01  LS-LOCATION-LONGITUDE        PIC S9(3)V9(8).
       01  LS-LABEL-LATITUDE            PIC S9(3)V9(6).
       01  LS-LABEL-LONGITUDE           PIC S9(3)V9(6).
       01  LS-LATITUDE-DISPLAY          PIC -ZZ9.999999.
       01  LS-LONGITUDE-DISPLAY         PIC -ZZ9.999999.
       01  LS-ARCHIVE-LOCATION          PIC X(21) VALUE SPACES.
       01  LS-ENTRY-IDX                 PIC 9(2) VALUE 0.
       01  LS-PM10-FOUND                PIC X(01) VALUE "N".
       01  LS-PM10-VALUE                PIC 9(3)V9(1) VALUE 0.
       01  LS-DUST-VALUE                PIC 9(4)V9(1) VALUE 0.
       01  LS-AOD-VALUE                 PIC 9(1)V9(3) VALUE 0.
       01  LS-CAMS-OK                   PIC X(01) VALUE "N".
       01  LS-FIRMS-OK                  PIC X(01) VALUE "N".
       01  LS-WIND-KNOWN                PIC X(01) VALUE "N".
       01  LS-WIND-DIRECTION            PIC 9(3) VALUE 0.
       01  LS-DUST-EVIDENCE             PIC X(01) VALUE "N".
       01  LS-FIRE-EVIDENCE             PIC X(01) VALUE "N".
       01  LS-SOURCE                    PIC X(4) VALUE SPACES.

      *> The hotspot search: the bounding box asked of FIRMS, one CSV
      *> line at a time, and the tallies.
       01  LS-COS-LATITUDE              USAGE COMP-2.
       01  LS-DELTA-LATITUDE            PIC 9(3)V9(4) VALUE 0.
       01  LS-DELTA-LONGITUDE           PIC 9(3)V9(4) VALUE 0.
       01  LS-BOX-EDGE                  PIC S9(3)V9(4) VALUE 0.
       01  LS-WEST-DISPLAY              PIC -ZZ9.9999.
       01  LS-SOUTH-DISPLAY             PIC -ZZ9.9999.
       01  LS-EAST-DISPLAY              PIC -ZZ9.9999.
       01  LS-NORTH-DISPLAY             PIC -ZZ9.9999.
       01  LS-LINE-POS                  PIC 9(5) VALUE 1.
       01  LS-CSV-LINE                  PIC X(400) VALUE SPACES.
       01  LS-HS-LATITUDE-TEXT          PIC X(20) VALUE SPACES.
       01  LS-HS-LONGITUDE-TEXT         PIC X(20) VALUE SPACES.
       01  LS-HS-LATITUDE               PIC S9(3)V9(8).
       01  LS-HS-LONGITUDE              PIC S9(3)V9(8).
       01  LS-HS-DISTANCE-KM            PIC 9(4)V9(2).
       01  LS-HS-BEARING                PIC 9(3) VALUE 0.
       01  LS-HS-OFFSET                 PIC 9(3) VALUE 0.
       01  LS-NEARBY-HOTSPOTS           PIC 9(4) VALUE 0.
       01  LS-UPWIND-HOTSPOTS           PIC 9(4) VALUE 0.

      *> Run tallies and display fields.
       01  LS-EXAMINED-COUNT            PIC 9(4) VALUE 0.
       01  LS-ATTRIBUTED-COUNT          PIC 9(4) VALUE 0.
       01  LS-FAILED-COUNT              PIC 9(4) VALUE 0.
       01  LS-NO-DATA-COUNT             PIC 9(4) VALUE 0.
       01  LS-PM10-DISPLAY              PIC ZZ9.9.
       01  LS-DUST-DISPLAY              PIC ZZZ9.9.
       01  LS-AOD-DISPLAY               PIC 9.999.
       01  LS-HOTSPOTS-DISPLAY          PIC ZZZ9.
       01  LS-EXAMINED-DISPLAY          PIC ZZZ9.
       01  LS-ATTRIBUTED-DISPLAY        PIC ZZZ9.
       01  LS-ATTRIBUTION-TEXT          PIC X(80) VALUE SPACES.
       01  LS-TEXT-LANG                 PIC X(2) VALUE "EN".

       01  C-LOG-INFO                   PIC X(5) VALUE "INFO".
       01  C-LOG-WARN                   PIC X(5) VALUE "WARN".
       01  LS-LOG-MESSAGE               PIC X(256) VALUE SPACES.
       COPY source-attribution IN "air-quality/service".
       COPY batch-control IN "air-quality/batch".

       PROCEDURE DIVISION.

           MOVE "SOURCE-ATTRIBUTION-BATCH" TO BC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO BC-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE TO LS-CURRENT-DATE-TIME
           MOVE LS-CURRENT-DATE-TIME(1:8) TO LS-TODAY-YMD
           STRING
               LS-CURRENT-DATE-TIME(1:4) "-"
               LS-CURRENT-DATE-TIME(5:2) "-"
               LS-CURRENT-DATE-TIME(7:2)
               DELIMITED BY SIZE
               INTO LS-TODAY-ISO
           END-STRING

           PERFORM READ-ATTRIBUTION-SETTINGS

           CALL "LOAD-WATCHED-LOCATIONS" USING
               BY REFERENCE WL-REGISTRY-GRP
           IF WL-LATLONG-COUNT = 0
           THEN
               MOVE "Source attribution: no watched latitude/"
                   & "longitude locations, skipping" TO LS-LOG-MESSAGE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE "SKIPPED" TO BC-STATUS
               MOVE "no watched latitude/longitude locations"
                   TO BC-NOTE
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF

           PERFORM OPEN-DAY-SOURCES
           PERFORM VARYING WL-LATLONG-INDEX FROM 1 BY 1
               UNTIL WL-LATLONG-INDEX > WL-LATLONG-COUNT
               PERFORM ATTRIBUTE-ONE-LOCATION
           END-PERFORM
           PERFORM CLOSE-DAY-SOURCES

           MOVE LS-EXAMINED-COUNT TO LS-EXAMINED-DISPLAY
           MOVE LS-ATTRIBUTED-COUNT TO LS-ATTRIBUTED-DISPLAY
           MOVE SPACES TO LS-LOG-MESSAGE
           STRING
               "Source attribution: "
               FUNCTION TRIM(LS-EXAMINED-DISPLAY)
               " location(s) with raised PM10, "
               FUNCTION TRIM(LS-ATTRIBUTED-DISPLAY) " attributed, "
               LS-FAILED-COUNT " without evidence, "
               LS-NO-DATA-COUNT " without a PM10 reading today"
               INTO LS-LOG-MESSAGE
           END-STRING
           CALL "AQRSS-LOG" USING
               BY REFERENCE C-LOG-INFO
               BY REFERENCE LS-LOG-MESSAGE

           COMPUTE BC-OK-COUNT = LS-EXAMINED-COUNT - LS-FAILED-COUNT
           MOVE LS-FAILED-COUNT TO BC-FAILED-COUNT
           MOVE SPACES TO BC-NOTE
           STRING
               FUNCTION TRIM(LS-EXAMINED-DISPLAY) " raised, "
               FUNCTION TRIM(LS-ATTRIBUTED-DISPLAY) " attributed"
               DELIMITED BY SIZE
               INTO BC-NOTE
           END-STRING
           IF LS-FIRE-ENABLED NOT = "Y"
           THEN
               MOVE SPACES TO BC-NOTE
               STRING
                   FUNCTION TRIM(LS-EXAMINED-DISPLAY) " raised, "
                   FUNCTION TRIM(LS-ATTRIBUTED-DISPLAY)
                   " attributed, no fire check"
                   DELIMITED BY SIZE
                   INTO BC-NOTE
               END-STRING
           END-IF
           MOVE "OK" TO BC-STATUS
           PERFORM WRITE-BATCH-RUN-RECORD

           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: READ-ATTRIBUTION-SETTINGS
      *> PURPOSE: Pick up the thresholds, the search radius and the
      *>          FIRMS access, keeping the default for any threshold
      *>          that is not a whole number and leaving the fire
      *>          check out when the map key is absent or cannot be
      *>          resolved from the vault.
      *> ===============================================================
       READ-ATTRIBUTION-SETTINGS.
           ACCEPT LS-ENV-VALUE FROM ENVIRONMENT "AQRSS_ATTRIB_PM10_UG"
           IF FUNCTION TRIM(LS-ENV-VALUE) NOT = SPACES
           THEN
               IF FUNCTION TRIM(LS-ENV-VALUE) IS NUMERIC
               THEN
                   MOVE FUNCTION NUMVAL(LS-ENV-VALUE) TO LS-PM10-FLOOR
               ELSE
                   DISPLAY "WARNING: AQRSS_ATTRIB_PM10_UG is not a "
                       "whole number of ug/m3, using 50"
               END-IF
           END-IF
           MOVE SPACES TO LS-ENV-VALUE
           ACCEPT LS-ENV-VALUE FROM ENVIRONMENT "AQRSS_ATTRIB_DUST_UG"
           IF FUNCTION TRIM(LS-ENV-VALUE) NOT = SPACES
           THEN
               IF FUNCTION TRIM(LS-ENV-VALUE) IS NUMERIC
               THEN
                   MOVE FUNCTION NUMVAL(LS-ENV-VALUE) TO LS-DUST-FLOOR
               ELSE
                   DISPLAY "WARNING: AQRSS_ATTRIB_DUST_UG is not a "
                       "whole number of ug/m3, using 20"
               END-IF
           END-IF
           MOVE SPACES TO LS-ENV-VALUE
           ACCEPT LS-ENV-VALUE
               FROM ENVIRONMENT "AQRSS_ATTRIB_FIRE_RADIUS_KM"
           IF FUNCTION TRIM(LS-ENV-VALUE) NOT = SPACES
           THEN
               IF FUNCTION TRIM(LS-ENV-VALUE) IS NUMERIC
                   AND FUNCTION NUMVAL(LS-ENV-VALUE) > 0
                   AND FUNCTION NUMVAL(LS-ENV-VALUE) < 2000
               THEN
                   MOVE FUNCTION NUMVAL(LS-ENV-VALUE)
                       TO LS-FIRE-RADIUS-KM
               ELSE
                   DISPLAY "WARNING: AQRSS_ATTRIB_FIRE_RADIUS_KM is "
                       "not a whole number of km below 2000, using 300"
               END-IF
           END-IF

           ACCEPT LS-FIRMS-SOURCE FROM ENVIRONMENT "AQRSS_FIRMS_SOURCE"
           IF FUNCTION TRIM(LS-FIRMS-SOURCE) = SPACES
           THEN
               MOVE "VIIRS_SNPP_NRT" TO LS-FIRMS-SOURCE
           END-IF
           ACCEPT LS-FIRMS-BASE-URL
               FROM ENVIRONMENT "AQRSS_FIRMS_BASE_URL"
           IF FUNCTION TRIM(LS-FIRMS-BASE-URL) = SPACES
           THEN
               MOVE "https://firms.modaps.eosdis.nasa.gov/api/area/"
                   & "csv" TO LS-FIRMS-BASE-URL
           END-IF

           MOVE "N" TO LS-FIRE-ENABLED
           ACCEPT LS-FIRMS-KEY FROM ENVIRONMENT "AQRSS_FIRMS_MAP_KEY"
           IF FUNCTION TRIM(LS-FIRMS-KEY) = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF
           CALL "CREDENTIAL-VAULT-RESOLVE" USING
               BY REFERENCE LS-FIRMS-KEY
               BY REFERENCE LS-MISSING-SECRET
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-FIRMS-KEY) = SPACES
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Source attribution: vault secret "
                   FUNCTION TRIM(LS-MISSING-SECRET)
                   " unavailable, fire check left out"
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO LS-FIRE-ENABLED.

      *> ===============================================================
      *> PARAGRAPH: OPEN-DAY-SOURCES
      *> PURPOSE: Open the daily archives and the wind archive for
      *>          keyed reads; one that is missing just finds nothing.
      *> ===============================================================
       OPEN-DAY-SOURCES.
           OPEN INPUT PREVAIR-DAILY-HISTORY-FILE
           IF WS-PVH-FILE-STATUS = "00"
           THEN
               MOVE "Y" TO LS-PVH-OPEN
           END-IF
           OPEN INPUT CAMS-HISTORY-FILE
           IF WS-CMH-FILE-STATUS = "00"
           THEN
               MOVE "Y" TO LS-CMH-OPEN
           END-IF
           OPEN INPUT WEATHER-HISTORY-FILE
           IF WS-WH-FILE-STATUS = "00"
           THEN
               MOVE "Y" TO LS-WH-OPEN
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: CLOSE-DAY-SOURCES
      *> PURPOSE: Close whichever archives OPEN-DAY-SOURCES opened.
      *> ===============================================================
       CLOSE-DAY-SOURCES.
           IF LS-PVH-OPEN = "Y"
           THEN
               CLOSE PREVAIR-DAILY-HISTORY-FILE
           END-IF
           IF LS-CMH-OPEN = "Y"
           THEN
               CLOSE CAMS-HISTORY-FILE
           END-IF
           IF LS-WH-OPEN = "Y"
           THEN
               CLOSE WEATHER-HISTORY-FILE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: ATTRIBUTE-ONE-LOCATION
      *> PURPOSE: Weigh today's evidence for the watched location at
      *>          WL-LATLONG-INDEX and file, or withdraw, its
      *>          attribution.
      *> ===============================================================
       ATTRIBUTE-ONE-LOCATION.
           MOVE FUNCTION NUMVAL(WL-LATITUDE-STR(WL-LATLONG-INDEX))
               TO LS-LOCATION-LATITUDE
           MOVE FUNCTION NUMVAL(WL-LONGITUDE-STR(WL-LATLONG-INDEX))
               TO LS-LOCATION-LONGITUDE
           MOVE LS-LOCATION-LATITUDE TO LS-LABEL-LATITUDE
           MOVE LS-LOCATION-LONGITUDE TO LS-LABEL-LONGITUDE
           MOVE LS-LABEL-LATITUDE TO LS-LATITUDE-DISPLAY
           MOVE LS-LABEL-LONGITUDE TO LS-LONGITUDE-DISPLAY
           MOVE SPACES TO LS-ARCHIVE-LOCATION
           STRING
               FUNCTION TRIM(LS-LATITUDE-DISPLAY) ","
               FUNCTION TRIM(LS-LONGITUDE-DISPLAY)
               INTO LS-ARCHIVE-LOCATION
           END-STRING

           PERFORM LOOKUP-DAY-PM10
           IF LS-PM10-FOUND NOT = "Y"
           THEN
               ADD 1 TO LS-NO-DATA-COUNT
               EXIT PARAGRAPH
           END-IF
           IF LS-PM10-VALUE < LS-PM10-FLOOR
           THEN
               CALL "SOURCE-ATTRIBUTION-CLEAR" USING
                   BY REFERENCE LS-TODAY-ISO
                   BY REFERENCE LS-ARCHIVE-LOCATION
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-EXAMINED-COUNT

           MOVE "N" TO LS-CAMS-OK
           CALL "CAMS-DUST-FETCH" USING
               BY REFERENCE LS-LOCATION-LATITUDE
               BY REFERENCE LS-LOCATION-LONGITUDE
               BY REFERENCE LS-DUST-VALUE
               BY REFERENCE LS-AOD-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               MOVE "Y" TO LS-CAMS-OK
           END-IF

           PERFORM LOOKUP-DAY-WIND
           MOVE "N" TO LS-FIRMS-OK
           MOVE 0 TO LS-NEARBY-HOTSPOTS
           MOVE 0 TO LS-UPWIND-HOTSPOTS
           IF LS-FIRE-ENABLED = "Y" AND LS-WIND-KNOWN = "Y"
           THEN
               PERFORM COUNT-UPWIND-HOTSPOTS
           END-IF

           IF LS-CAMS-OK NOT = "Y" AND LS-FIRMS-OK NOT = "Y"
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Source attribution: no evidence could be fetched "
                   "for " FUNCTION TRIM(LS-ARCHIVE-LOCATION)
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               ADD 1 TO LS-FAILED-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM DECIDE-ATTRIBUTION
           IF LS-SOURCE = SPACES
           THEN
               CALL "SOURCE-ATTRIBUTION-CLEAR" USING
                   BY REFERENCE LS-TODAY-ISO
                   BY REFERENCE LS-ARCHIVE-LOCATION
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SA-RECORD
           MOVE LS-TODAY-ISO TO SA-DATE-STR
           MOVE LS-ARCHIVE-LOCATION TO SA-LOCATION
           MOVE LS-SOURCE TO SA-SOURCE
           MOVE LS-PM10-VALUE TO SA-PM10
           MOVE LS-DUST-VALUE TO SA-DUST
           MOVE LS-AOD-VALUE TO SA-AOD
           MOVE LS-UPWIND-HOTSPOTS TO SA-HOTSPOTS
           MOVE LS-WIND-DIRECTION TO SA-WIND-DIRECTION
           CALL "SOURCE-ATTRIBUTION-SAVE" USING
               BY REFERENCE SA-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               ADD 1 TO LS-FAILED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-ATTRIBUTED-COUNT
           PERFORM LOG-ATTRIBUTION.

      *> ===============================================================
      *> PARAGRAPH: LOOKUP-DAY-PM10
      *> PURPOSE: Today's PM10 daily mean at the location: the
      *>          PREV'AIR archive's, the CAMS archive's when PREV'AIR
      *>          has none.
      *> ===============================================================
       LOOKUP-DAY-PM10.
           MOVE "N" TO LS-PM10-FOUND
           MOVE 0 TO LS-PM10-VALUE
           IF LS-PVH-OPEN = "Y"
           THEN
               MOVE LS-TODAY-ISO TO PVH-DATE-STR
               MOVE LS-ARCHIVE-LOCATION TO PVH-LOCATION
               READ PREVAIR-DAILY-HISTORY-FILE
                   INVALID KEY
                       MOVE 0 TO PVH-COUNT
               END-READ
               PERFORM VARYING LS-ENTRY-IDX FROM 1 BY 1
                   UNTIL LS-ENTRY-IDX > PVH-COUNT
                   OR LS-ENTRY-IDX > C-PVH-HISTORY-MAX-COUNT
                   IF PVH-NAME(LS-ENTRY-IDX) = "pm10"
                   THEN
                       MOVE PVH-AVERAGE(LS-ENTRY-IDX) TO LS-PM10-VALUE
                       MOVE "Y" TO LS-PM10-FOUND
                   END-IF
               END-PERFORM
           END-IF
           IF LS-PM10-FOUND = "Y" OR LS-CMH-OPEN NOT = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE LS-TODAY-ISO TO CMH-DATE-STR
           MOVE LS-ARCHIVE-LOCATION TO CMH-LOCATION
           READ CAMS-HISTORY-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           PERFORM VARYING LS-ENTRY-IDX FROM 1 BY 1
               UNTIL LS-ENTRY-IDX > CMH-COUNT
               OR LS-ENTRY-IDX > C-CMH-HISTORY-MAX-COUNT
               IF CMH-NAME(LS-ENTRY-IDX) = "pm10"
               THEN
                   MOVE CMH-AVERAGE(LS-ENTRY-IDX) TO LS-PM10-VALUE
                   MOVE "Y" TO LS-PM10-FOUND
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: LOOKUP-DAY-WIND
      *> PURPOSE: The direction today's archived wind blows from at
      *>          the location. Without it no hotspot can be called
      *>          upwind, so the fire check is left out.
      *> ===============================================================
       LOOKUP-DAY-WIND.
           MOVE "N" TO LS-WIND-KNOWN
           MOVE 0 TO LS-WIND-DIRECTION
           IF LS-WH-OPEN NOT = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE LS-TODAY-YMD TO WH-DATE
           MOVE WL-LATLONG-ID(WL-LATLONG-INDEX) TO WH-LOCATION-ID
           READ WEATHER-HISTORY-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE WH-WIND-DIRECTION TO LS-WIND-DIRECTION
           MOVE "Y" TO LS-WIND-KNOWN.

      *> ===============================================================
      *> PARAGRAPH: COUNT-UPWIND-HOTSPOTS
      *> PURPOSE: Ask FIRMS for the last day's hotspots in the box
      *>          around the location that holds the search circle,
      *>          then count those inside the circle and those of
      *>          them lying upwind. LS-FIRMS-OK "Y" when the feed
      *>          answered.
      *> ===============================================================
       COUNT-UPWIND-HOTSPOTS.
           COMPUTE LS-COS-LATITUDE =
               FUNCTION COS(LS-LOCATION-LATITUDE * C-PI / 180)
           COMPUTE LS-DELTA-LATITUDE ROUNDED =
               LS-FIRE-RADIUS-KM / C-KM-PER-DEGREE
           IF LS-COS-LATITUDE < 0.01
           THEN
               MOVE 180 TO LS-DELTA-LONGITUDE
           ELSE
               COMPUTE LS-DELTA-LONGITUDE ROUNDED =
                   LS-FIRE-RADIUS-KM
                   / (C-KM-PER-DEGREE * LS-COS-LATITUDE)
                   ON SIZE ERROR
                       MOVE 180 TO LS-DELTA-LONGITUDE
               END-COMPUTE
           END-IF
           IF LS-DELTA-LONGITUDE > 180
           THEN
               MOVE 180 TO LS-DELTA-LONGITUDE
           END-IF

           COMPUTE LS-BOX-EDGE =
               LS-LOCATION-LONGITUDE - LS-DELTA-LONGITUDE
           IF LS-BOX-EDGE < -180
           THEN
               MOVE -180 TO LS-BOX-EDGE
           END-IF
           MOVE LS-BOX-EDGE TO LS-WEST-DISPLAY
           COMPUTE LS-BOX-EDGE =
               LS-LOCATION-LONGITUDE + LS-DELTA-LONGITUDE
           IF LS-BOX-EDGE > 180
           THEN
               MOVE 180 TO LS-BOX-EDGE
           END-IF
           MOVE LS-BOX-EDGE TO LS-EAST-DISPLAY
           COMPUTE LS-BOX-EDGE =
               LS-LOCATION-LATITUDE - LS-DELTA-LATITUDE
           IF LS-BOX-EDGE < -90
           THEN
               MOVE -90 TO LS-BOX-EDGE
           END-IF
           MOVE LS-BOX-EDGE TO LS-SOUTH-DISPLAY
           COMPUTE LS-BOX-EDGE =
               LS-LOCATION-LATITUDE + LS-DELTA-LATITUDE
           IF LS-BOX-EDGE > 90
           THEN
               MOVE 90 TO LS-BOX-EDGE
           END-IF
           MOVE LS-BOX-EDGE TO LS-NORTH-DISPLAY

           MOVE SPACES TO LS-FIRMS-URL
           STRING
               FUNCTION TRIM(LS-FIRMS-BASE-URL) "/"
               FUNCTION TRIM(LS-FIRMS-KEY) "/"
               FUNCTION TRIM(LS-FIRMS-SOURCE) "/"
               FUNCTION TRIM(LS-WEST-DISPLAY) ","
               FUNCTION TRIM(LS-SOUTH-DISPLAY) ","
               FUNCTION TRIM(LS-EAST-DISPLAY) ","
               FUNCTION TRIM(LS-NORTH-DISPLAY) "/1"
               INTO LS-FIRMS-URL
           END-STRING

           CALL "CIRCUIT-ALLOW" USING
               BY REFERENCE C-FIRMS-PROVIDER
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           CALL "BUDGET-CONSUME" USING
               BY REFERENCE C-FIRMS-PROVIDER
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           CALL "HTTP-CLIENT-GET" USING
               BY REFERENCE LS-FIRMS-URL
               BY REFERENCE OUT-RESPONSE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR OUT-RESPONSE-LENGTH-BYTES = 0
           THEN
               CALL "CIRCUIT-REPORT-FAILURE" USING
                   BY REFERENCE C-FIRMS-PROVIDER
               EXIT PARAGRAPH
           END-IF
           CALL "CIRCUIT-REPORT-SUCCESS" USING
               BY REFERENCE C-FIRMS-PROVIDER
           MOVE "Y" TO LS-FIRMS-OK

           MOVE 1 TO LS-LINE-POS
           PERFORM UNTIL LS-LINE-POS > OUT-RESPONSE-LENGTH-BYTES
               MOVE SPACES TO LS-CSV-LINE
               UNSTRING OUT-RESPONSE-DATA(1:OUT-RESPONSE-LENGTH-BYTES)
                   DELIMITED BY X"0A"
                   INTO LS-CSV-LINE
                   WITH POINTER LS-LINE-POS
               END-UNSTRING
               PERFORM TEST-ONE-HOTSPOT
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: TEST-ONE-HOTSPOT
      *> PURPOSE: Count the FIRMS CSV line in LS-CSV-LINE (latitude
      *>          and longitude are its first two fields) when it
      *>          lies inside the search circle, and as upwind when
      *>          its bearing from the location is within the upwind
      *>          cone. The header and blank lines are passed over.
      *> ===============================================================
       TEST-ONE-HOTSPOT.
           MOVE SPACES TO LS-HS-LATITUDE-TEXT
           MOVE SPACES TO LS-HS-LONGITUDE-TEXT
           UNSTRING LS-CSV-LINE
               DELIMITED BY ","
               INTO LS-HS-LATITUDE-TEXT LS-HS-LONGITUDE-TEXT
           END-UNSTRING
           IF LS-HS-LATITUDE-TEXT(1:1) IS NOT NUMERIC
               AND LS-HS-LATITUDE-TEXT(1:1) NOT = "-"
           THEN
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(LS-HS-LONGITUDE-TEXT) = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(LS-HS-LATITUDE-TEXT)
               TO LS-HS-LATITUDE
           MOVE FUNCTION NUMVAL(LS-HS-LONGITUDE-TEXT)
               TO LS-HS-LONGITUDE
           CALL "HAVERSINE-DISTANCE-KM" USING
               BY REFERENCE LS-LOCATION-LATITUDE
               BY REFERENCE LS-LOCATION-LONGITUDE
               BY REFERENCE LS-HS-LATITUDE
               BY REFERENCE LS-HS-LONGITUDE
               BY REFERENCE LS-HS-DISTANCE-KM
           IF LS-HS-DISTANCE-KM > LS-FIRE-RADIUS-KM
           THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-NEARBY-HOTSPOTS

           CALL "INITIAL-BEARING-DEGREES" USING
               BY REFERENCE LS-LOCATION-LATITUDE
               BY REFERENCE LS-LOCATION-LONGITUDE
               BY REFERENCE LS-HS-LATITUDE
               BY REFERENCE LS-HS-LONGITUDE
               BY REFERENCE LS-HS-BEARING
           COMPUTE LS-HS-OFFSET = FUNCTION MOD(
               LS-HS-BEARING - LS-WIND-DIRECTION + 360, 360)
           IF LS-HS-OFFSET <= C-UPWIND-HALF-ANGLE
               OR LS-HS-OFFSET >= 360 - C-UPWIND-HALF-ANGLE
           THEN
               ADD 1 TO LS-UPWIND-HOTSPOTS
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: DECIDE-ATTRIBUTION
      *> PURPOSE: Weigh the evidence into LS-SOURCE: DUST, FIRE, BOTH
      *>          or SPACES.
      *> ===============================================================
       DECIDE-ATTRIBUTION.
           MOVE "N" TO LS-DUST-EVIDENCE
           MOVE "N" TO LS-FIRE-EVIDENCE
           MOVE SPACES TO LS-SOURCE
           IF LS-AOD-VALUE < C-AOD-FLOOR
           THEN
               EXIT PARAGRAPH
           END-IF
           IF LS-CAMS-OK = "Y" AND LS-DUST-VALUE >= LS-DUST-FLOOR
           THEN
               MOVE "Y" TO LS-DUST-EVIDENCE
           END-IF
           IF LS-FIRMS-OK = "Y"
               AND LS-UPWIND-HOTSPOTS >= C-MIN-UPWIND-HOTSPOTS
           THEN
               MOVE "Y" TO LS-FIRE-EVIDENCE
           END-IF
           EVALUATE TRUE
           WHEN LS-DUST-EVIDENCE = "Y" AND LS-FIRE-EVIDENCE = "Y"
               MOVE "BOTH" TO LS-SOURCE
           WHEN LS-DUST-EVIDENCE = "Y"
               MOVE "DUST" TO LS-SOURCE
           WHEN LS-FIRE-EVIDENCE = "Y"
               MOVE "FIRE" TO LS-SOURCE
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: LOG-ATTRIBUTION
      *> PURPOSE: Journal the attribution just filed with its
      *>          evidence.
      *> ===============================================================
       LOG-ATTRIBUTION.
           MOVE LS-PM10-VALUE TO LS-PM10-DISPLAY
           MOVE LS-DUST-VALUE TO LS-DUST-DISPLAY
           MOVE LS-AOD-VALUE TO LS-AOD-DISPLAY
           MOVE LS-UPWIND-HOTSPOTS TO LS-HOTSPOTS-DISPLAY
           CALL "SOURCE-ATTRIBUTION-TEXT" USING
               BY REFERENCE LS-SOURCE
               BY REFERENCE LS-TEXT-LANG
               BY REFERENCE LS-ATTRIBUTION-TEXT
           MOVE SPACES TO LS-LOG-MESSAGE
           STRING
               "Source attribution: "
               FUNCTION TRIM(LS-ARCHIVE-LOCATION) " PM10 "
               FUNCTION TRIM(LS-PM10-DISPLAY) " ug/m3, "
               FUNCTION TRIM(LS-ATTRIBUTION-TEXT) " (dust "
               FUNCTION TRIM(LS-DUST-DISPLAY) " ug/m3, AOD "
               LS-AOD-DISPLAY ", "
               FUNCTION TRIM(LS-HOTSPOTS-DISPLAY)
               " upwind hotspot(s))"
               INTO LS-LOG-MESSAGE
           END-STRING
           CALL "AQRSS-LOG" USING
               BY REFERENCE C-LOG-INFO
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

       END PROGRAM SOURCE-ATTRIBUTION-BATCH.
