      *> ===============================================================
      *> PROGRAM: CAMS-POLLEN-FORECAST-FETCH
      *> PURPOSE: The days-ahead pollen forecast: fetches the
      *>          Copernicus CAMS hourly pollen series for the next
      *>          days (the same open-meteo air-quality upstream
      *>          CAMS-POLLEN-FETCH reads today's values from,
      *>          overridable via AQRSS_CAMS_BASE_URL) behind the
      *>          response cache, the "CAMS" daily call budget and
      *>          the "CAMS" circuit breaker.
      *>          Each species' hourly concentrations are reduced to
      *>          the day's peak for D+1 up to D+IN-DAYS (at most 3),
      *>          banded onto the same 0-5 level scale with the same
      *>          breakpoints CAMS-POLLEN-FETCH uses, and written to
      *>          the POLLEN-GRP table day by day, each entry dated in
      *>          POLLEN-CODE-DATE, so POLLEN-RENDER can tell a
      *>          forecast table from today's reading.
      *>          The hourly series is asked for in Europe/Paris time,
      *>          so its first 24 values are today and every further
      *>          24 one more day ahead.
      *>          A refused (budget/breaker) or failed fetch, or a
      *>          payload with no species in it, hands back a zero
      *>          count and RETURN-CODE 1.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMS-POLLEN-FORECAST-FETCH.

       DATA DIVISION.

       LOCAL-STORAGE SECTION.
       01  C-BUDGET-PROVIDER           PIC X(12) VALUE "CAMS".
           COPY remote-service-response IN "support/http".
       01  LS-BASE-URL                 PIC X(1000) VALUE SPACES.
       01  LS-LATITUDE-DISPLAY         PIC -ZZ9.999999.
       01  LS-LONGITUDE-DISPLAY        PIC -ZZ9.999999.
       01  LS-LATLONG-KEY              PIC X(42) VALUE SPACES.
       01  LS-CACHE-KEY                PIC X(42) VALUE SPACES.
       01  LS-CACHE-TTL-SEC            USAGE BINARY-LONG.
       01  LS-RESPONSE-BODY            PIC X(10000) VALUE SPACES.
       01  LS-RESPONSE-LENGTH          PIC 9(5) COMP-5 VALUE 0.
       01  LS-CURRENT-DATE-AND-TIME.
           05  LS-CDT-YEAR             PIC 9(4).
           05  LS-CDT-MONTH            PIC 9(2).
           05  LS-CDT-DAY              PIC 9(2).
           05  LS-CDT-HOUR             PIC 9(2).
           05  LS-CDT-MINUTE           PIC 9(2).
           05  LS-CDT-SECOND           PIC 9(2).
       01  LS-TODAY-STR                PIC X(8) VALUE SPACES.
       01  LS-TODAY-YYYYMMDD           PIC 9(8) VALUE 0.
       01  LS-DATE-ORDINAL             PIC S9(9) COMP-5 VALUE 0.
       01  LS-DAY-YYYYMMDD             PIC 9(8) VALUE 0.
       01  LS-DAY-DATE-TEXT            PIC X(8) VALUE SPACES.
       01  LS-DAY-ISO-DATE             PIC X(10) VALUE SPACES.

      *> The six CAMS species in the order the URL asks for them,
      *> each with the Atmo France code name it is filed under and
      *> the breakpoint family it is banded with (T tree, G grass,
      *> O olive, W weed), as in CAMS-POLLEN-FETCH.
       01  C-SPECIES-COUNT             CONSTANT AS 6.
       01  LS-SPECIES-VALUES.
           05  FILLER PIC X(33) VALUE
                   '"alder_pollen":[  code_aul     T'.
           05  FILLER PIC X(33) VALUE
                   '"birch_pollen":[  code_boul    T'.
           05  FILLER PIC X(33) VALUE
                   '"grass_pollen":[  code_gram    G'.
           05  FILLER PIC X(33) VALUE
                   '"mugwort_pollen":[code_arm     W'.
           05  FILLER PIC X(33) VALUE
                   '"olive_pollen":[  code_oliv    O'.
           05  FILLER PIC X(33) VALUE
                   '"ragweed_pollen":[code_ambr    W'.
       01  LS-SPECIES-TABLE REDEFINES LS-SPECIES-VALUES.
           05  LS-SPECIES-ENTRY OCCURS 6 TIMES.
               10  LS-SPECIES-PROPERTY PIC X(18).
               10  LS-SPECIES-CODE     PIC X(13).
               10  LS-SPECIES-FAMILY   PIC X(01).
               10  FILLER              PIC X(01).
       01  LS-SPECIES-IDX              PIC 9(2) VALUE 0.

      *> Each species' peak concentration per forecast day, and
      *> whether the series held any value for that day at all (a
      *> species out of season reports null throughout).
       01  LS-DAY-PEAKS.
           05  LS-PEAK-SPECIES OCCURS 6 TIMES.
               10  LS-PEAK-DAY OCCURS 3 TIMES.
                   15  LS-PEAK-GRAINS  PIC 9(5)V9(1).
                   15  LS-PEAK-SEEN    PIC X(01).
       01  LS-DAY-IDX                  PIC 9(1) VALUE 0.
       01  LS-HOUR-IDX                 PIC 9(3) VALUE 0.
       01  LS-HOUR-DAY                 PIC 9(1) VALUE 0.
       01  C-HOURS-MAX                 CONSTANT AS 96.

      *> Parse scratch: a WITH POINTER UNSTRING walk, positioned past
      *> '"hourly":' so the "hourly_units" section is never misread.
       01  LS-HOURLY-POS               PIC 9(5) VALUE 1.
       01  LS-SCAN-POS                 PIC 9(5) VALUE 1.
       01  LS-HEAD                     PIC X(10000) VALUE SPACES.
       01  LS-DELIM-FOUND              PIC X(32) VALUE SPACES.
       01  LS-NUMBER-TEXT              PIC X(16) VALUE SPACES.
       01  LS-GRAINS                   PIC 9(5)V9(1) VALUE 0.
       01  LS-BAND-LEVEL               PIC 9(1) VALUE 0.
       01  LS-TOP-LEVEL                PIC 9(1) VALUE 0.
       01  LS-SPECIES-TOP              PIC 9(1) OCCURS 6 TIMES.
       01  LS-RESP-NAME                PIC X(16) VALUE SPACES.
       01  LS-RESP-SCRATCH             PIC X(64) VALUE SPACES.
      *> Single-flight state, as in CAMS-RAW-FETCH.
       01  C-FLIGHT-WAIT-MAX-S         CONSTANT AS 15.
       01  LS-WAIT-SECONDS             PIC 9(2) VALUE 0.
       01  LS-FLIGHT-HIT               PIC X(01) VALUE "N".
       01  LS-FETCH-OK                 PIC X(01) VALUE "N".

       LINKAGE SECTION.
       01  IN-LATITUDE-DEGREES         PIC S9(3)V9(8).
       01  IN-LONGITUDE-DEGREES        PIC S9(3)V9(8).
      *> IN-DAYS: how many days ahead to cover, 1 to 3 (the router
      *> validates the range).
       01  IN-DAYS                     PIC 9(1).
       COPY "pollen-data" IN "pollen/service".
      *> The live request URL, handed back for the feed's own link.
       01  OUT-DATA-URL                PIC X(1000).

       PROCEDURE DIVISION USING
           BY REFERENCE IN-LATITUDE-DEGREES
           BY REFERENCE IN-LONGITUDE-DEGREES
           BY REFERENCE IN-DAYS
           BY REFERENCE POLLEN-GRP
           BY REFERENCE OUT-DATA-URL.

           MOVE 0 TO POLLEN-CODE-COUNT
           MOVE SPACES TO POLLEN-RESPONSIBLE
           MOVE "CAMS" TO POLLEN-SOURCE
           MOVE FUNCTION CURRENT-DATE TO LS-CURRENT-DATE-AND-TIME
           MOVE SPACES TO POLLEN-DATE-MAJ
           STRING
               LS-CDT-YEAR "-" LS-CDT-MONTH "-" LS-CDT-DAY "T"
               LS-CDT-HOUR ":" LS-CDT-MINUTE ":" LS-CDT-SECOND "Z"
               INTO POLLEN-DATE-MAJ
           END-STRING
           MOVE LS-CURRENT-DATE-AND-TIME(1:8) TO LS-TODAY-STR
           MOVE LS-TODAY-STR TO LS-TODAY-YYYYMMDD
           COMPUTE LS-DATE-ORDINAL =
               FUNCTION INTEGER-OF-DATE(LS-TODAY-YYYYMMDD)

           ACCEPT LS-BASE-URL
               FROM ENVIRONMENT "AQRSS_CAMS_BASE_URL"
           IF FUNCTION TRIM(LS-BASE-URL) = SPACES
           THEN
               MOVE "https://air-quality-api.open-meteo.com/v1/"
                   & "air-quality" TO LS-BASE-URL
           END-IF

           MOVE IN-LATITUDE-DEGREES TO LS-LATITUDE-DISPLAY
           MOVE IN-LONGITUDE-DEGREES TO LS-LONGITUDE-DISPLAY
           MOVE SPACES TO OUT-DATA-URL
           STRING
               FUNCTION TRIM(LS-BASE-URL)
               "?latitude=" FUNCTION TRIM(LS-LATITUDE-DISPLAY)
               "&longitude=" FUNCTION TRIM(LS-LONGITUDE-DISPLAY)
               "&hourly=alder_pollen,birch_pollen,grass_pollen,"
               "mugwort_pollen,olive_pollen,ragweed_pollen"
               "&forecast_days=4&timezone=Europe%2FParis"
               INTO OUT-DATA-URL
           END-STRING

      *> The whole four-day series is one payload whatever IN-DAYS
      *> asks for, so the cache key leaves it out and a D+1 and a
      *> D+3 request share the one upstream call.
           CALL "CACHE-KEY-FOR-LATLONG" USING
               BY REFERENCE IN-LATITUDE-DEGREES
               BY REFERENCE IN-LONGITUDE-DEGREES
               BY REFERENCE LS-LATLONG-KEY
           STRING
               "CF:" LS-TODAY-STR FUNCTION TRIM(LS-LATLONG-KEY)
               INTO LS-CACHE-KEY
           END-STRING
           CALL "GET-RESPONSE-CACHE-TTL-S" USING
               BY REFERENCE LS-CACHE-TTL-SEC
           CALL "CACHE-GET" USING
               BY REFERENCE LS-CACHE-KEY
               BY REFERENCE LS-CACHE-TTL-SEC
               BY REFERENCE LS-RESPONSE-BODY
               BY REFERENCE LS-RESPONSE-LENGTH
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "N" TO LS-FLIGHT-HIT
               CALL "CACHE-FLIGHT-BEGIN" USING
                   BY REFERENCE LS-CACHE-KEY
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
               THEN
                   PERFORM WAIT-FOR-FLIGHT-LEADER
                   IF LS-FLIGHT-HIT = "N"
                   THEN
                       CALL "CACHE-FLIGHT-BEGIN" USING
                           BY REFERENCE LS-CACHE-KEY
                   END-IF
               END-IF
               IF LS-FLIGHT-HIT = "N"
               THEN
                   PERFORM FETCH-LIVE-FORECAST-PAYLOAD
                   IF LS-FETCH-OK NOT = "Y"
                   THEN
                       MOVE 1 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF
           END-IF

           PERFORM PARSE-CAMS-POLLEN-FORECAST
           PERFORM BUILD-FORECAST-TABLE

           IF POLLEN-CODE-COUNT = 0
           THEN
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM BUILD-RESPONSIBLE-POLLEN
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: WAIT-FOR-FLIGHT-LEADER
      *> PURPOSE: Poll the cache once a second until the leader's
      *>          CACHE-PUT lands or the wait budget runs out,
      *>          leaving LS-FLIGHT-HIT "Y" with the payload staged
      *>          when it did.
      *> ===============================================================
       WAIT-FOR-FLIGHT-LEADER.
           MOVE "N" TO LS-FLIGHT-HIT
           PERFORM VARYING LS-WAIT-SECONDS FROM 1 BY 1
               UNTIL LS-WAIT-SECONDS > C-FLIGHT-WAIT-MAX-S
                   OR LS-FLIGHT-HIT = "Y"
               CALL "sleep" USING BY VALUE 1
               CALL "CACHE-GET" USING
                   BY REFERENCE LS-CACHE-KEY
                   BY REFERENCE LS-CACHE-TTL-SEC
                   BY REFERENCE LS-RESPONSE-BODY
                   BY REFERENCE LS-RESPONSE-LENGTH
                   RETURNING RETURN-CODE
               IF RETURN-CODE = 0
               THEN
                   MOVE "Y" TO LS-FLIGHT-HIT
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: FETCH-LIVE-FORECAST-PAYLOAD
      *> PURPOSE: The live fetch itself, behind the breaker and the
      *>          budget, releasing the single-flight claim whatever
      *>          it comes to. LS-FETCH-OK "Y" leaves the payload in
      *>          LS-RESPONSE-BODY and cached for the followers.
      *> ===============================================================
       FETCH-LIVE-FORECAST-PAYLOAD.
           MOVE "N" TO LS-FETCH-OK
           CALL "CIRCUIT-ALLOW" USING
               BY REFERENCE C-BUDGET-PROVIDER
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               CALL "CACHE-FLIGHT-END" USING
                   BY REFERENCE LS-CACHE-KEY
               EXIT PARAGRAPH
           END-IF
           CALL "BUDGET-CONSUME" USING
               BY REFERENCE C-BUDGET-PROVIDER
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               DISPLAY "CAMS daily budget spent, skipping pollen "
                   "forecast call"
               CALL "CACHE-FLIGHT-END" USING
                   BY REFERENCE LS-CACHE-KEY
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Fetching data from " FUNCTION TRIM(OUT-DATA-URL)
           CALL "HTTP-CLIENT-GET" USING
               BY REFERENCE OUT-DATA-URL
               BY REFERENCE OUT-RESPONSE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR OUT-RESPONSE-LENGTH-BYTES = 0
           THEN
               CALL "CIRCUIT-REPORT-FAILURE" USING
                   BY REFERENCE C-BUDGET-PROVIDER
               CALL "CACHE-FLIGHT-END" USING
                   BY REFERENCE LS-CACHE-KEY
               EXIT PARAGRAPH
           END-IF
           CALL "CIRCUIT-REPORT-SUCCESS" USING
               BY REFERENCE C-BUDGET-PROVIDER
           MOVE OUT-RESPONSE-DATA(1:OUT-RESPONSE-LENGTH-BYTES)
               TO LS-RESPONSE-BODY
           COMPUTE LS-RESPONSE-LENGTH = OUT-RESPONSE-LENGTH-BYTES
           CALL "CACHE-PUT" USING
               BY REFERENCE LS-CACHE-KEY
               BY REFERENCE LS-RESPONSE-BODY
               BY REFERENCE LS-RESPONSE-LENGTH
           CALL "CACHE-FLIGHT-END" USING
               BY REFERENCE LS-CACHE-KEY
           MOVE "Y" TO LS-FETCH-OK.

      *> ===============================================================
      *> PARAGRAPH: PARSE-CAMS-POLLEN-FORECAST
      *> PURPOSE: Find the "hourly" section, then walk each species'
      *>          series into its per-day peaks. Every species is
      *>          searched from the start of the section, so the
      *>          order open-meteo lists them in does not matter.
      *> ===============================================================
       PARSE-CAMS-POLLEN-FORECAST.
           INITIALIZE LS-DAY-PEAKS
           PERFORM VARYING LS-SPECIES-IDX FROM 1 BY 1
               UNTIL LS-SPECIES-IDX > C-SPECIES-COUNT
               PERFORM VARYING LS-DAY-IDX FROM 1 BY 1
                   UNTIL LS-DAY-IDX > 3
                   MOVE "N" TO LS-PEAK-SEEN(LS-SPECIES-IDX, LS-DAY-IDX)
               END-PERFORM
           END-PERFORM

           MOVE 1 TO LS-HOURLY-POS
           MOVE SPACES TO LS-HEAD
           MOVE SPACES TO LS-DELIM-FOUND
           UNSTRING LS-RESPONSE-BODY
               DELIMITED BY '"hourly":'
               INTO LS-HEAD
                   DELIMITER IN LS-DELIM-FOUND
               WITH POINTER LS-HOURLY-POS
           END-UNSTRING
           IF FUNCTION TRIM(LS-DELIM-FOUND) = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING LS-SPECIES-IDX FROM 1 BY 1
               UNTIL LS-SPECIES-IDX > C-SPECIES-COUNT
               PERFORM SCAN-ONE-SERIES
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: SCAN-ONE-SERIES
      *> PURPOSE: Read the hourly values of the species at
      *>          LS-SPECIES-IDX one by one, keeping each forecast
      *>          day's peak. Today's 24 hours are read past; nulls
      *>          are skipped; the closing "]" ends the series.
      *> ===============================================================
       SCAN-ONE-SERIES.
           MOVE LS-HOURLY-POS TO LS-SCAN-POS
           MOVE SPACES TO LS-HEAD
           MOVE SPACES TO LS-DELIM-FOUND
           UNSTRING LS-RESPONSE-BODY
               DELIMITED BY
                   FUNCTION TRIM(LS-SPECIES-PROPERTY(LS-SPECIES-IDX))
               INTO LS-HEAD
                   DELIMITER IN LS-DELIM-FOUND
               WITH POINTER LS-SCAN-POS
           END-UNSTRING
           IF FUNCTION TRIM(LS-DELIM-FOUND) = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LS-DELIM-FOUND
           PERFORM VARYING LS-HOUR-IDX FROM 1 BY 1
               UNTIL LS-HOUR-IDX > C-HOURS-MAX
                   OR LS-DELIM-FOUND = "]"
               MOVE SPACES TO LS-NUMBER-TEXT
               UNSTRING LS-RESPONSE-BODY
                   DELIMITED BY "," OR "]"
                   INTO LS-NUMBER-TEXT
                       DELIMITER IN LS-DELIM-FOUND
                   WITH POINTER LS-SCAN-POS
               END-UNSTRING
               COMPUTE LS-HOUR-DAY = (LS-HOUR-IDX - 1) / 24
               IF LS-HOUR-DAY >= 1 AND LS-HOUR-DAY <= IN-DAYS
                   AND FUNCTION TRIM(LS-NUMBER-TEXT) NOT = SPACES
                   AND FUNCTION TRIM(LS-NUMBER-TEXT) NOT = "null"
               THEN
                   MOVE FUNCTION NUMVAL(LS-NUMBER-TEXT) TO LS-GRAINS
                   MOVE "Y"
                       TO LS-PEAK-SEEN(LS-SPECIES-IDX, LS-HOUR-DAY)
                   IF LS-GRAINS >
                       LS-PEAK-GRAINS(LS-SPECIES-IDX, LS-HOUR-DAY)
                   THEN
                       MOVE LS-GRAINS TO
                           LS-PEAK-GRAINS(LS-SPECIES-IDX, LS-HOUR-DAY)
                   END-IF
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: BUILD-FORECAST-TABLE
      *> PURPOSE: Band each species' daily peak and append it to the
      *>          POLLEN-GRP table, day by day (D+1's species first,
      *>          then D+2's...), dated in POLLEN-CODE-DATE. Each
      *>          species' highest level across the window is kept
      *>          for the "responsible pollen" summary.
      *> ===============================================================
       BUILD-FORECAST-TABLE.
           MOVE 0 TO LS-TOP-LEVEL
           PERFORM VARYING LS-SPECIES-IDX FROM 1 BY 1
               UNTIL LS-SPECIES-IDX > C-SPECIES-COUNT
               MOVE 0 TO LS-SPECIES-TOP(LS-SPECIES-IDX)
           END-PERFORM

           PERFORM VARYING LS-DAY-IDX FROM 1 BY 1
               UNTIL LS-DAY-IDX > IN-DAYS
               COMPUTE LS-DAY-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(
                       LS-DATE-ORDINAL + LS-DAY-IDX)
               MOVE LS-DAY-YYYYMMDD TO LS-DAY-DATE-TEXT
               MOVE SPACES TO LS-DAY-ISO-DATE
               STRING
                   LS-DAY-DATE-TEXT(1:4) "-" LS-DAY-DATE-TEXT(5:2)
                   "-" LS-DAY-DATE-TEXT(7:2)
                   INTO LS-DAY-ISO-DATE
               END-STRING
               PERFORM VARYING LS-SPECIES-IDX FROM 1 BY 1
                   UNTIL LS-SPECIES-IDX > C-SPECIES-COUNT
                   IF LS-PEAK-SEEN(LS-SPECIES-IDX, LS-DAY-IDX) = "Y"
                   THEN
                       PERFORM ADD-FORECAST-READING
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: ADD-FORECAST-READING
      *> PURPOSE: Band the peak at LS-SPECIES-IDX/LS-DAY-IDX with its
      *>          species' breakpoints and append it, dated.
      *> ===============================================================
       ADD-FORECAST-READING.
           MOVE LS-PEAK-GRAINS(LS-SPECIES-IDX, LS-DAY-IDX)
               TO LS-GRAINS
           EVALUATE LS-SPECIES-FAMILY(LS-SPECIES-IDX)
           WHEN "T"
               PERFORM BAND-TREE-POLLEN
           WHEN "G"
               PERFORM BAND-GRASS-POLLEN
           WHEN "O"
               PERFORM BAND-OLIVE-POLLEN
           WHEN OTHER
               PERFORM BAND-WEED-POLLEN
           END-EVALUATE

           ADD 1 TO POLLEN-CODE-COUNT
           MOVE LS-SPECIES-CODE(LS-SPECIES-IDX)
               TO POLLEN-CODE-NAME(POLLEN-CODE-COUNT)
           MOVE LS-BAND-LEVEL TO POLLEN-CODE-VALUE(POLLEN-CODE-COUNT)
           COMPUTE POLLEN-CODE-GRAINS(POLLEN-CODE-COUNT) ROUNDED =
               LS-GRAINS
           MOVE LS-DAY-ISO-DATE TO POLLEN-CODE-DATE(POLLEN-CODE-COUNT)
           IF LS-BAND-LEVEL > LS-SPECIES-TOP(LS-SPECIES-IDX)
           THEN
               MOVE LS-BAND-LEVEL TO LS-SPECIES-TOP(LS-SPECIES-IDX)
           END-IF
           IF LS-BAND-LEVEL > LS-TOP-LEVEL
           THEN
               MOVE LS-BAND-LEVEL TO LS-TOP-LEVEL
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: BAND-TREE-POLLEN (and friends)
      *> PURPOSE: Band one grains/m3 concentration onto the 0-5 level
      *>          scale - the same breakpoints CAMS-POLLEN-FETCH
      *>          bands today's values with, so a forecast 3 and a
      *>          current 3 mean the same thing.
      *> ===============================================================
       BAND-TREE-POLLEN.
           EVALUATE TRUE
           WHEN LS-GRAINS < 1
               MOVE 0 TO LS-BAND-LEVEL
           WHEN LS-GRAINS <= 10
               MOVE 1 TO LS-BAND-LEVEL
           WHEN LS-GRAINS <= 50
               MOVE 2 TO LS-BAND-LEVEL
           WHEN LS-GRAINS <= 100
               MOVE 3 TO LS-BAND-LEVEL
           WHEN LS-GRAINS <= 500
               MOVE 4 TO LS-BAND-LEVEL
           WHEN OTHER
               MOVE 5 TO LS-BAND-LEVEL
           END-EVALUATE.

       BAND-GRASS-POLLEN.
           EVALUATE TRUE
           WHEN LS-GRAINS < 1
               MOVE 0 TO LS-BAND-LEVEL
           WHEN LS-GRAINS <= 5
               MOVE 1 TO LS-BAND-LEVEL
           WHEN LS-GRAINS <= 20
               MOVE 2 TO LS-BAND-LEVEL
           WHEN LS-GRAINS <= 50
               MOVE 3 TO LS-BAND-LEVEL
           WHEN LS-GRAINS <= 200
               MOVE 4 TO LS-BAND-LEVEL
           WHEN OTHER
               MOVE 5 TO LS-BAND-LEVEL
           END-EVALUATE.

       BAND-OLIVE-POLLEN.
           EVALUATE TRUE
           WHEN LS-GRAINS < 1
               MOVE 0 TO LS-BAND-LEVEL
           WHEN LS-GRAINS <= 10
               MOVE 1 TO LS-BAND-LEVEL
           WHEN LS-GRAINS <= 50
               MOVE 2 TO LS-BAND-LEVEL
           WHEN LS-GRAINS <= 200
               MOVE 3 TO LS-BAND-LEVEL
           WHEN LS-GRAINS <= 400
               MOVE 4 TO LS-BAND-LEVEL
           WHEN OTHER
               MOVE 5 TO LS-BAND-LEVEL
           END-EVALUATE.

       BAND-WEED-POLLEN.
           EVALUATE TRUE
           WHEN LS-GRAINS < 1
               MOVE 0 TO LS-BAND-LEVEL
           WHEN LS-GRAINS <= 3
               MOVE 1 TO LS-BAND-LEVEL
           WHEN LS-GRAINS <= 10
               MOVE 2 TO LS-BAND-LEVEL
           WHEN LS-GRAINS <= 30
               MOVE 3 TO LS-BAND-LEVEL
           WHEN LS-GRAINS <= 100
               MOVE 4 TO LS-BAND-LEVEL
           WHEN OTHER
               MOVE 5 TO LS-BAND-LEVEL
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: BUILD-RESPONSIBLE-POLLEN
      *> PURPOSE: Name the species reaching the window's highest
      *>          level, once each whichever day(s) it peaks on, in
      *>          the upper-case form Atmo France's pollen_resp uses.
      *>          Nothing is named for a pollen-free window.
      *> ===============================================================
       BUILD-RESPONSIBLE-POLLEN.
           IF LS-TOP-LEVEL = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LS-SPECIES-IDX FROM 1 BY 1
               UNTIL LS-SPECIES-IDX > C-SPECIES-COUNT
               IF LS-SPECIES-TOP(LS-SPECIES-IDX) = LS-TOP-LEVEL
               THEN
                   EVALUATE LS-SPECIES-CODE(LS-SPECIES-IDX)
                   WHEN "code_aul"
                       MOVE "AULNE" TO LS-RESP-NAME
                   WHEN "code_boul"
                       MOVE "BETULA" TO LS-RESP-NAME
                   WHEN "code_gram"
                       MOVE "GRAMINEE" TO LS-RESP-NAME
                   WHEN "code_arm"
                       MOVE "ARMOISE" TO LS-RESP-NAME
                   WHEN "code_oliv"
                       MOVE "OLIVIER" TO LS-RESP-NAME
                   WHEN OTHER
                       MOVE "AMBROISIE" TO LS-RESP-NAME
                   END-EVALUATE
                   IF POLLEN-RESPONSIBLE = SPACES
                   THEN
                       MOVE LS-RESP-NAME TO POLLEN-RESPONSIBLE
                   ELSE
                       MOVE POLLEN-RESPONSIBLE TO LS-RESP-SCRATCH
                       MOVE SPACES TO POLLEN-RESPONSIBLE
                       STRING
                           FUNCTION TRIM(LS-RESP-SCRATCH) " "
                           FUNCTION TRIM(LS-RESP-NAME)
                           INTO POLLEN-RESPONSIBLE
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM.

       END PROGRAM CAMS-POLLEN-FORECAST-FETCH.
