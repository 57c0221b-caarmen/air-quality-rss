      *> ===============================================================
      *> PROGRAM: CAMS-FORECAST-FETCH
      *> PURPOSE: The days-ahead CAMS pollutant forecast: fetches the
      *>          Copernicus CAMS hourly pollutant series for the next
      *>          days (the same open-meteo air-quality upstream
      *>          CAMS-RAW-FETCH reads the current values from,
      *>          overridable via AQRSS_CAMS_BASE_URL) behind the
      *>          response cache, the "CAMS" daily call budget and
      *>          the "CAMS" circuit breaker.
      *>          Each pollutant's hourly concentrations for day
      *>          D+IN-DAY-OFFSET (1 to 3) are reduced to the day's
      *>          mean - the same daily-average figure PREV'AIR
      *>          forecasts, so the two can be compared and blended -
      *>          banded onto the 1-6 index with the European AQI
      *>          breakpoints CAMS-RAW-FETCH uses, and handed back
      *>          under the same Atmo France vocabulary names
      *>          (no2/o3/pm10/pm25).
      *>          The hourly series is asked for in Europe/Paris time,
      *>          so its first 24 values are today and every further
      *>          24 one more day ahead. The whole four-day series is
      *>          one payload, so D+1, D+2 and D+3 calls for the same
      *>          place share the one upstream call through the
      *>          cache.
      *>          A refused (budget/breaker) or failed fetch hands
      *>          back a zero count and RETURN-CODE 1.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMS-FORECAST-FETCH.

       DATA DIVISION.

       LOCAL-STORAGE SECTION.
       01  C-BUDGET-PROVIDER           PIC X(12) VALUE "CAMS".
           COPY remote-service-response IN "support/http".
       01  LS-BASE-URL                 PIC X(1000) VALUE SPACES.
       01  LS-DATA-URL                 PIC X(1000) VALUE SPACES.
       01  LS-LATITUDE-DISPLAY         PIC -ZZ9.999999.
       01  LS-LONGITUDE-DISPLAY        PIC -ZZ9.999999.
       01  LS-LATLONG-KEY              PIC X(42) VALUE SPACES.
       01  LS-CACHE-KEY                PIC X(42) VALUE SPACES.
       01  LS-CACHE-TTL-SEC            USAGE BINARY-LONG.
       01  LS-RESPONSE-BODY            PIC X(10000) VALUE SPACES.
       01  LS-RESPONSE-LENGTH          PIC 9(5) COMP-5 VALUE 0.
       01  LS-TODAY-STR                PIC X(8) VALUE SPACES.

      *> The four pollutants PREV'AIR also forecasts, in the order
      *> the URL asks for them, each with the name it is filed under.
       01  C-SERIES-COUNT              CONSTANT AS 4.
       01  LS-SERIES-VALUES.
           05  FILLER PIC X(24) VALUE
                   '"nitrogen_dioxide":[no2 '.
           05  FILLER PIC X(24) VALUE
                   '"ozone":[           o3  '.
           05  FILLER PIC X(24) VALUE
                   '"pm10":[            pm10'.
           05  FILLER PIC X(24) VALUE
                   '"pm2_5":[           pm25'.
       01  LS-SERIES-TABLE REDEFINES LS-SERIES-VALUES.
           05  LS-SERIES-ENTRY OCCURS 4 TIMES.
               10  LS-SERIES-PROPERTY  PIC X(20).
               10  LS-SERIES-NAME      PIC X(4).
       01  LS-SERIES-IDX               PIC 9(1) VALUE 0.

      *> The day's running total and hour count per pollutant.
       01  LS-DAY-SUM                  PIC 9(6)V9(1) VALUE 0.
       01  LS-DAY-HOURS                PIC 9(2) VALUE 0.
       01  LS-HOUR-IDX                 PIC 9(3) VALUE 0.
       01  LS-HOUR-DAY                 PIC 9(1) VALUE 0.
       01  C-HOURS-MAX                 CONSTANT AS 96.
      *> Hourly mode (the CAMS-FORECAST-HOURLY entry) keeps each hour
      *> of the day instead of the day's total.
       01  LS-HOURLY-MODE              PIC X(01) VALUE "N".
       01  LS-HOUR-OF-DAY              PIC 9(2) VALUE 0.
       01  LS-HOURS-FILLED             PIC 9(2) VALUE 0.

      *> Parse scratch: a WITH POINTER UNSTRING walk, positioned past
      *> '"hourly":' so the "hourly_units" section is never misread.
       01  LS-HOURLY-POS               PIC 9(5) VALUE 1.
       01  LS-SCAN-POS                 PIC 9(5) VALUE 1.
       01  LS-HEAD                     PIC X(10000) VALUE SPACES.
       01  LS-DELIM-FOUND              PIC X(32) VALUE SPACES.
       01  LS-NUMBER-TEXT              PIC X(16) VALUE SPACES.
       01  LS-CONCENTRATION            PIC 9(3)V9(1) VALUE 0.
       01  LS-BAND-INDEX               PIC 9(9) VALUE 0.
      *> Single-flight state, as in CAMS-RAW-FETCH.
       01  C-FLIGHT-WAIT-MAX-S         CONSTANT AS 15.
       01  LS-WAIT-SECONDS             PIC 9(2) VALUE 0.
       01  LS-FLIGHT-HIT               PIC X(01) VALUE "N".
       01  LS-FETCH-OK                 PIC X(01) VALUE "N".

       LINKAGE SECTION.
       01  IN-LATITUDE-DEGREES         PIC S9(3)V9(8).
       01  IN-LONGITUDE-DEGREES        PIC S9(3)V9(8).
      *> IN-DAY-OFFSET: which day ahead, 1 to 3.
       01  IN-DAY-OFFSET               PIC 9(1).
       COPY "pollutant-data" IN "pollutant/service"
           REPLACING ==POLLUTANT-GRP== BY ==OUT-CF-POLLUTANT-GRP==
                     ==POLLUTANT-COUNT== BY ==OUT-CF-POLLUTANT-COUNT==
                     ==POLLUTANT-NAMES-GRP== BY
                         ==OUT-CF-POLLUTANT-NAMES-GRP==
                     ==POLLUTANT-NAMES== BY ==OUT-CF-POLLUTANT-NAMES==
                     ==POLLUTANT-NAME-INDEX== BY
                         ==OUT-CF-POLLUTANT-NAME-IDX==
                     ==POLLUTANT-AVERAGES-GRP== BY
                         ==OUT-CF-POLLUTANT-AVGS-GRP==
                     ==POLLUTANT-AVERAGES== BY
                         ==OUT-CF-POLLUTANT-AVGS==
                     ==POLLUTANT-AVERAGE-INDEX== BY
                         ==OUT-CF-POLLUTANT-AVG-IDX==
                     ==POLLUTANT-INDICES-GRP== BY
                         ==OUT-CF-POLLUTANT-IDXS-GRP==
                     ==POLLUTANT-INDICES== BY
                         ==OUT-CF-POLLUTANT-IDXS==
                     ==POLLUTANT-INDEX-INDEX== BY
                         ==OUT-CF-POLLUTANT-IDX-IDX==
                     ==C-POLLUTANT-MAX-COUNT== BY
                         ==OUT-CF-C-POLLUTANT-MAX==
                     ==IDX-POLLUTANT-NAME== BY
                         ==OUT-CF-IDX-POLLUTANT-NAME==
                     ==STATION-LATITUDE-DEGREES== BY
                         ==OUT-CF-STATION-LATITUDE==
                     ==STATION-LONGITUDE-DEGREES== BY
                         ==OUT-CF-STATION-LONGITUDE==.
       COPY cams-hourly-forecast IN "pollutant/service/cams".

       PROCEDURE DIVISION USING
           BY REFERENCE IN-LATITUDE-DEGREES
           BY REFERENCE IN-LONGITUDE-DEGREES
           BY REFERENCE IN-DAY-OFFSET
           BY REFERENCE OUT-CF-POLLUTANT-GRP.

           MOVE 0 TO OUT-CF-POLLUTANT-COUNT
           MOVE IN-LATITUDE-DEGREES TO OUT-CF-STATION-LATITUDE
           MOVE IN-LONGITUDE-DEGREES TO OUT-CF-STATION-LONGITUDE
           IF IN-DAY-OFFSET < 1 OR IN-DAY-OFFSET > 3
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-FORECAST-PAYLOAD
           IF LS-FETCH-OK NOT = "Y"
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "N" TO LS-HOURLY-MODE
           PERFORM PARSE-CAMS-FORECAST

           IF OUT-CF-POLLUTANT-COUNT = 0
           THEN
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *> ===============================================================
      *> ENTRY: CAMS-FORECAST-HOURLY
      *> PURPOSE: The same four-day series, answered hour by hour
      *>          instead of as a daily mean: for each local hour of
      *>          day D+IN-DAY-OFFSET, the worst 1-6 index any of the
      *>          four pollutants reaches and which pollutant it is,
      *>          for planners that need to know when in the day the
      *>          air is cleanest. An hour no series has a value for
      *>          is left at index 0. Shares the cached payload with
      *>          the daily-mean calls; RETURN-CODE 1 when the fetch
      *>          was refused or failed or no hour had a value.
      *> ===============================================================
       ENTRY "CAMS-FORECAST-HOURLY" USING
           BY REFERENCE IN-LATITUDE-DEGREES
           BY REFERENCE IN-LONGITUDE-DEGREES
           BY REFERENCE IN-DAY-OFFSET
           BY REFERENCE CH-GRP.

           INITIALIZE CH-GRP
           IF IN-DAY-OFFSET < 1 OR IN-DAY-OFFSET > 3
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-FORECAST-PAYLOAD
           IF LS-FETCH-OK NOT = "Y"
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "Y" TO LS-HOURLY-MODE
           MOVE 0 TO LS-HOURS-FILLED
           PERFORM PARSE-CAMS-FORECAST

           IF LS-HOURS-FILLED = 0
           THEN
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: LOAD-FORECAST-PAYLOAD
      *> PURPOSE: Stage today's four-day payload for the request's
      *>          coordinates in LS-RESPONSE-BODY - from the cache,
      *>          from a concurrent leader's fetch, or live - leaving
      *>          LS-FETCH-OK "Y" when there is one to parse.
      *> ===============================================================
       LOAD-FORECAST-PAYLOAD.
           MOVE "N" TO LS-FETCH-OK
           MOVE FUNCTION CURRENT-DATE(1:8) TO LS-TODAY-STR

           ACCEPT LS-BASE-URL
               FROM ENVIRONMENT "AQRSS_CAMS_BASE_URL"
           IF FUNCTION TRIM(LS-BASE-URL) = SPACES
           THEN
               MOVE "https://air-quality-api.open-meteo.com/v1/"
                   & "air-quality" TO LS-BASE-URL
           END-IF

           MOVE IN-LATITUDE-DEGREES TO LS-LATITUDE-DISPLAY
           MOVE IN-LONGITUDE-DEGREES TO LS-LONGITUDE-DISPLAY
           STRING
               FUNCTION TRIM(LS-BASE-URL)
               "?latitude=" FUNCTION TRIM(LS-LATITUDE-DISPLAY)
               "&longitude=" FUNCTION TRIM(LS-LONGITUDE-DISPLAY)
               "&hourly=nitrogen_dioxide,ozone,pm10,pm2_5"
               "&forecast_days=4&timezone=Europe%2FParis"
               INTO LS-DATA-URL
           END-STRING

           CALL "CACHE-KEY-FOR-LATLONG" USING
               BY REFERENCE IN-LATITUDE-DEGREES
               BY REFERENCE IN-LONGITUDE-DEGREES
               BY REFERENCE LS-LATLONG-KEY
           STRING
               "CD:" LS-TODAY-STR FUNCTION TRIM(LS-LATLONG-KEY)
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
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF
           MOVE "Y" TO LS-FETCH-OK.

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
               DISPLAY "CAMS daily budget spent, skipping pollutant "
                   "forecast call"
               CALL "CACHE-FLIGHT-END" USING
                   BY REFERENCE LS-CACHE-KEY
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Fetching data from " FUNCTION TRIM(LS-DATA-URL)
           CALL "HTTP-CLIENT-GET" USING
               BY REFERENCE LS-DATA-URL
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
      *> PARAGRAPH: PARSE-CAMS-FORECAST
      *> PURPOSE: Find the "hourly" section, then reduce each
      *>          pollutant's series to the requested day's mean (or,
      *>          in hourly mode, fold it into the per-hour worst
      *>          index).
      *>          Every series is searched from the start of the
      *>          section, so the order open-meteo lists them in does
      *>          not matter; a series the payload does not carry, or
      *>          that is null all day, is simply skipped.
      *> ===============================================================
       PARSE-CAMS-FORECAST.
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

           PERFORM VARYING LS-SERIES-IDX FROM 1 BY 1
               UNTIL LS-SERIES-IDX > C-SERIES-COUNT
               PERFORM SCAN-ONE-SERIES
               IF LS-DAY-HOURS > 0
                   AND LS-HOURLY-MODE = "N"
               THEN
                   COMPUTE LS-CONCENTRATION ROUNDED =
                       LS-DAY-SUM / LS-DAY-HOURS
                   PERFORM ADD-FORECAST-READING
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: SCAN-ONE-SERIES
      *> PURPOSE: Read the hourly values of the pollutant at
      *>          LS-SERIES-IDX one by one, totalling the requested
      *>          day's hours - and, in hourly mode, banding each
      *>          hour and keeping it where it is the worst so far.
      *>          Nulls are skipped; the closing "]" ends the series.
      *> ===============================================================
       SCAN-ONE-SERIES.
           MOVE 0 TO LS-DAY-SUM
           MOVE 0 TO LS-DAY-HOURS
           MOVE LS-HOURLY-POS TO LS-SCAN-POS
           MOVE SPACES TO LS-HEAD
           MOVE SPACES TO LS-DELIM-FOUND
           UNSTRING LS-RESPONSE-BODY
               DELIMITED BY
                   FUNCTION TRIM(LS-SERIES-PROPERTY(LS-SERIES-IDX))
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
               IF LS-HOUR-DAY = IN-DAY-OFFSET
                   AND FUNCTION TRIM(LS-NUMBER-TEXT) NOT = SPACES
                   AND FUNCTION TRIM(LS-NUMBER-TEXT) NOT = "null"
               THEN
                   ADD FUNCTION NUMVAL(LS-NUMBER-TEXT) TO LS-DAY-SUM
                   ADD 1 TO LS-DAY-HOURS
                   IF LS-HOURLY-MODE = "Y"
                   THEN
                       PERFORM FOLD-HOURLY-READING
                   END-IF
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: FOLD-HOURLY-READING
      *> PURPOSE: Band the hour just read and keep it as that hour's
      *>          reading when it is worse than what the earlier
      *>          series left there.
      *> ===============================================================
       FOLD-HOURLY-READING.
           MOVE FUNCTION NUMVAL(LS-NUMBER-TEXT) TO LS-CONCENTRATION
           PERFORM BAND-SERIES-CONCENTRATION
           COMPUTE LS-HOUR-OF-DAY =
               LS-HOUR-IDX - (24 * IN-DAY-OFFSET)
           IF CH-INDEX(LS-HOUR-OF-DAY) = 0
           THEN
               ADD 1 TO LS-HOURS-FILLED
           END-IF
           IF LS-BAND-INDEX > CH-INDEX(LS-HOUR-OF-DAY)
           THEN
               MOVE LS-BAND-INDEX TO CH-INDEX(LS-HOUR-OF-DAY)
               MOVE LS-SERIES-NAME(LS-SERIES-IDX)
                   TO CH-POLLUTANT(LS-HOUR-OF-DAY)
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: ADD-FORECAST-READING
      *> PURPOSE: Band the day's mean at LS-SERIES-IDX with its
      *>          pollutant's breakpoints and append it.
      *> ===============================================================
       ADD-FORECAST-READING.
           PERFORM BAND-SERIES-CONCENTRATION

           ADD 1 TO OUT-CF-POLLUTANT-COUNT
           MOVE LS-SERIES-NAME(LS-SERIES-IDX) TO
               OUT-CF-POLLUTANT-NAMES(OUT-CF-POLLUTANT-COUNT)
           MOVE LS-CONCENTRATION TO
               OUT-CF-POLLUTANT-AVGS(OUT-CF-POLLUTANT-COUNT)
           MOVE LS-BAND-INDEX TO
               OUT-CF-POLLUTANT-IDXS(OUT-CF-POLLUTANT-COUNT).

      *> ===============================================================
      *> PARAGRAPH: BAND-SERIES-CONCENTRATION
      *> PURPOSE: Band LS-CONCENTRATION with the breakpoints of the
      *>          pollutant at LS-SERIES-IDX into LS-BAND-INDEX.
      *> ===============================================================
       BAND-SERIES-CONCENTRATION.
           EVALUATE LS-SERIES-NAME(LS-SERIES-IDX)
           WHEN "no2"
               PERFORM BAND-NO2
           WHEN "o3"
               PERFORM BAND-O3
           WHEN "pm10"
               PERFORM BAND-PM10
           WHEN OTHER
               PERFORM BAND-PM25
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: BAND-NO2 (and friends)
      *> PURPOSE: Band one concentration onto the 1-6 European AQI
      *>          index - the same breakpoints CAMS-RAW-FETCH bands
      *>          the current values with.
      *> ===============================================================
       BAND-NO2.
           EVALUATE TRUE
           WHEN LS-CONCENTRATION <= 40
               MOVE 1 TO LS-BAND-INDEX
           WHEN LS-CONCENTRATION <= 90
               MOVE 2 TO LS-BAND-INDEX
           WHEN LS-CONCENTRATION <= 120
               MOVE 3 TO LS-BAND-INDEX
           WHEN LS-CONCENTRATION <= 230
               MOVE 4 TO LS-BAND-INDEX
           WHEN LS-CONCENTRATION <= 340
               MOVE 5 TO LS-BAND-INDEX
           WHEN OTHER
               MOVE 6 TO LS-BAND-INDEX
           END-EVALUATE.

       BAND-O3.
           EVALUATE TRUE
           WHEN LS-CONCENTRATION <= 50
               MOVE 1 TO LS-BAND-INDEX
           WHEN LS-CONCENTRATION <= 100
               MOVE 2 TO LS-BAND-INDEX
           WHEN LS-CONCENTRATION <= 130
               MOVE 3 TO LS-BAND-INDEX
           WHEN LS-CONCENTRATION <= 240
               MOVE 4 TO LS-BAND-INDEX
           WHEN LS-CONCENTRATION <= 380
               MOVE 5 TO LS-BAND-INDEX
           WHEN OTHER
               MOVE 6 TO LS-BAND-INDEX
           END-EVALUATE.

       BAND-PM10.
           EVALUATE TRUE
           WHEN LS-CONCENTRATION <= 20
               MOVE 1 TO LS-BAND-INDEX
           WHEN LS-CONCENTRATION <= 40
               MOVE 2 TO LS-BAND-INDEX
           WHEN LS-CONCENTRATION <= 50
               MOVE 3 TO LS-BAND-INDEX
           WHEN LS-CONCENTRATION <= 100
               MOVE 4 TO LS-BAND-INDEX
           WHEN LS-CONCENTRATION <= 150
               MOVE 5 TO LS-BAND-INDEX
           WHEN OTHER
               MOVE 6 TO LS-BAND-INDEX
           END-EVALUATE.

       BAND-PM25.
           EVALUATE TRUE
           WHEN LS-CONCENTRATION <= 10
               MOVE 1 TO LS-BAND-INDEX
           WHEN LS-CONCENTRATION <= 20
               MOVE 2 TO LS-BAND-INDEX
           WHEN LS-CONCENTRATION <= 25
               MOVE 3 TO LS-BAND-INDEX
           WHEN LS-CONCENTRATION <= 50
               MOVE 4 TO LS-BAND-INDEX
           WHEN LS-CONCENTRATION <= 75
               MOVE 5 TO LS-BAND-INDEX
           WHEN OTHER
               MOVE 6 TO LS-BAND-INDEX
           END-EVALUATE.

       END PROGRAM CAMS-FORECAST-FETCH.
