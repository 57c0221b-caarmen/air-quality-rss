           01  C-CALM-WIND-KMH            CONSTANT AS 5.
           01  C-BRISK-WIND-KMH           CONSTANT AS 15.

      *> Hourly-forecast scratch (the WEATHER-HOURLY entry): the
      *> series are asked for in Europe/Paris time over four days, so
      *> the first 24 values are today and every further 24 one more
      *> day ahead.
           01  LS-TODAY-STR               PIC X(8) VALUE SPACES.
           01  LS-HOURLY-POS              PIC 9(5) VALUE 1.
           01  LS-SERIES-PROPERTY         PIC X(20) VALUE SPACES.
           01  LS-HOUR-IDX                PIC 9(3) VALUE 0.
           01  LS-HOUR-DAY                PIC 9(1) VALUE 0.
           01  LS-HOUR-OF-DAY             PIC 9(2) VALUE 0.
           01  LS-SERIES-DELIM            PIC X(1) VALUE SPACE.
           01  C-HOURS-MAX                CONSTANT AS 96.

       LINKAGE SECTION.
           01  IN-LATITUDE-DEGREES        PIC S9(3)V9(8).
           01  IN-LONGITUDE-DEGREES       PIC S9(3)V9(8).
           01  OUT-WIND-SPEED             PIC 9(3)V9(1).
           01  OUT-WIND-DIRECTION         PIC 9(3).
           01  OUT-TEMPERATURE            PIC S9(3)V9(1).
      *> The day-ahead hour-by-hour forecast the WEATHER-HOURLY entry
      *> hands back to the outdoor-window planner.
           01  IN-DAY-OFFSET              PIC 9(1).
           COPY weather-hourly IN "weather/service".

       PROCEDURE DIVISION USING
           BY REFERENCE IN-LATITUDE-DEGREES
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: WEATHER-HOURLY
      *> PURPOSE: Day D+IN-DAY-OFFSET (0 to 3) of the forecast hour by
      *>          hour - temperature, wind speed and UV index - for
      *>          planners that weigh the weather against the hourly
      *>          pollutant forecast. Same upstream and switch as the
      *>          current conditions, its own cache entry per day.
      *>          Returns 0 with WH-GRP filled, 1 when weather is
      *>          disabled or the fetch/parse failed.
      *> ===============================================================
       ENTRY "WEATHER-HOURLY" USING
           BY REFERENCE IN-LATITUDE-DEGREES
           BY REFERENCE IN-LONGITUDE-DEGREES
           BY REFERENCE IN-DAY-OFFSET
           BY REFERENCE WH-GRP.

           INITIALIZE WH-GRP
           ACCEPT LS-WEATHER-ENABLED
               FROM ENVIRONMENT "AQRSS_WEATHER_ENABLED"
           IF FUNCTION UPPER-CASE(
                   FUNCTION TRIM(LS-WEATHER-ENABLED)) = "N"
               OR IN-DAY-OFFSET > 3
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM FETCH-HOURLY-WEATHER
           IF LS-PARSE-OK NOT = "Y"
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: FETCH-CURRENT-WEATHER
      *> PURPOSE: Fetch the current conditions for the request's
                   TO LS-WIND-DIRECTION
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: FETCH-HOURLY-WEATHER
      *> PURPOSE: Fetch the four-day hourly series for the request's
      *>          coordinates through the shared response cache (one
      *>          entry per place per day, so D+1 and D+2 lookups
      *>          share it) and parse the requested day into WH-GRP.
      *>          Any failure clears LS-PARSE-OK.
      *> ===============================================================
       FETCH-HOURLY-WEATHER.
           MOVE "Y" TO LS-PARSE-OK
           MOVE FUNCTION CURRENT-DATE(1:8) TO LS-TODAY-STR
           ACCEPT LS-BASE-URL
               FROM ENVIRONMENT "AQRSS_WEATHER_BASE_URL"
           IF FUNCTION TRIM(LS-BASE-URL) = SPACES
           THEN
               MOVE "https://api.open-meteo.com/v1/forecast"
                   TO LS-BASE-URL
           END-IF

           MOVE IN-LATITUDE-DEGREES TO LS-LATITUDE-DISPLAY
           MOVE IN-LONGITUDE-DEGREES TO LS-LONGITUDE-DISPLAY
           STRING
               FUNCTION TRIM(LS-BASE-URL)
               "?latitude=" FUNCTION TRIM(LS-LATITUDE-DISPLAY)
               "&longitude=" FUNCTION TRIM(LS-LONGITUDE-DISPLAY)
               "&hourly=temperature_2m,wind_speed_10m,uv_index"
               "&forecast_days=4&timezone=Europe%2FParis"
               INTO LS-DATA-URL
           END-STRING

           CALL "CACHE-KEY-FOR-LATLONG" USING
               BY REFERENCE IN-LATITUDE-DEGREES
               BY REFERENCE IN-LONGITUDE-DEGREES
               BY REFERENCE LS-LATLONG-KEY
           STRING
               "WH:" LS-TODAY-STR FUNCTION TRIM(LS-LATLONG-KEY)
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
               CALL "HTTP-CLIENT-GET" USING
                   BY REFERENCE LS-DATA-URL
                   BY REFERENCE OUT-RESPONSE
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
                   OR OUT-RESPONSE-LENGTH-BYTES = 0
               THEN
                   MOVE "N" TO LS-PARSE-OK
                   EXIT PARAGRAPH
               END-IF
               MOVE OUT-RESPONSE-DATA(1:OUT-RESPONSE-LENGTH-BYTES)
                   TO LS-RESPONSE-BODY
               COMPUTE LS-RESPONSE-LENGTH = OUT-RESPONSE-LENGTH-BYTES
               CALL "CACHE-PUT" USING
                   BY REFERENCE LS-CACHE-KEY
                   BY REFERENCE LS-RESPONSE-BODY
                   BY REFERENCE LS-RESPONSE-LENGTH
           END-IF

           PERFORM PARSE-HOURLY-WEATHER.

      *> ===============================================================
      *> PARAGRAPH: PARSE-HOURLY-WEATHER
      *> PURPOSE: Position past '"hourly":' (so "hourly_units" is
      *>          never misread), then walk each of the three series
      *>          into WH-GRP. Temperature is required - an hour
      *>          without it stays unseen - wind and UV are taken as
      *>          they come. No temperature hour at all clears
      *>          LS-PARSE-OK.
      *> ===============================================================
       PARSE-HOURLY-WEATHER.
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
               MOVE "N" TO LS-PARSE-OK
               EXIT PARAGRAPH
           END-IF

           MOVE '"temperature_2m":[' TO LS-SERIES-PROPERTY
           PERFORM SCAN-HOURLY-SERIES
           MOVE '"wind_speed_10m":[' TO LS-SERIES-PROPERTY
           PERFORM SCAN-HOURLY-SERIES
           MOVE '"uv_index":[' TO LS-SERIES-PROPERTY
           PERFORM SCAN-HOURLY-SERIES

           MOVE "N" TO LS-PARSE-OK
           PERFORM VARYING LS-HOUR-OF-DAY FROM 1 BY 1
               UNTIL LS-HOUR-OF-DAY > 24
               IF WH-SEEN(LS-HOUR-OF-DAY) = "Y"
               THEN
                   MOVE "Y" TO LS-PARSE-OK
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: SCAN-HOURLY-SERIES
      *> PURPOSE: Read the series named by LS-SERIES-PROPERTY value by
      *>          value from the start of the "hourly" section, keeping
      *>          the requested day's hours. Nulls are skipped; the
      *>          closing "]" ends the series; a series the payload
      *>          does not carry is skipped whole.
      *> ===============================================================
       SCAN-HOURLY-SERIES.
           MOVE LS-HOURLY-POS TO LS-SCAN-POS
           MOVE SPACES TO LS-HEAD
           MOVE SPACES TO LS-DELIM-FOUND
           UNSTRING LS-RESPONSE-BODY
               DELIMITED BY FUNCTION TRIM(LS-SERIES-PROPERTY)
               INTO LS-HEAD
                   DELIMITER IN LS-DELIM-FOUND
               WITH POINTER LS-SCAN-POS
           END-UNSTRING
           IF FUNCTION TRIM(LS-DELIM-FOUND) = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACE TO LS-SERIES-DELIM
           PERFORM VARYING LS-HOUR-IDX FROM 1 BY 1
               UNTIL LS-HOUR-IDX > C-HOURS-MAX
                   OR LS-SERIES-DELIM = "]"
               MOVE SPACES TO LS-NUMBER-TEXT
               UNSTRING LS-RESPONSE-BODY
                   DELIMITED BY "," OR "]"
                   INTO LS-NUMBER-TEXT
                       DELIMITER IN LS-SERIES-DELIM
                   WITH POINTER LS-SCAN-POS
               END-UNSTRING
               COMPUTE LS-HOUR-DAY = (LS-HOUR-IDX - 1) / 24
               IF LS-HOUR-DAY = IN-DAY-OFFSET
                   AND FUNCTION TRIM(LS-NUMBER-TEXT) NOT = SPACES
                   AND FUNCTION TRIM(LS-NUMBER-TEXT) NOT = "null"
               THEN
                   COMPUTE LS-HOUR-OF-DAY =
                       LS-HOUR-IDX - (24 * IN-DAY-OFFSET)
                   PERFORM STORE-HOURLY-VALUE
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: STORE-HOURLY-VALUE
      *> PURPOSE: File the value just read under its series' field.
      *> ===============================================================
       STORE-HOURLY-VALUE.
           EVALUATE LS-SERIES-PROPERTY
           WHEN '"temperature_2m":['
               MOVE FUNCTION NUMVAL(LS-NUMBER-TEXT)
                   TO WH-TEMPERATURE(LS-HOUR-OF-DAY)
               MOVE "Y" TO WH-SEEN(LS-HOUR-OF-DAY)
           WHEN '"wind_speed_10m":['
               MOVE FUNCTION NUMVAL(LS-NUMBER-TEXT)
                   TO WH-WIND-SPEED(LS-HOUR-OF-DAY)
           WHEN OTHER
               MOVE FUNCTION NUMVAL(LS-NUMBER-TEXT)
                   TO WH-UV-INDEX(LS-HOUR-OF-DAY)
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: SCAN-PAST-DELIMITER-CURRENT
      *> PURPOSE: Advance the scan position just past '"current":'.
