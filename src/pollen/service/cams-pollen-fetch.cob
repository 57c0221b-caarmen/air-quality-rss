      *> ===============================================================
      *> PROGRAM: CAMS-POLLEN-FETCH
      *> PURPOSE: The second pollen provider: fetches the Copernicus
      *>          CAMS European pollen forecast (served through the
      *>          open-meteo air-quality API, overridable via
      *>          AQRSS_CAMS_BASE_URL) behind the response cache, the
      *>          daily call budget and the circuit breaker, exactly
      *>          the discipline CAMS-RAW-FETCH applies to the CAMS
      *>          pollutant readings - same upstream, so the same
      *>          "CAMS" budget and breaker.
      *>          CAMS publishes concentrations in grains/m3 for six
      *>          species. Each one is mapped onto the Atmo France
      *>          POLLEN-CODE-NAME vocabulary (code_aul, code_boul,
      *>          code_gram, code_arm, code_oliv, code_ambr), banded
      *>          onto the same 0-5 level scale POLLEN-PARSER
      *>          accepts, and the raw concentration kept alongside
      *>          in POLLEN-CODE-GRAINS, so POLLEN-RENDER and the
      *>          reconciliation batch can treat both providers'
      *>          tables alike.
      *>          CAMS covers Europe only: the overseas territories
      *>          have no CAMS pollen, and callers do not ask.
      *>          A refused (budget/breaker) or failed fetch, or a
      *>          payload with no species in it, hands back a zero
      *>          count and RETURN-CODE 1.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMS-POLLEN-FETCH.

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

      *> Parse scratch: the same WITH POINTER UNSTRING walk
      *> CAMS-RAW-FETCH runs, positioned past '"current":' so the
      *> "current_units" section is never misread.
       01  LS-SCAN-POS                 PIC 9(5) VALUE 1.
       01  LS-HEAD                     PIC X(10000) VALUE SPACES.
       01  LS-DELIM-FOUND              PIC X(32) VALUE SPACES.
       01  LS-NUMBER-TEXT              PIC X(16) VALUE SPACES.
       01  LS-PROPERTY-NAME            PIC X(32) VALUE SPACES.
       01  LS-VALUE-FOUND              PIC X(01) VALUE "N".
       01  LS-GRAINS                   PIC 9(5)V9(1) VALUE 0.
       01  LS-BAND-LEVEL               PIC 9(1) VALUE 0.
      *> The day's highest level and the species that reach it,
      *> reported as POLLEN-RESPONSIBLE the way Atmo France's own
      *> pollen_resp names the species driving the index.
       01  LS-TOP-LEVEL                PIC 9(1) VALUE 0.
       01  LS-RESP-NAME                PIC X(16) VALUE SPACES.
       01  LS-RESP-SCRATCH             PIC X(64) VALUE SPACES.
      *> Single-flight state, as in CAMS-RAW-FETCH.
       01  C-FLIGHT-WAIT-MAX-S         CONSTANT AS 15.
       01  LS-WAIT-SECONDS             PIC 9(2) VALUE 0.
       01  LS-FLIGHT-HIT               PIC X(01) VALUE "N".
       01  LS-FETCH-OK                 PIC X(01) VALUE "N".

       LINKAGE SECTION.
       01  IN-DATE-STR                 PIC X(8).
       01  IN-LATITUDE-DEGREES         PIC S9(3)V9(8).
       01  IN-LONGITUDE-DEGREES        PIC S9(3)V9(8).
       COPY "pollen-data" IN "pollen/service".
      *> The live request URL, handed back for the feed's own link
      *> the same way POLLEN-DATA-SOURCE hands back its WMS URL.
       01  OUT-DATA-URL                PIC X(1000).

       PROCEDURE DIVISION USING
           BY REFERENCE IN-DATE-STR
           BY REFERENCE IN-LATITUDE-DEGREES
           BY REFERENCE IN-LONGITUDE-DEGREES
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
               "&current=alder_pollen,birch_pollen,grass_pollen,"
               "mugwort_pollen,olive_pollen,ragweed_pollen"
               INTO OUT-DATA-URL
           END-STRING

           CALL "CACHE-KEY-FOR-LATLONG" USING
               BY REFERENCE IN-LATITUDE-DEGREES
               BY REFERENCE IN-LONGITUDE-DEGREES
               BY REFERENCE LS-LATLONG-KEY
           STRING
               "CP:" IN-DATE-STR FUNCTION TRIM(LS-LATLONG-KEY)
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
      *> Collapse identical concurrent fetches into one live call,
      *> the same single-flight dance CAMS-RAW-FETCH does.
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
                   PERFORM FETCH-LIVE-POLLEN-PAYLOAD
                   IF LS-FETCH-OK NOT = "Y"
                   THEN
                       MOVE 1 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF
           END-IF

           PERFORM PARSE-CAMS-POLLEN

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
      *> PARAGRAPH: FETCH-LIVE-POLLEN-PAYLOAD
      *> PURPOSE: The live fetch itself, behind the breaker and the
      *>          budget, releasing the single-flight claim whatever
      *>          it comes to. LS-FETCH-OK "Y" leaves the payload in
      *>          LS-RESPONSE-BODY and cached for the followers.
      *> ===============================================================
       FETCH-LIVE-POLLEN-PAYLOAD.
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
               DISPLAY "CAMS daily budget spent, skipping pollen call"
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
      *> PARAGRAPH: PARSE-CAMS-POLLEN
      *> PURPOSE: Lift each species' current concentration out of the
      *>          "current" section, band it onto the 0-5 level scale
      *>          and append it under its Atmo France code name. The
      *>          properties are read in the order the URL asks for
      *>          them, which is the order open-meteo echoes them
      *>          back; a species the payload does not carry (or
      *>          reports as null, out of season) is simply skipped.
      *> ===============================================================
       PARSE-CAMS-POLLEN.
           MOVE 1 TO LS-SCAN-POS
           MOVE SPACES TO LS-HEAD
           MOVE SPACES TO LS-DELIM-FOUND
           UNSTRING LS-RESPONSE-BODY
               DELIMITED BY '"current":'
               INTO LS-HEAD
                   DELIMITER IN LS-DELIM-FOUND
               WITH POINTER LS-SCAN-POS
           END-UNSTRING
           IF FUNCTION TRIM(LS-DELIM-FOUND) = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE '"alder_pollen":' TO LS-PROPERTY-NAME
           PERFORM SCAN-ONE-CONCENTRATION
           IF LS-VALUE-FOUND = "Y"
           THEN
               PERFORM BAND-TREE-POLLEN
               MOVE "code_aul" TO LS-RESP-NAME
               PERFORM ADD-POLLEN-READING
           END-IF
           MOVE '"birch_pollen":' TO LS-PROPERTY-NAME
           PERFORM SCAN-ONE-CONCENTRATION
           IF LS-VALUE-FOUND = "Y"
           THEN
               PERFORM BAND-TREE-POLLEN
               MOVE "code_boul" TO LS-RESP-NAME
               PERFORM ADD-POLLEN-READING
           END-IF
           MOVE '"grass_pollen":' TO LS-PROPERTY-NAME
           PERFORM SCAN-ONE-CONCENTRATION
           IF LS-VALUE-FOUND = "Y"
           THEN
               PERFORM BAND-GRASS-POLLEN
               MOVE "code_gram" TO LS-RESP-NAME
               PERFORM ADD-POLLEN-READING
           END-IF
           MOVE '"mugwort_pollen":' TO LS-PROPERTY-NAME
           PERFORM SCAN-ONE-CONCENTRATION
           IF LS-VALUE-FOUND = "Y"
           THEN
               PERFORM BAND-WEED-POLLEN
               MOVE "code_arm" TO LS-RESP-NAME
               PERFORM ADD-POLLEN-READING
           END-IF
           MOVE '"olive_pollen":' TO LS-PROPERTY-NAME
           PERFORM SCAN-ONE-CONCENTRATION
           IF LS-VALUE-FOUND = "Y"
           THEN
               PERFORM BAND-OLIVE-POLLEN
               MOVE "code_oliv" TO LS-RESP-NAME
               PERFORM ADD-POLLEN-READING
           END-IF
           MOVE '"ragweed_pollen":' TO LS-PROPERTY-NAME
           PERFORM SCAN-ONE-CONCENTRATION
           IF LS-VALUE-FOUND = "Y"
           THEN
               PERFORM BAND-WEED-POLLEN
               MOVE "code_ambr" TO LS-RESP-NAME
               PERFORM ADD-POLLEN-READING
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: SCAN-ONE-CONCENTRATION
      *> PURPOSE: Read the numeric token after LS-PROPERTY-NAME into
      *>          LS-GRAINS, flagging whether it was found.
      *> ===============================================================
       SCAN-ONE-CONCENTRATION.
           MOVE "N" TO LS-VALUE-FOUND
           MOVE SPACES TO LS-HEAD
           MOVE SPACES TO LS-DELIM-FOUND
           UNSTRING LS-RESPONSE-BODY
               DELIMITED BY FUNCTION TRIM(LS-PROPERTY-NAME)
               INTO LS-HEAD
                   DELIMITER IN LS-DELIM-FOUND
               WITH POINTER LS-SCAN-POS
           END-UNSTRING
           IF FUNCTION TRIM(LS-DELIM-FOUND) = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-NUMBER-TEXT
           UNSTRING LS-RESPONSE-BODY
               DELIMITED BY "," OR "}"
               INTO LS-NUMBER-TEXT
               WITH POINTER LS-SCAN-POS
           END-UNSTRING
           IF FUNCTION TRIM(LS-NUMBER-TEXT) = SPACES
               OR FUNCTION TRIM(LS-NUMBER-TEXT) = "null"
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(LS-NUMBER-TEXT) TO LS-GRAINS
           MOVE "Y" TO LS-VALUE-FOUND.

      *> ===============================================================
      *> PARAGRAPH: BAND-TREE-POLLEN (and friends)
      *> PURPOSE: Band one grains/m3 concentration onto the 0-5 level
      *>          scale, one paragraph per family of breakpoints: the
      *>          catkin trees (alder, birch) shed the most grains
      *>          before symptoms start, the weeds (mugwort, ragweed)
      *>          the fewest. No grains at all is level 0.
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
      *> PARAGRAPH: ADD-POLLEN-READING
      *> PURPOSE: Append the banded reading under the code name staged
      *>          in LS-RESP-NAME, keeping the raw concentration
      *>          alongside, and track the day's highest level.
      *> ===============================================================
       ADD-POLLEN-READING.
           ADD 1 TO POLLEN-CODE-COUNT
           MOVE LS-RESP-NAME TO POLLEN-CODE-NAME(POLLEN-CODE-COUNT)
           MOVE LS-BAND-LEVEL TO POLLEN-CODE-VALUE(POLLEN-CODE-COUNT)
           COMPUTE POLLEN-CODE-GRAINS(POLLEN-CODE-COUNT) ROUNDED =
               LS-GRAINS
           MOVE SPACES TO POLLEN-CODE-DATE(POLLEN-CODE-COUNT)
           IF LS-BAND-LEVEL > LS-TOP-LEVEL
           THEN
               MOVE LS-BAND-LEVEL TO LS-TOP-LEVEL
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: BUILD-RESPONSIBLE-POLLEN
      *> PURPOSE: Name the species at the day's highest level, in the
      *>          upper-case form Atmo France's pollen_resp uses, so
      *>          the "responsible pollen" item reads the same
      *>          whichever provider served it. Nothing is named on a
      *>          pollen-free day.
      *> ===============================================================
       BUILD-RESPONSIBLE-POLLEN.
           IF LS-TOP-LEVEL = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING POLLEN-CODE-INDEX FROM 1 BY 1
               UNTIL POLLEN-CODE-INDEX > POLLEN-CODE-COUNT
               IF POLLEN-CODE-VALUE(POLLEN-CODE-INDEX) = LS-TOP-LEVEL
               THEN
                   EVALUATE POLLEN-CODE-NAME(POLLEN-CODE-INDEX)
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

       END PROGRAM CAMS-POLLEN-FETCH.
