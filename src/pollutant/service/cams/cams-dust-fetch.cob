      *> ===============================================================
      *> PROGRAM: CAMS-DUST-FETCH
      *> PURPOSE: Fetch the Copernicus CAMS desert-dust surface
      *>          concentration (ug/m3) and the aerosol optical depth
      *>          at one point, through the same open-meteo
      *>          air-quality API CAMS-RAW-FETCH reads (overridable
      *>          via AQRSS_CAMS_BASE_URL) and behind the same CAMS
      *>          daily call budget and circuit breaker. It serves
      *>          the once-a-day source attribution batch only, so
      *>          the response is not cached.
      *>          Returns 0 with both figures set, 1 when the fetch
      *>          was refused or failed or the payload carried
      *>          neither figure (both are then zero).
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMS-DUST-FETCH.

       DATA DIVISION.

       LOCAL-STORAGE SECTION.
       01  C-BUDGET-PROVIDER           PIC X(12) VALUE "CAMS".
           COPY remote-service-response IN "support/http".
       01  LS-BASE-URL                 PIC X(1000) VALUE SPACES.
       01  LS-DATA-URL                 PIC X(1000) VALUE SPACES.
       01  LS-LATITUDE-DISPLAY         PIC -ZZ9.999999.
       01  LS-LONGITUDE-DISPLAY        PIC -ZZ9.999999.
       01  LS-RESPONSE-BODY            PIC X(10000) VALUE SPACES.

      *> Parse scratch: CAMS-RAW-FETCH's WITH POINTER UNSTRING walk,
      *> positioned past '"current":' so the "current_units" section
      *> is never misread.
       01  LS-SCAN-POS                 PIC 9(5) VALUE 1.
       01  LS-HEAD                     PIC X(10000) VALUE SPACES.
       01  LS-DELIM-FOUND              PIC X(32) VALUE SPACES.
       01  LS-NUMBER-TEXT              PIC X(16) VALUE SPACES.
       01  LS-PROPERTY-NAME            PIC X(32) VALUE SPACES.
       01  LS-VALUE-FOUND              PIC X(01) VALUE "N".
       01  LS-FOUND-COUNT              PIC 9(1) VALUE 0.

       LINKAGE SECTION.
       01  IN-LATITUDE-DEGREES         PIC S9(3)V9(8).
       01  IN-LONGITUDE-DEGREES        PIC S9(3)V9(8).
       01  OUT-DUST                    PIC 9(4)V9(1).
       01  OUT-AOD                     PIC 9(1)V9(3).

       PROCEDURE DIVISION USING
           BY REFERENCE IN-LATITUDE-DEGREES
           BY REFERENCE IN-LONGITUDE-DEGREES
           BY REFERENCE OUT-DUST
           BY REFERENCE OUT-AOD.

           MOVE 0 TO OUT-DUST
           MOVE 0 TO OUT-AOD

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
               "&current=dust,aerosol_optical_depth"
               INTO LS-DATA-URL
           END-STRING

           CALL "CIRCUIT-ALLOW" USING
               BY REFERENCE C-BUDGET-PROVIDER
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           CALL "BUDGET-CONSUME" USING
               BY REFERENCE C-BUDGET-PROVIDER
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "HTTP-CLIENT-GET" USING
               BY REFERENCE LS-DATA-URL
               BY REFERENCE OUT-RESPONSE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR OUT-RESPONSE-LENGTH-BYTES = 0
           THEN
               CALL "CIRCUIT-REPORT-FAILURE" USING
                   BY REFERENCE C-BUDGET-PROVIDER
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           CALL "CIRCUIT-REPORT-SUCCESS" USING
               BY REFERENCE C-BUDGET-PROVIDER
           MOVE OUT-RESPONSE-DATA(1:OUT-RESPONSE-LENGTH-BYTES)
               TO LS-RESPONSE-BODY

           PERFORM PARSE-DUST-READINGS

           IF LS-FOUND-COUNT = 0
           THEN
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: PARSE-DUST-READINGS
      *> PURPOSE: Lift the dust concentration and the aerosol optical
      *>          depth out of the "current" section. A figure the
      *>          payload does not carry stays zero.
      *> ===============================================================
       PARSE-DUST-READINGS.
           MOVE 0 TO LS-FOUND-COUNT
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

           MOVE '"dust":' TO LS-PROPERTY-NAME
           PERFORM SCAN-ONE-FIGURE
           IF LS-VALUE-FOUND = "Y"
           THEN
               MOVE FUNCTION NUMVAL(LS-NUMBER-TEXT) TO OUT-DUST
               ADD 1 TO LS-FOUND-COUNT
           END-IF
           MOVE '"aerosol_optical_depth":' TO LS-PROPERTY-NAME
           PERFORM SCAN-ONE-FIGURE
           IF LS-VALUE-FOUND = "Y"
           THEN
               MOVE FUNCTION NUMVAL(LS-NUMBER-TEXT) TO OUT-AOD
               ADD 1 TO LS-FOUND-COUNT
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: SCAN-ONE-FIGURE
      *> PURPOSE: Leave the numeric token after LS-PROPERTY-NAME in
      *>          LS-NUMBER-TEXT, flagging whether it was found.
      *> ===============================================================
       SCAN-ONE-FIGURE.
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
           MOVE "Y" TO LS-VALUE-FOUND.

       END PROGRAM CAMS-DUST-FETCH.
