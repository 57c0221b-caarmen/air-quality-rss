      *> a one-glyph-per-day bar chart under the current value (see
      *> POLLEN-SPARKLINE).
       01 LS-SPARKLINE                PIC X(32) VALUE SPACES.
      *> Concentration behind the level, shown only for a table the
      *> CAMS failover served (Atmo France publishes levels alone).
       01 LS-GRAINS-DISPLAY           PIC Z(4)9.
      *> A table whose entries carry a POLLEN-CODE-DATE is a
      *> days-ahead forecast (see CAMS-POLLEN-FORECAST-FETCH): each
      *> item is titled with its day, and the trend and sparkline,
      *> which compare against yesterday's reading, are left off.
       01 LS-FORECAST                 PIC X(01) VALUE "N".
      *> format=ics on a forecast table: one all-day event per
      *> species and day forecast at or above this level, the same
      *> "elevated" floor ICS-CALENDAR-SERVICE uses for bad air days.
       01 C-POLLEN-HIGH-FLOOR         CONSTANT AS 4.
       01 LS-TODAY-STR                PIC X(8) VALUE SPACES.
       01 LS-EVENT-DATE-STR           PIC X(8) VALUE SPACES.
       01 LS-EVENT-YYYYMMDD           PIC 9(8) VALUE 0.
       01 LS-EVENT-END-YYYYMMDD       PIC 9(8) VALUE 0.
       01 LS-EVENT-END-STR            PIC X(8) VALUE SPACES.
       01 LS-EVENT-UID                PIC X(100) VALUE SPACES.
       01 LS-EVENT-SUMMARY            PIC X(100) VALUE SPACES.
       01 LS-DESCRIPTION              PIC X(2000) VALUE SPACES.
       01 LS-EVENTS                   PIC X(8000) VALUE SPACES.
       01 LS-EVENTS-SCRATCH           PIC X(8000) VALUE SPACES.

       LINKAGE SECTION.
       01 IN-DATA-URL                 PIC X(1000) VALUE SPACES.

           PERFORM PARSE-SPECIES-FILTER

           IF POLLEN-SOURCE = "CAMS"
           THEN
               MOVE "Copernicus CAMS" TO LS-AUTHOR
           END-IF

           MOVE "N" TO LS-FORECAST
           IF POLLEN-CODE-COUNT > 0
           THEN
               IF POLLEN-CODE-DATE(1) NOT = SPACES
               THEN
                   MOVE "Y" TO LS-FORECAST
               END-IF
           END-IF

      *> A forecast asked for as a calendar never becomes a feed.
           IF IN-FORMAT = "ICS"
           THEN
               PERFORM RENDER-POLLEN-CALENDAR
               GOBACK
           END-IF

      *> The archive keys its records with the same edited
      *> "latitude,longitude" label POLLEN-PARSER writes, so the
      *> trend lookup below has to build the label the same way. A
               MOVE "Pollens aujourd'hui" TO LS-FEED-TITLE
               MOVE "Rapport de pollens" TO LS-ENTRY-TITLE
           END-IF
           IF LS-FORECAST = "Y"
           THEN
               IF IN-LANG = "EN"
               THEN
                   MOVE "Pollen forecast" TO LS-FEED-TITLE
                   MOVE "Pollen forecast" TO LS-ENTRY-TITLE
               ELSE
                   MOVE "Prevision des pollens" TO LS-FEED-TITLE
                   MOVE "Prevision des pollens" TO LS-ENTRY-TITLE
               END-IF
           END-IF

           STRING POLLEN-DATE-MAJ INTO LS-POLLEN-UPDATED-AT
           END-STRING
                   END-STRING
               END-IF

               IF POLLEN-SOURCE = "CAMS"
               THEN
                   MOVE POLLEN-CODE-GRAINS(LS-POLLEN-CODE-INDEX)
                       TO LS-GRAINS-DISPLAY
                   STRING
                       FUNCTION TRIM(LS-POLLEN-ENTRY-LINE) " ("
                       FUNCTION TRIM(LS-GRAINS-DISPLAY) " grains/m3)"
                       INTO LS-POLLEN-ENTRY-LINE
                   END-STRING
               END-IF

               MOVE FUNCTION TRIM(LS-POLLEN-DISPLAY-NAME)
                   TO LS-POLLEN-ITEM-TITLE
               MOVE SPACES TO LS-POLLEN-ITEM-ID
                   FUNCTION TRIM(POLLEN-CODE-NAME(LS-POLLEN-CODE-INDEX))
                   INTO LS-POLLEN-ITEM-ID
               END-STRING
               *> A forecast carries one item per species per day:
               *> the day goes into both the title and the id.
               IF LS-FORECAST = "Y"
               THEN
                   MOVE SPACES TO LS-POLLEN-ITEM-TITLE
                   STRING
                       FUNCTION TRIM(LS-POLLEN-DISPLAY-NAME) " - "
                       POLLEN-CODE-DATE(LS-POLLEN-CODE-INDEX)
                       INTO LS-POLLEN-ITEM-TITLE
                   END-STRING
                   STRING
                       FUNCTION TRIM(LS-POLLEN-ITEM-ID) "-"
                       POLLEN-CODE-DATE(LS-POLLEN-CODE-INDEX)
                       INTO LS-POLLEN-ITEM-ID
                   END-STRING
               END-IF

               MOVE LS-POLLEN-ENTRY-LINE TO LS-CONTENT-STAGE

               *> level and the guidance, and tags the item's own
               *> category below.
               MOVE SPACES TO LS-TREND-TERM
               IF IN-HAS-LOCATION = "Y" AND LS-FORECAST = "N"
               THEN
                   MOVE POLLEN-CODE-VALUE(LS-POLLEN-CODE-INDEX)
                       TO LS-TREND-LEVEL
               *> The week's shape goes on its own line under the
               *> current value.
               MOVE SPACES TO LS-SPARKLINE
               IF IN-HAS-LOCATION = "Y" AND LS-FORECAST = "N"
               THEN
                   CALL "POLLEN-SPARKLINE" USING
                       BY REFERENCE LS-TREND-LOCATION
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: RENDER-POLLEN-CALENDAR
      *> PURPOSE: Answer format=ics with an iCalendar document laid
      *>          out the way ICS-CALENDAR-SERVICE lays out bad air
      *>          days: one all-day event per species and forecast
      *>          day at or above the high floor (and passing the
      *>          species filter), with the level, the concentration
      *>          and the health-recommendation guidance in the
      *>          description. A low-pollen window renders a valid
      *>          empty calendar.
      *> ===============================================================
       RENDER-POLLEN-CALENDAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LS-TODAY-STR
           MOVE SPACES TO LS-EVENTS
           PERFORM VARYING LS-POLLEN-CODE-INDEX FROM 1 BY 1
               UNTIL LS-POLLEN-CODE-INDEX > POLLEN-CODE-COUNT
               PERFORM CHECK-SPECIES-FILTER
               IF LS-FILTER-MATCHED = "Y"
                   AND LS-FORECAST = "Y"
                   AND POLLEN-CODE-VALUE(LS-POLLEN-CODE-INDEX)
                       >= C-POLLEN-HIGH-FLOOR
               THEN
                   PERFORM APPEND-POLLEN-DAY-EVENT
               END-IF
           END-PERFORM

           MOVE SPACES TO OUT-POLLEN-RSS
           STRING
               "BEGIN:VCALENDAR"                            X"0A"
               "VERSION:2.0"                                X"0A"
               "PRODID:-//air-quality-rss//pollen days//EN" X"0A"
               FUNCTION TRIM(LS-EVENTS)
               "END:VCALENDAR"                              X"0A"
               INTO OUT-POLLEN-RSS
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: APPEND-POLLEN-DAY-EVENT
      *> PURPOSE: Append the all-day event for the species and day at
      *>          LS-POLLEN-CODE-INDEX to the event list.
      *> ===============================================================
       APPEND-POLLEN-DAY-EVENT.
           CALL "POLLEN-DISPLAY-NAME" USING
               BY REFERENCE POLLEN-CODE-NAME(LS-POLLEN-CODE-INDEX)
               BY REFERENCE IN-LANG
               BY REFERENCE LS-POLLEN-DISPLAY-NAME
           END-CALL

           MOVE SPACES TO LS-EVENT-DATE-STR
           STRING
               POLLEN-CODE-DATE(LS-POLLEN-CODE-INDEX)(1:4)
               POLLEN-CODE-DATE(LS-POLLEN-CODE-INDEX)(6:2)
               POLLEN-CODE-DATE(LS-POLLEN-CODE-INDEX)(9:2)
               INTO LS-EVENT-DATE-STR
           END-STRING
           MOVE LS-EVENT-DATE-STR TO LS-EVENT-YYYYMMDD
           COMPUTE LS-EVENT-END-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(LS-EVENT-YYYYMMDD) + 1)
           MOVE LS-EVENT-END-YYYYMMDD TO LS-EVENT-END-STR

           MOVE SPACES TO LS-EVENT-SUMMARY
           IF IN-LANG = "EN"
           THEN
               STRING
                   "High " FUNCTION TRIM(LS-POLLEN-DISPLAY-NAME)
                   " pollen"
                   INTO LS-EVENT-SUMMARY
               END-STRING
           ELSE
               STRING
                   "Pollens " FUNCTION TRIM(LS-POLLEN-DISPLAY-NAME)
                   " eleves"
                   INTO LS-EVENT-SUMMARY
               END-STRING
           END-IF

           MOVE POLLEN-CODE-GRAINS(LS-POLLEN-CODE-INDEX)
               TO LS-GRAINS-DISPLAY
           MOVE SPACES TO LS-DESCRIPTION
           STRING
               FUNCTION TRIM(LS-POLLEN-DISPLAY-NAME) ": "
               POLLEN-CODE-VALUE(LS-POLLEN-CODE-INDEX) " ("
               FUNCTION TRIM(LS-GRAINS-DISPLAY) " grains/m3)"
               INTO LS-DESCRIPTION
           END-STRING
           MOVE POLLEN-CODE-VALUE(LS-POLLEN-CODE-INDEX)
               TO LS-RECO-LEVEL
           MOVE SPACES TO LS-RECO-TEXT
           CALL "HEALTH-RECOMMENDATION" USING
               BY REFERENCE POLLEN-CODE-NAME(LS-POLLEN-CODE-INDEX)
               BY REFERENCE LS-RECO-LEVEL
               BY REFERENCE IN-LANG
               BY REFERENCE LS-RECO-TEXT
           IF LS-RECO-TEXT NOT = SPACES
           THEN
               STRING
                   FUNCTION TRIM(LS-DESCRIPTION) " - "
                   FUNCTION TRIM(LS-RECO-TEXT)
                   INTO LS-DESCRIPTION
               END-STRING
           END-IF

           MOVE SPACES TO LS-EVENT-UID
           STRING
               "aqrss-pollen-"
               FUNCTION TRIM(POLLEN-CODE-NAME(LS-POLLEN-CODE-INDEX))
               "-" LS-EVENT-DATE-STR "@air-quality-rss"
               INTO LS-EVENT-UID
           END-STRING

           MOVE LS-EVENTS TO LS-EVENTS-SCRATCH
           MOVE SPACES TO LS-EVENTS
           STRING
               FUNCTION TRIM(LS-EVENTS-SCRATCH)
               "BEGIN:VEVENT"                               X"0A"
               "UID:" FUNCTION TRIM(LS-EVENT-UID)           X"0A"
               "DTSTAMP:" LS-TODAY-STR "T000000Z"           X"0A"
               "DTSTART;VALUE=DATE:" LS-EVENT-DATE-STR      X"0A"
               "DTEND;VALUE=DATE:" LS-EVENT-END-STR         X"0A"
               "SUMMARY:" FUNCTION TRIM(LS-EVENT-SUMMARY)   X"0A"
               "DESCRIPTION:" FUNCTION TRIM(LS-DESCRIPTION) X"0A"
               "END:VEVENT"                                 X"0A"
               INTO LS-EVENTS
           END-STRING.

       END PROGRAM POLLEN-RENDER.

      *> ===============================================================
