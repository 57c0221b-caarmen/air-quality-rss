      *> ===============================================================
      *> PROGRAM: BLENDED-FORECAST-SERVICE
      *> PURPOSE: Answer GET /pollutant-rss/blend: the blended
      *>          pollutant forecast for the next one to three days at
      *>          a latitude/longitude (see FORECAST-BLEND), one item
      *>          per pollutant per day, each carrying the blended
      *>          index, its confidence ("likely" / "uncertain"), the
      *>          two sources' own indices and the shares the
      *>          accuracy scorecard gave them - so a reader can see
      *>          both what we expect and how sure we are of it.
      *>          A day neither source could forecast is left out; a
      *>          window with nothing at all returns 1 and the router
      *>          answers 502.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLENDED-FORECAST-SERVICE.

       DATA DIVISION.

       LOCAL-STORAGE SECTION.
       COPY forecast-blend IN "air-quality/service".
       01  LS-DAY-IDX                  PIC 9(1) VALUE 0.
       01  LS-ENTRY-IDX                PIC 9(2) VALUE 0.
       01  LS-LOCATION                 PIC X(21) VALUE SPACES.
       01  LS-LATITUDE-DISPLAY         PIC -ZZ9.999999.
       01  LS-LONGITUDE-DISPLAY        PIC -ZZ9.999999.
       01  LS-CURRENT-DATE-AND-TIME.
           05  LS-CDT-YEAR             PIC 9(4).
           05  LS-CDT-MONTH            PIC 9(2).
           05  LS-CDT-DAY              PIC 9(2).
           05  LS-CDT-HOUR             PIC 9(2).
           05  LS-CDT-MINUTE           PIC 9(2).
           05  LS-CDT-SECOND           PIC 9(2).
       01  LS-DAY-ISO-DATE             PIC X(10) VALUE SPACES.
       01  LS-DISPLAY-NAME             PIC X(16) VALUE SPACES.
       01  LS-CONFIDENCE-TEXT          PIC X(12) VALUE SPACES.
       01  LS-SOURCES-TEXT             PIC X(200) VALUE SPACES.
       01  LS-AVERAGE-DISPLAY          PIC ZZ9.9.
       01  LS-SPREAD-DISPLAY           PIC ZZ9.9.
       01  LS-PREVAIR-WEIGHT-DISPLAY   PIC ZZ9.
       01  LS-CAMS-WEIGHT-DISPLAY      PIC ZZ9.
       01  LS-CAMS-WEIGHT              PIC 9(3) VALUE 0.
       01  LS-CONTENT-STAGE            PIC X(10000) VALUE SPACES.
       01  LS-ITEM-ID                  PIC X(100) VALUE SPACES.
       01  LS-ITEM-TITLE               PIC X(100) VALUE SPACES.
       01  LS-ITEM                     PIC X(10000) VALUE SPACES.
       01  LS-ENTRIES                  PIC X(10000) VALUE SPACES.
       01  LS-ITEM-COUNT               PIC 9(2) VALUE 0.
       01  LS-AUTHOR                   PIC X(100)
               VALUE "Blended forecast (PREV'AIR + CAMS)".
       01  LS-FEED-TITLE               PIC X(100) VALUE SPACES.
       01  LS-FEED-URL                 PIC X(1000) VALUE SPACES.
       01  LS-UPDATED-AT               PIC X(24) VALUE SPACES.
       01  C-NOT-ALERT                 PIC X(01) VALUE "N".
       01  C-HAS-LOCATION              PIC X(01) VALUE "Y".

       LINKAGE SECTION.
       01  IN-URL                      PIC X(100).
       01  IN-LATITUDE-DEGREES         PIC S9(3)V9(8).
       01  IN-LONGITUDE-DEGREES        PIC S9(3)V9(8).
      *> IN-DAYS: 1 to 3, the router's "days" query parameter.
       01  IN-DAYS                     PIC 9(1).
       01  IN-FORMAT                   PIC X(4).
       01  IN-LANG                     PIC X(2).
       01  OUT-BLEND-RSS               PIC X(10000).

       PROCEDURE DIVISION USING
           BY REFERENCE IN-URL
           BY REFERENCE IN-LATITUDE-DEGREES
           BY REFERENCE IN-LONGITUDE-DEGREES
           BY REFERENCE IN-DAYS
           BY REFERENCE IN-FORMAT
           BY REFERENCE IN-LANG
           BY REFERENCE OUT-BLEND-RSS.

           MOVE IN-LATITUDE-DEGREES TO LS-LATITUDE-DISPLAY
           MOVE IN-LONGITUDE-DEGREES TO LS-LONGITUDE-DISPLAY
           STRING
               FUNCTION TRIM(LS-LATITUDE-DISPLAY) ","
               FUNCTION TRIM(LS-LONGITUDE-DISPLAY)
               INTO LS-LOCATION
           END-STRING

           MOVE FUNCTION CURRENT-DATE TO LS-CURRENT-DATE-AND-TIME
           STRING
               LS-CDT-YEAR "-" LS-CDT-MONTH "-" LS-CDT-DAY "T"
               LS-CDT-HOUR ":" LS-CDT-MINUTE ":" LS-CDT-SECOND "Z"
               INTO LS-UPDATED-AT
           END-STRING

           ACCEPT LS-FEED-URL FROM ENVIRONMENT "AIR_QUALITY_FEED_URL"
           STRING FUNCTION TRIM(LS-FEED-URL)
               FUNCTION TRIM(IN-URL)
               INTO LS-FEED-URL
           END-STRING

           MOVE 0 TO LS-ITEM-COUNT
           MOVE SPACES TO LS-ENTRIES
           PERFORM VARYING LS-DAY-IDX FROM 1 BY 1
               UNTIL LS-DAY-IDX > IN-DAYS
               MOVE 0 TO FB-COUNT
               CALL "FORECAST-BLEND" USING
                   BY REFERENCE IN-LATITUDE-DEGREES
                   BY REFERENCE IN-LONGITUDE-DEGREES
                   BY REFERENCE LS-DAY-IDX
                   BY REFERENCE FB-GRP
               PERFORM RENDER-ONE-DAY
           END-PERFORM

           IF LS-ITEM-COUNT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           IF IN-LANG = "EN"
           THEN
               MOVE "Blended air quality forecast" TO LS-FEED-TITLE
           ELSE
               MOVE "Prevision combinee de la qualite de l'air"
                   TO LS-FEED-TITLE
           END-IF

           CALL "RENDER-RSS-FEED" USING
               BY REFERENCE LS-FEED-URL
               BY REFERENCE LS-UPDATED-AT
               BY REFERENCE LS-FEED-TITLE
               BY REFERENCE IN-FORMAT
               BY REFERENCE LS-ENTRIES
               BY REFERENCE OUT-BLEND-RSS
           END-CALL

           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: RENDER-ONE-DAY
      *> PURPOSE: One item per blended pollutant for the day just
      *>          blended into FB-GRP.
      *> ===============================================================
       RENDER-ONE-DAY.
           IF FB-COUNT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-DAY-ISO-DATE
           STRING
               FB-TARGET-DATE(1:4) "-" FB-TARGET-DATE(5:2)
               "-" FB-TARGET-DATE(7:2)
               INTO LS-DAY-ISO-DATE
           END-STRING
           PERFORM VARYING LS-ENTRY-IDX FROM 1 BY 1
               UNTIL LS-ENTRY-IDX > FB-COUNT
               PERFORM BUILD-SOURCES-TEXT
               PERFORM APPEND-ONE-BLEND-ITEM
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: BUILD-SOURCES-TEXT
      *> PURPOSE: Say where the blended figure at LS-ENTRY-IDX came
      *>          from: the two indices and their shares, or the one
      *>          source that spoke.
      *> ===============================================================
       BUILD-SOURCES-TEXT.
           MOVE SPACES TO LS-SOURCES-TEXT
           IF FB-CONFIDENCE(LS-ENTRY-IDX) = "likely"
           THEN
               IF IN-LANG = "EN"
               THEN
                   MOVE "likely" TO LS-CONFIDENCE-TEXT
               ELSE
                   MOVE "probable" TO LS-CONFIDENCE-TEXT
               END-IF
           ELSE
               IF IN-LANG = "EN"
               THEN
                   MOVE "uncertain" TO LS-CONFIDENCE-TEXT
               ELSE
                   MOVE "incertain" TO LS-CONFIDENCE-TEXT
               END-IF
           END-IF

           EVALUATE FB-SOURCES(LS-ENTRY-IDX)
           WHEN "B"
               MOVE FB-PREVAIR-WEIGHT(LS-ENTRY-IDX)
                   TO LS-PREVAIR-WEIGHT-DISPLAY
               COMPUTE LS-CAMS-WEIGHT =
                   100 - FB-PREVAIR-WEIGHT(LS-ENTRY-IDX)
               MOVE LS-CAMS-WEIGHT TO LS-CAMS-WEIGHT-DISPLAY
               MOVE FB-SPREAD(LS-ENTRY-IDX) TO LS-SPREAD-DISPLAY
               IF IN-LANG = "EN"
               THEN
                   STRING
                       "PREV'AIR index "
                       FB-PREVAIR-INDEX(LS-ENTRY-IDX)
                       " (" FUNCTION TRIM(LS-PREVAIR-WEIGHT-DISPLAY)
                       "%), CAMS index " FB-CAMS-INDEX(LS-ENTRY-IDX)
                       " (" FUNCTION TRIM(LS-CAMS-WEIGHT-DISPLAY)
                       "%), " FUNCTION TRIM(LS-SPREAD-DISPLAY)
                       " µg/m³ apart"
                       INTO LS-SOURCES-TEXT
                   END-STRING
               ELSE
                   STRING
                       "PREV'AIR indice "
                       FB-PREVAIR-INDEX(LS-ENTRY-IDX)
                       " (" FUNCTION TRIM(LS-PREVAIR-WEIGHT-DISPLAY)
                       " %), CAMS indice "
                       FB-CAMS-INDEX(LS-ENTRY-IDX)
                       " (" FUNCTION TRIM(LS-CAMS-WEIGHT-DISPLAY)
                       " %), ecart " FUNCTION TRIM(LS-SPREAD-DISPLAY)
                       " µg/m³"
                       INTO LS-SOURCES-TEXT
                   END-STRING
               END-IF
               IF FB-WEIGHT-BASIS(LS-ENTRY-IDX) = "E"
               THEN
                   IF IN-LANG = "EN"
                   THEN
                       STRING
                           FUNCTION TRIM(LS-SOURCES-TEXT)
                           "; equal shares until both sources "
                           "have enough scored days"
                           INTO LS-SOURCES-TEXT
                       END-STRING
                   ELSE
                       STRING
                           FUNCTION TRIM(LS-SOURCES-TEXT)
                           " ; parts egales faute d'historique "
                           "suffisant"
                           INTO LS-SOURCES-TEXT
                       END-STRING
                   END-IF
               END-IF
           WHEN "P"
               IF IN-LANG = "EN"
               THEN
                   MOVE "PREV'AIR only" TO LS-SOURCES-TEXT
               ELSE
                   MOVE "PREV'AIR seul" TO LS-SOURCES-TEXT
               END-IF
           WHEN OTHER
               IF IN-LANG = "EN"
               THEN
                   MOVE "CAMS only" TO LS-SOURCES-TEXT
               ELSE
                   MOVE "CAMS seul" TO LS-SOURCES-TEXT
               END-IF
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: APPEND-ONE-BLEND-ITEM
      *> PURPOSE: Render the blended pollutant at LS-ENTRY-IDX as its
      *>          own feed item.
      *> ===============================================================
       APPEND-ONE-BLEND-ITEM.
           CALL "PREVAIR-POLLUTANT-DISPLAY-NAME" USING
               FB-NAME(LS-ENTRY-IDX)
               LS-DISPLAY-NAME
           MOVE FB-AVERAGE(LS-ENTRY-IDX) TO LS-AVERAGE-DISPLAY

           MOVE SPACES TO LS-ITEM-TITLE
           STRING
               FUNCTION TRIM(LS-DISPLAY-NAME) " - "
               LS-DAY-ISO-DATE ": " FB-INDEX(LS-ENTRY-IDX)
               " (" FUNCTION TRIM(LS-CONFIDENCE-TEXT) ")"
               INTO LS-ITEM-TITLE
           END-STRING
           MOVE SPACES TO LS-CONTENT-STAGE
           IF IN-LANG = "EN"
           THEN
               STRING
                   FUNCTION TRIM(LS-DISPLAY-NAME) " on "
                   LS-DAY-ISO-DATE ": blended index "
                   FB-INDEX(LS-ENTRY-IDX) ", "
                   FUNCTION TRIM(LS-CONFIDENCE-TEXT)
                   " - daily mean "
                   FUNCTION TRIM(LS-AVERAGE-DISPLAY) " µg/m³. "
                   FUNCTION TRIM(LS-SOURCES-TEXT) "."
                   INTO LS-CONTENT-STAGE
               END-STRING
           ELSE
               STRING
                   FUNCTION TRIM(LS-DISPLAY-NAME) " le "
                   LS-DAY-ISO-DATE " : indice combine "
                   FB-INDEX(LS-ENTRY-IDX) ", "
                   FUNCTION TRIM(LS-CONFIDENCE-TEXT)
                   " - moyenne journaliere "
                   FUNCTION TRIM(LS-AVERAGE-DISPLAY) " µg/m³. "
                   FUNCTION TRIM(LS-SOURCES-TEXT) "."
                   INTO LS-CONTENT-STAGE
               END-STRING
           END-IF
           MOVE SPACES TO LS-ITEM-ID
           STRING
               "blend-forecast" FB-TARGET-DATE
               "-" FUNCTION TRIM(FB-NAME(LS-ENTRY-IDX))
               FUNCTION TRIM(LS-LOCATION)
               INTO LS-ITEM-ID
           END-STRING
           CALL "RENDER-RSS-ITEM" USING
               BY REFERENCE LS-ITEM-ID
               BY REFERENCE LS-FEED-URL
               BY REFERENCE LS-UPDATED-AT
               BY REFERENCE LS-AUTHOR
               BY REFERENCE LS-ITEM-TITLE
               BY REFERENCE LS-CONTENT-STAGE
               BY REFERENCE IN-FORMAT
               BY REFERENCE IN-LATITUDE-DEGREES
               BY REFERENCE IN-LONGITUDE-DEGREES
               BY REFERENCE C-HAS-LOCATION
               BY REFERENCE C-NOT-ALERT
               BY REFERENCE LS-ITEM
           END-CALL
           IF FUNCTION LENGTH(FUNCTION TRIM(LS-ENTRIES))
                   + FUNCTION LENGTH(FUNCTION TRIM(LS-ITEM))
                   > LENGTH OF LS-ENTRIES
           THEN
               EXIT PARAGRAPH
           END-IF
           STRING
               FUNCTION TRIM(LS-ENTRIES)
               FUNCTION TRIM(LS-ITEM)
               INTO LS-ENTRIES
           END-STRING
           ADD 1 TO LS-ITEM-COUNT.

       END PROGRAM BLENDED-FORECAST-SERVICE.
