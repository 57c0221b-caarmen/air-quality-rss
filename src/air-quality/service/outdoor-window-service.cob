      *> ===============================================================
      *> PROGRAM: OUTDOOR-WINDOW-SERVICE
      *> PURPOSE: Answer GET /outdoor-rss: when tomorrow is the
      *>          cleanest time to be outside at a latitude/longitude,
      *>          for the runners, cyclists and school sports teachers
      *>          who plan around it. Each daytime hour (07h to 22h)
      *>          is scored from the CAMS hourly pollutant forecast
      *>          (CAMS-FORECAST-HOURLY) - the worst index any
      *>          pollutant reaches, weighing most - plus penalties
      *>          from the hourly weather (WEATHER-HOURLY): strong UV,
      *>          calm air that lets pollution sit, heat and frost.
      *>          The best-scoring three-hour stretch is recommended,
      *>          cut to two hours when one of its end hours is a band
      *>          worse than the rest, and the hours that should be
      *>          avoided outright are listed. The single feed entry
      *>          carries the window, the reason, the hours to avoid
      *>          and the HEALTH-RECOMMENDATION guidance for sensitive
      *>          groups at the window's level (and its UV band).
      *>          The weather is best-effort - without it the window
      *>          is chosen on pollution alone and says so; without
      *>          the pollutant forecast there is nothing to plan on,
      *>          so RETURN-CODE 1 and the router answers 502.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTDOOR-WINDOW-SERVICE.

       DATA DIVISION.

       LOCAL-STORAGE SECTION.
       COPY cams-hourly-forecast IN "pollutant/service/cams".
       COPY weather-hourly IN "weather/service".
       01  LS-DAY-ONE                  PIC 9(1) VALUE 1.
       01  LS-WEATHER-OK               PIC X(01) VALUE "N".

      *> The daytime hours considered, as local clock hours: windows
      *> start no earlier than 07h and end no later than 22h.
       01  C-FIRST-HOUR                CONSTANT AS 7.
       01  C-LAST-HOUR                 CONSTANT AS 21.
       01  C-WINDOW-HOURS              CONSTANT AS 3.
      *> Scoring: ten points per index band, so one band outweighs
      *> any single weather penalty but two penalties do not.
       01  C-BAND-POINTS               CONSTANT AS 10.
       01  C-UNUSABLE-SCORE            CONSTANT AS 999.
       01  C-CALM-WIND-KMH             CONSTANT AS 5.
       01  C-HIGH-UV                   CONSTANT AS 6.
       01  C-VERY-HIGH-UV              CONSTANT AS 8.
       01  C-HOT-TEMPERATURE           CONSTANT AS 30.
       01  C-FROST-TEMPERATURE         CONSTANT AS 0.
      *> An hour is to be avoided at index 4 (poor) or worse, at a
      *> very high UV band, or in real heat.
       01  C-AVOID-INDEX               CONSTANT AS 4.
       01  C-AVOID-TEMPERATURE         CONSTANT AS 32.
      *> UV guidance is worth adding from the moderate band up.
       01  C-UV-ADVICE-BAND            CONSTANT AS 3.

       01  LS-HOUR-SCORES.
           05  LS-HOUR-SCORE           PIC 9(3) OCCURS 24 TIMES.
       01  LS-HOUR                     PIC 9(2) VALUE 0.
       01  LS-SLOT                     PIC 9(2) VALUE 0.
       01  LS-START-HOUR               PIC 9(2) VALUE 0.
       01  LS-WINDOW-SUM               PIC 9(4) VALUE 0.
       01  LS-BEST-SUM                 PIC 9(4) VALUE 0.
       01  LS-BEST-START               PIC 9(2) VALUE 0.
       01  LS-BEST-FOUND               PIC X(01) VALUE "N".
       01  LS-WINDOW-FIRST             PIC 9(2) VALUE 0.
       01  LS-WINDOW-LAST              PIC 9(2) VALUE 0.
       01  LS-WINDOW-UNUSABLE          PIC X(01) VALUE "N".
       01  LS-OTHER-MAX                PIC 9(3) VALUE 0.

      *> The window's conditions, for the reason and the guidance.
       01  LS-WINDOW-INDEX             PIC 9(1) VALUE 0.
       01  LS-WINDOW-POLLUTANT         PIC X(4) VALUE SPACES.
       01  LS-WINDOW-UV                PIC 9(2)V9(1) VALUE 0.
       01  LS-WINDOW-TEMPERATURE       PIC S9(3)V9(1) VALUE 0.
       01  LS-WINDOW-WIND              PIC 9(4)V9(1) VALUE 0.
       01  LS-WINDOW-WIND-HOURS        PIC 9(1) VALUE 0.
       01  LS-WINDOW-CALM              PIC X(01) VALUE "N".

      *> The hours to avoid, written as runs ("13h-16h, 19h-20h").
       01  LS-AVOID-TEXT               PIC X(200) VALUE SPACES.
       01  LS-AVOID-COUNT              PIC 9(2) VALUE 0.
       01  LS-RUN-START                PIC 9(2) VALUE 0.
       01  LS-RUN-OPEN                 PIC X(01) VALUE "N".
       01  LS-RUN-END                  PIC 9(2) VALUE 0.
       01  LS-HOUR-AVOIDED             PIC X(01) VALUE "N".
       01  LS-RUN-TEXT                 PIC X(12) VALUE SPACES.

       01  LS-DISPLAY-NAME             PIC X(16) VALUE SPACES.
       01  LS-PREVAIR-NAME             PIC X(4) VALUE SPACES.
       01  LS-ADVICE-LEVEL             PIC 9(2) VALUE 0.
       01  LS-RECOMMENDATION           PIC X(400) VALUE SPACES.
       01  LS-UV-RECOMMENDATION        PIC X(400) VALUE SPACES.
       01  C-UV-ITEM-NAME              PIC X(16) VALUE "UV".
       01  LS-SENSITIVE-LABEL          PIC X(24) VALUE SPACES.
       01  LS-ADVICE-TEXT              PIC X(800) VALUE SPACES.
       01  LS-ADVICE-HEAD              PIC X(400) VALUE SPACES.
       01  LS-ADVICE-POS               PIC 9(3) VALUE 1.
       01  LS-ADVICE-DELIM             PIC X(24) VALUE SPACES.

       01  LS-TOMORROW-INT             PIC 9(8) VALUE 0.
       01  LS-TOMORROW-DATE            PIC 9(8) VALUE 0.
       01  LS-TOMORROW-STR             PIC X(8) VALUE SPACES.
       01  LS-TOMORROW-ISO             PIC X(10) VALUE SPACES.
       01  LS-WINDOW-TEXT              PIC X(12) VALUE SPACES.
       01  LS-HOUR-2                   PIC 9(2) VALUE 0.
       01  LS-TEMPERATURE-DISPLAY      PIC -ZZ9.
       01  LS-WIND-DISPLAY             PIC ZZ9.
       01  LS-UV-DISPLAY               PIC Z9.
       01  LS-REASON-TEXT              PIC X(400) VALUE SPACES.

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
       01  LS-CONTENT-STAGE            PIC X(10000) VALUE SPACES.
       01  LS-ITEM-ID                  PIC X(100) VALUE SPACES.
       01  LS-ITEM-TITLE               PIC X(100) VALUE SPACES.
       01  LS-ITEM                     PIC X(10000) VALUE SPACES.
       01  LS-ENTRIES                  PIC X(10000) VALUE SPACES.
       01  LS-AUTHOR                   PIC X(100)
               VALUE "Outdoor planner (CAMS + open-meteo)".
       01  LS-FEED-TITLE               PIC X(100) VALUE SPACES.
       01  LS-FEED-URL                 PIC X(1000) VALUE SPACES.
       01  LS-UPDATED-AT               PIC X(24) VALUE SPACES.
       01  C-NOT-ALERT                 PIC X(01) VALUE "N".
       01  C-HAS-LOCATION              PIC X(01) VALUE "Y".

       LINKAGE SECTION.
       01  IN-URL                      PIC X(100).
       01  IN-LATITUDE-DEGREES         PIC S9(3)V9(8).
       01  IN-LONGITUDE-DEGREES        PIC S9(3)V9(8).
       01  IN-FORMAT                   PIC X(4).
       01  IN-LANG                     PIC X(2).
       01  OUT-OUTDOOR-RSS             PIC X(10000).

       PROCEDURE DIVISION USING
           BY REFERENCE IN-URL
           BY REFERENCE IN-LATITUDE-DEGREES
           BY REFERENCE IN-LONGITUDE-DEGREES
           BY REFERENCE IN-FORMAT
           BY REFERENCE IN-LANG
           BY REFERENCE OUT-OUTDOOR-RSS.

           CALL "CAMS-FORECAST-HOURLY" USING
               BY REFERENCE IN-LATITUDE-DEGREES
               BY REFERENCE IN-LONGITUDE-DEGREES
               BY REFERENCE LS-DAY-ONE
               BY REFERENCE CH-GRP
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "WEATHER-HOURLY" USING
               BY REFERENCE IN-LATITUDE-DEGREES
               BY REFERENCE IN-LONGITUDE-DEGREES
               BY REFERENCE LS-DAY-ONE
               BY REFERENCE WH-GRP
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               MOVE "Y" TO LS-WEATHER-OK
           ELSE
               MOVE "N" TO LS-WEATHER-OK
           END-IF

           PERFORM SCORE-DAYTIME-HOURS
           PERFORM FIND-BEST-WINDOW
           IF LS-BEST-FOUND = "N"
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM TRIM-WINDOW-END
           PERFORM DESCRIBE-WINDOW
           PERFORM LIST-HOURS-TO-AVOID
           PERFORM LOOK-UP-SENSITIVE-ADVICE

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
           COMPUTE LS-TOMORROW-INT =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))) + 1
           COMPUTE LS-TOMORROW-DATE =
               FUNCTION DATE-OF-INTEGER(LS-TOMORROW-INT)
           MOVE LS-TOMORROW-DATE TO LS-TOMORROW-STR
           STRING
               LS-TOMORROW-STR(1:4) "-" LS-TOMORROW-STR(5:2)
               "-" LS-TOMORROW-STR(7:2)
               INTO LS-TOMORROW-ISO
           END-STRING

           ACCEPT LS-FEED-URL FROM ENVIRONMENT "AIR_QUALITY_FEED_URL"
           STRING FUNCTION TRIM(LS-FEED-URL)
               FUNCTION TRIM(IN-URL)
               INTO LS-FEED-URL
           END-STRING

           PERFORM APPEND-WINDOW-ITEM

           IF IN-LANG = "EN"
           THEN
               MOVE "Best time to be outdoors" TO LS-FEED-TITLE
           ELSE
               MOVE "Meilleur moment pour sortir" TO LS-FEED-TITLE
           END-IF

           CALL "RENDER-RSS-FEED" USING
               BY REFERENCE LS-FEED-URL
               BY REFERENCE LS-UPDATED-AT
               BY REFERENCE LS-FEED-TITLE
               BY REFERENCE IN-FORMAT
               BY REFERENCE LS-ENTRIES
               BY REFERENCE OUT-OUTDOOR-RSS
           END-CALL

           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: SCORE-DAYTIME-HOURS
      *> PURPOSE: Give every daytime hour its score - lower is better.
      *>          An hour the pollutant forecast has no value for is
      *>          unusable; the weather penalties only apply to hours
      *>          the weather forecast covered.
      *> ===============================================================
       SCORE-DAYTIME-HOURS.
           PERFORM VARYING LS-HOUR FROM C-FIRST-HOUR BY 1
               UNTIL LS-HOUR > C-LAST-HOUR
               COMPUTE LS-SLOT = LS-HOUR + 1
               IF CH-INDEX(LS-SLOT) = 0
               THEN
                   MOVE C-UNUSABLE-SCORE TO LS-HOUR-SCORE(LS-SLOT)
               ELSE
                   COMPUTE LS-HOUR-SCORE(LS-SLOT) =
                       CH-INDEX(LS-SLOT) * C-BAND-POINTS
                   IF LS-WEATHER-OK = "Y"
                       AND WH-SEEN(LS-SLOT) = "Y"
                   THEN
                       PERFORM ADD-WEATHER-PENALTIES
                   END-IF
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: ADD-WEATHER-PENALTIES
      *> PURPOSE: Add the weather's penalties to the hour at LS-SLOT.
      *> ===============================================================
       ADD-WEATHER-PENALTIES.
           EVALUATE TRUE
           WHEN WH-UV-INDEX(LS-SLOT) >= C-VERY-HIGH-UV
               ADD 20 TO LS-HOUR-SCORE(LS-SLOT)
           WHEN WH-UV-INDEX(LS-SLOT) >= C-HIGH-UV
               ADD 10 TO LS-HOUR-SCORE(LS-SLOT)
           END-EVALUATE
           IF WH-WIND-SPEED(LS-SLOT) < C-CALM-WIND-KMH
           THEN
               ADD 5 TO LS-HOUR-SCORE(LS-SLOT)
           END-IF
           EVALUATE TRUE
           WHEN WH-TEMPERATURE(LS-SLOT) >= C-HOT-TEMPERATURE
               ADD 10 TO LS-HOUR-SCORE(LS-SLOT)
           WHEN WH-TEMPERATURE(LS-SLOT) <= C-FROST-TEMPERATURE
               ADD 5 TO LS-HOUR-SCORE(LS-SLOT)
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: FIND-BEST-WINDOW
      *> PURPOSE: Slide a three-hour window across the daytime hours
      *>          and keep the lowest total; the earlier window wins a
      *>          tie, since the morning is usually the cooler and
      *>          lower-ozone choice. A window with an unusable hour
      *>          is passed over.
      *> ===============================================================
       FIND-BEST-WINDOW.
           MOVE "N" TO LS-BEST-FOUND
           PERFORM VARYING LS-START-HOUR FROM C-FIRST-HOUR BY 1
               UNTIL LS-START-HOUR + C-WINDOW-HOURS - 1 > C-LAST-HOUR
               MOVE 0 TO LS-WINDOW-SUM
               MOVE "N" TO LS-WINDOW-UNUSABLE
               PERFORM VARYING LS-HOUR FROM LS-START-HOUR BY 1
                   UNTIL LS-HOUR > LS-START-HOUR + C-WINDOW-HOURS - 1
                   COMPUTE LS-SLOT = LS-HOUR + 1
                   IF LS-HOUR-SCORE(LS-SLOT) = C-UNUSABLE-SCORE
                   THEN
                       MOVE "Y" TO LS-WINDOW-UNUSABLE
                   END-IF
                   ADD LS-HOUR-SCORE(LS-SLOT) TO LS-WINDOW-SUM
               END-PERFORM
               IF LS-WINDOW-UNUSABLE = "N"
                   AND (LS-BEST-FOUND = "N"
                       OR LS-WINDOW-SUM < LS-BEST-SUM)
               THEN
                   MOVE "Y" TO LS-BEST-FOUND
                   MOVE LS-WINDOW-SUM TO LS-BEST-SUM
                   MOVE LS-START-HOUR TO LS-BEST-START
               END-IF
           END-PERFORM
           MOVE LS-BEST-START TO LS-WINDOW-FIRST
           COMPUTE LS-WINDOW-LAST =
               LS-BEST-START + C-WINDOW-HOURS - 1.

      *> ===============================================================
      *> PARAGRAPH: TRIM-WINDOW-END
      *> PURPOSE: Cut the window to two hours when its last (or else
      *>          its first) hour scores a whole band worse than the
      *>          worse of the other two - better a clean two hours
      *>          than a third that spoils them.
      *> ===============================================================
       TRIM-WINDOW-END.
           MOVE FUNCTION MAX(LS-HOUR-SCORE(LS-WINDOW-FIRST + 1)
               LS-HOUR-SCORE(LS-WINDOW-FIRST + 2)) TO LS-OTHER-MAX
           IF LS-HOUR-SCORE(LS-WINDOW-LAST + 1)
                   >= LS-OTHER-MAX + C-BAND-POINTS
           THEN
               SUBTRACT 1 FROM LS-WINDOW-LAST
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION MAX(LS-HOUR-SCORE(LS-WINDOW-FIRST + 2)
               LS-HOUR-SCORE(LS-WINDOW-LAST + 1)) TO LS-OTHER-MAX
           IF LS-HOUR-SCORE(LS-WINDOW-FIRST + 1)
                   >= LS-OTHER-MAX + C-BAND-POINTS
           THEN
               ADD 1 TO LS-WINDOW-FIRST
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: DESCRIBE-WINDOW
      *> PURPOSE: Gather what the chosen window's hours have in
      *>          common: the worst pollutant index and its pollutant,
      *>          the highest UV and temperature, the mean wind.
      *> ===============================================================
       DESCRIBE-WINDOW.
           MOVE 0 TO LS-WINDOW-INDEX
           MOVE 0 TO LS-WINDOW-UV
           MOVE -99 TO LS-WINDOW-TEMPERATURE
           MOVE 0 TO LS-WINDOW-WIND
           MOVE 0 TO LS-WINDOW-WIND-HOURS
           PERFORM VARYING LS-HOUR FROM LS-WINDOW-FIRST BY 1
               UNTIL LS-HOUR > LS-WINDOW-LAST
               COMPUTE LS-SLOT = LS-HOUR + 1
               IF CH-INDEX(LS-SLOT) > LS-WINDOW-INDEX
               THEN
                   MOVE CH-INDEX(LS-SLOT) TO LS-WINDOW-INDEX
                   MOVE CH-POLLUTANT(LS-SLOT) TO LS-WINDOW-POLLUTANT
               END-IF
               IF LS-WEATHER-OK = "Y"
                   AND WH-SEEN(LS-SLOT) = "Y"
               THEN
                   IF WH-UV-INDEX(LS-SLOT) > LS-WINDOW-UV
                   THEN
                       MOVE WH-UV-INDEX(LS-SLOT) TO LS-WINDOW-UV
                   END-IF
                   IF WH-TEMPERATURE(LS-SLOT) > LS-WINDOW-TEMPERATURE
                   THEN
                       MOVE WH-TEMPERATURE(LS-SLOT)
                           TO LS-WINDOW-TEMPERATURE
                   END-IF
                   ADD WH-WIND-SPEED(LS-SLOT) TO LS-WINDOW-WIND
                   ADD 1 TO LS-WINDOW-WIND-HOURS
               END-IF
           END-PERFORM
           IF LS-WINDOW-WIND-HOURS > 0
           THEN
               COMPUTE LS-WINDOW-WIND ROUNDED =
                   LS-WINDOW-WIND / LS-WINDOW-WIND-HOURS
           END-IF
           MOVE "N" TO LS-WINDOW-CALM
           IF LS-WINDOW-WIND-HOURS > 0
               AND LS-WINDOW-WIND < C-CALM-WIND-KMH
           THEN
               MOVE "Y" TO LS-WINDOW-CALM
           END-IF

           MOVE SPACES TO LS-WINDOW-TEXT
           COMPUTE LS-HOUR-2 = LS-WINDOW-LAST + 1
           STRING
               LS-WINDOW-FIRST "h-" LS-HOUR-2 "h"
               INTO LS-WINDOW-TEXT
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: LIST-HOURS-TO-AVOID
      *> PURPOSE: Collect the daytime hours at a poor index or worse,
      *>          at very high UV or in real heat, writing consecutive
      *>          ones as a single run.
      *> ===============================================================
       LIST-HOURS-TO-AVOID.
           MOVE SPACES TO LS-AVOID-TEXT
           MOVE 0 TO LS-AVOID-COUNT
           MOVE "N" TO LS-RUN-OPEN
           PERFORM VARYING LS-HOUR FROM C-FIRST-HOUR BY 1
               UNTIL LS-HOUR > C-LAST-HOUR
               COMPUTE LS-SLOT = LS-HOUR + 1
               MOVE "N" TO LS-HOUR-AVOIDED
               IF CH-INDEX(LS-SLOT) >= C-AVOID-INDEX
               THEN
                   MOVE "Y" TO LS-HOUR-AVOIDED
               END-IF
               IF LS-WEATHER-OK = "Y"
                   AND WH-SEEN(LS-SLOT) = "Y"
                   AND (WH-UV-INDEX(LS-SLOT) >= C-VERY-HIGH-UV
                       OR WH-TEMPERATURE(LS-SLOT)
                           >= C-AVOID-TEMPERATURE)
               THEN
                   MOVE "Y" TO LS-HOUR-AVOIDED
               END-IF
               IF LS-HOUR-AVOIDED = "Y"
               THEN
                   IF LS-RUN-OPEN = "N"
                   THEN
                       MOVE "Y" TO LS-RUN-OPEN
                       MOVE LS-HOUR TO LS-RUN-START
                   END-IF
                   MOVE LS-HOUR TO LS-RUN-END
               ELSE
                   IF LS-RUN-OPEN = "Y"
                   THEN
                       PERFORM CLOSE-AVOID-RUN
                   END-IF
               END-IF
           END-PERFORM
           IF LS-RUN-OPEN = "Y"
           THEN
               PERFORM CLOSE-AVOID-RUN
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: CLOSE-AVOID-RUN
      *> PURPOSE: Append the run LS-RUN-START..LS-RUN-END to the list.
      *> ===============================================================
       CLOSE-AVOID-RUN.
           MOVE "N" TO LS-RUN-OPEN
           COMPUTE LS-HOUR-2 = LS-RUN-END + 1
           MOVE SPACES TO LS-RUN-TEXT
           STRING
               LS-RUN-START "h-" LS-HOUR-2 "h"
               INTO LS-RUN-TEXT
           END-STRING
           IF LS-AVOID-COUNT = 0
           THEN
               MOVE LS-RUN-TEXT TO LS-AVOID-TEXT
           ELSE
               STRING
                   FUNCTION TRIM(LS-AVOID-TEXT) ", "
                   FUNCTION TRIM(LS-RUN-TEXT)
                   INTO LS-AVOID-TEXT
               END-STRING
           END-IF
           ADD 1 TO LS-AVOID-COUNT.

      *> ===============================================================
      *> PARAGRAPH: LOOK-UP-SENSITIVE-ADVICE
      *> PURPOSE: Ask HEALTH-RECOMMENDATION for the window's worst
      *>          pollutant at its index - and for the window's UV
      *>          band when it reaches moderate - keeping the part
      *>          addressed to sensitive groups when there is one,
      *>          since they are the readers this planner matters
      *>          most to.
      *> ===============================================================
       LOOK-UP-SENSITIVE-ADVICE.
           IF IN-LANG = "EN"
           THEN
               MOVE "Sensitive groups: " TO LS-SENSITIVE-LABEL
           ELSE
               MOVE "Personnes sensibles : " TO LS-SENSITIVE-LABEL
           END-IF

           MOVE FUNCTION UPPER-CASE(LS-WINDOW-POLLUTANT)
               TO LS-PREVAIR-NAME
           CALL "PREVAIR-POLLUTANT-DISPLAY-NAME" USING
               LS-PREVAIR-NAME
               LS-DISPLAY-NAME
           MOVE LS-WINDOW-INDEX TO LS-ADVICE-LEVEL
           MOVE SPACES TO LS-RECOMMENDATION
           CALL "HEALTH-RECOMMENDATION" USING
               BY REFERENCE LS-DISPLAY-NAME
               BY REFERENCE LS-ADVICE-LEVEL
               BY REFERENCE IN-LANG
               BY REFERENCE LS-RECOMMENDATION
           PERFORM KEEP-SENSITIVE-PART
           MOVE LS-RECOMMENDATION TO LS-ADVICE-TEXT

           IF LS-WINDOW-UV >= C-UV-ADVICE-BAND
           THEN
               COMPUTE LS-ADVICE-LEVEL ROUNDED = LS-WINDOW-UV
               MOVE SPACES TO LS-RECOMMENDATION
               CALL "HEALTH-RECOMMENDATION" USING
                   BY REFERENCE C-UV-ITEM-NAME
                   BY REFERENCE LS-ADVICE-LEVEL
                   BY REFERENCE IN-LANG
                   BY REFERENCE LS-RECOMMENDATION
               PERFORM KEEP-SENSITIVE-PART
               MOVE LS-RECOMMENDATION TO LS-UV-RECOMMENDATION
               IF FUNCTION TRIM(LS-UV-RECOMMENDATION) NOT = SPACES
               THEN
                   IF FUNCTION TRIM(LS-ADVICE-TEXT) = SPACES
                   THEN
                       MOVE LS-UV-RECOMMENDATION TO LS-ADVICE-TEXT
                   ELSE
                       STRING
                           FUNCTION TRIM(LS-ADVICE-TEXT) " UV: "
                           FUNCTION TRIM(LS-UV-RECOMMENDATION)
                           INTO LS-ADVICE-TEXT
                       END-STRING
                   END-IF
               END-IF
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: KEEP-SENSITIVE-PART
      *> PURPOSE: Cut LS-RECOMMENDATION down to its sensitive-groups
      *>          guidance (label included) when it carries any;
      *>          otherwise leave the general text as it is.
      *> ===============================================================
       KEEP-SENSITIVE-PART.
           MOVE 1 TO LS-ADVICE-POS
           MOVE SPACES TO LS-ADVICE-HEAD
           MOVE SPACES TO LS-ADVICE-DELIM
           UNSTRING LS-RECOMMENDATION
               DELIMITED BY FUNCTION TRIM(LS-SENSITIVE-LABEL)
               INTO LS-ADVICE-HEAD
                   DELIMITER IN LS-ADVICE-DELIM
               WITH POINTER LS-ADVICE-POS
           END-UNSTRING
           IF FUNCTION TRIM(LS-ADVICE-DELIM) = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-ADVICE-HEAD
           STRING
               FUNCTION TRIM(LS-SENSITIVE-LABEL) " "
               FUNCTION TRIM(LS-RECOMMENDATION(LS-ADVICE-POS:))
               INTO LS-ADVICE-HEAD
           END-STRING
           MOVE LS-ADVICE-HEAD TO LS-RECOMMENDATION.

      *> ===============================================================
      *> PARAGRAPH: BUILD-REASON-TEXT
      *> PURPOSE: Say why the window was picked: its pollution level
      *>          and, when the weather answered, its conditions.
      *> ===============================================================
       BUILD-REASON-TEXT.
           MOVE SPACES TO LS-REASON-TEXT
           IF IN-LANG = "EN"
           THEN
               STRING
                   "Cleanest air of tomorrow's daytime hours: "
                   "index " LS-WINDOW-INDEX " at worst ("
                   FUNCTION TRIM(LS-DISPLAY-NAME) ")."
                   INTO LS-REASON-TEXT
               END-STRING
           ELSE
               STRING
                   "Air le plus propre de la journee de demain : "
                   "indice " LS-WINDOW-INDEX " au plus ("
                   FUNCTION TRIM(LS-DISPLAY-NAME) ")."
                   INTO LS-REASON-TEXT
               END-STRING
           END-IF

           IF LS-WINDOW-WIND-HOURS = 0
           THEN
               IF IN-LANG = "EN"
               THEN
                   STRING
                       FUNCTION TRIM(LS-REASON-TEXT)
                       " Chosen on pollution alone, the weather "
                       "forecast being unavailable."
                       INTO LS-REASON-TEXT
                   END-STRING
               ELSE
                   STRING
                       FUNCTION TRIM(LS-REASON-TEXT)
                       " Choisi sur la seule pollution, la prevision "
                       "meteo etant indisponible."
                       INTO LS-REASON-TEXT
                   END-STRING
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE LS-WINDOW-TEMPERATURE TO LS-TEMPERATURE-DISPLAY
           MOVE LS-WINDOW-WIND TO LS-WIND-DISPLAY
           COMPUTE LS-UV-DISPLAY ROUNDED = LS-WINDOW-UV
           IF IN-LANG = "EN"
           THEN
               STRING
                   FUNCTION TRIM(LS-REASON-TEXT) " Up to "
                   FUNCTION TRIM(LS-TEMPERATURE-DISPLAY) " C, wind "
                   FUNCTION TRIM(LS-WIND-DISPLAY) " km/h, UV up to "
                   FUNCTION TRIM(LS-UV-DISPLAY) "."
                   INTO LS-REASON-TEXT
               END-STRING
               IF LS-WINDOW-CALM = "Y"
               THEN
                   STRING
                       FUNCTION TRIM(LS-REASON-TEXT)
                       " Light wind: pollution may linger."
                       INTO LS-REASON-TEXT
                   END-STRING
               END-IF
           ELSE
               STRING
                   FUNCTION TRIM(LS-REASON-TEXT) " Jusqu'a "
                   FUNCTION TRIM(LS-TEMPERATURE-DISPLAY) " C, vent "
                   FUNCTION TRIM(LS-WIND-DISPLAY) " km/h, UV jusqu'a "
                   FUNCTION TRIM(LS-UV-DISPLAY) "."
                   INTO LS-REASON-TEXT
               END-STRING
               IF LS-WINDOW-CALM = "Y"
               THEN
                   STRING
                       FUNCTION TRIM(LS-REASON-TEXT)
                       " Vent faible : la pollution peut stagner."
                       INTO LS-REASON-TEXT
                   END-STRING
               END-IF
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: APPEND-WINDOW-ITEM
      *> PURPOSE: Render the recommendation as the feed's one item.
      *> ===============================================================
       APPEND-WINDOW-ITEM.
           PERFORM BUILD-REASON-TEXT

           MOVE SPACES TO LS-ITEM-TITLE
           MOVE SPACES TO LS-CONTENT-STAGE
           IF IN-LANG = "EN"
           THEN
               STRING
                   "Best time outdoors on " LS-TOMORROW-ISO ": "
                   FUNCTION TRIM(LS-WINDOW-TEXT)
                   INTO LS-ITEM-TITLE
               END-STRING
               STRING
                   "Recommended window tomorrow: "
                   FUNCTION TRIM(LS-WINDOW-TEXT) ". "
                   FUNCTION TRIM(LS-REASON-TEXT)
                   INTO LS-CONTENT-STAGE
               END-STRING
               IF LS-AVOID-COUNT = 0
               THEN
                   STRING
                       FUNCTION TRIM(LS-CONTENT-STAGE)
                       " No hour to avoid between 07h and 22h."
                       INTO LS-CONTENT-STAGE
                   END-STRING
               ELSE
                   STRING
                       FUNCTION TRIM(LS-CONTENT-STAGE)
                       " Hours to avoid: "
                       FUNCTION TRIM(LS-AVOID-TEXT) "."
                       INTO LS-CONTENT-STAGE
                   END-STRING
               END-IF
           ELSE
               STRING
                   "Meilleur moment dehors le " LS-TOMORROW-ISO
                   " : " FUNCTION TRIM(LS-WINDOW-TEXT)
                   INTO LS-ITEM-TITLE
               END-STRING
               STRING
                   "Creneau conseille demain : "
                   FUNCTION TRIM(LS-WINDOW-TEXT) ". "
                   FUNCTION TRIM(LS-REASON-TEXT)
                   INTO LS-CONTENT-STAGE
               END-STRING
               IF LS-AVOID-COUNT = 0
               THEN
                   STRING
                       FUNCTION TRIM(LS-CONTENT-STAGE)
                       " Aucune heure a eviter entre 07h et 22h."
                       INTO LS-CONTENT-STAGE
                   END-STRING
               ELSE
                   STRING
                       FUNCTION TRIM(LS-CONTENT-STAGE)
                       " Heures a eviter : "
                       FUNCTION TRIM(LS-AVOID-TEXT) "."
                       INTO LS-CONTENT-STAGE
                   END-STRING
               END-IF
           END-IF
           IF FUNCTION TRIM(LS-ADVICE-TEXT) NOT = SPACES
           THEN
               STRING
                   FUNCTION TRIM(LS-CONTENT-STAGE) " "
                   FUNCTION TRIM(LS-ADVICE-TEXT)
                   INTO LS-CONTENT-STAGE
               END-STRING
           END-IF

           MOVE SPACES TO LS-ITEM-ID
           STRING
               "outdoor-window" LS-TOMORROW-STR
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
           MOVE FUNCTION TRIM(LS-ITEM) TO LS-ENTRIES.

       END PROGRAM OUTDOOR-WINDOW-SERVICE.
