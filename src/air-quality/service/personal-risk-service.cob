      *> ===============================================================
      *> PROGRAM: PERSONAL-RISK-SERVICE
      *> PURPOSE: Answer GET /pollen-rss/personal: one "your risk
      *>          today" item for the calling subscriber. Today's
      *>          pollen levels at the location (POLLEN-DATA-SOURCE
      *>          and POLLEN-PARSER, the same reading /pollen-rss
      *>          serves) and tomorrow's (CAMS-POLLEN-FORECAST-FETCH)
      *>          are weighed with the subscriber's own sensitivity
      *>          weights, which SYMPTOM-CORRELATION-BATCH measures
      *>          nightly from their symptom journal (see
      *>          SENSITIVITY-WEIGHT-REGISTRY).
      *>          Each species' exposure is its level today and
      *>          tomorrow with today counting double ((2 x today +
      *>          tomorrow) / 3, or whichever day is known); the
      *>          score is the weighted mean exposure on the same
      *>          0-5 scale as a pollen level, and the species with
      *>          the largest weighted exposure is named as the one
      *>          driving it.
      *>          A subscriber with no weights yet, fewer than
      *>          C-MIN-JOURNAL-DAYS journal days, or no bad day that
      *>          ever coincided with elevated pollen gets the generic
      *>          score instead - every species weighed alike - and a
      *>          second item saying why.
      *>          Returns 0, or 1 when neither day's levels could be
      *>          fetched (the router answers 502).
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSONAL-RISK-SERVICE.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
      *> Fewer journal days than this and the weights are too thin to
      *> trust: two weeks of daily entries.
       01  C-MIN-JOURNAL-DAYS          CONSTANT AS 14.

       LOCAL-STORAGE SECTION.
       COPY "pollen-data" IN "pollen/service".
       COPY sensitivity-weight IN "air-quality/service".
       01  LS-POLLEN-DATA-URL          PIC X(1000) VALUE SPACES.
       01  LS-POLLEN-BUFFER            PIC X(10000).
       01  LS-POLLEN-NO-CODE-ZONE      PIC X(5) VALUE SPACES.
       01  LS-POLLEN-NOT-CODE-ZONE     PIC X(01) VALUE "N".
       01  LS-POLLEN-NO-REGION         PIC X(12) VALUE SPACES.
       01  LS-FORECAST-DAYS            PIC 9(1) VALUE 1.

      *> Per species: today's and tomorrow's level (either may be
      *> missing), the weight it is scored with, and its weighted
      *> exposure.
       01  LS-LEVEL-COUNT              PIC 9(2) VALUE 0.
       01  LS-LEVEL-TABLE.
           05  LS-LV-ENTRY OCCURS 30 TIMES INDEXED BY LS-LV-IDX.
               10  LS-LV-NAME          PIC X(16).
               10  LS-LV-HAS-TODAY     PIC X(01).
               10  LS-LV-TODAY         PIC 9(1).
               10  LS-LV-HAS-TOMORROW  PIC X(01).
               10  LS-LV-TOMORROW      PIC 9(1).
               10  LS-LV-WEIGHT        PIC 9V99.
               10  LS-LV-EXPOSURE      PIC 9V99.
               10  LS-LV-CONTRIBUTION  PIC 9V9(4).
       01  LS-SLOT-FOUND               PIC X(01) VALUE "N".
       01  LS-SW-SUB                   PIC 9(2) VALUE 0.

      *> "Y" when the subscriber's own weights are used; otherwise
      *> LS-GENERIC-REASON says why not.
       01  LS-PERSONAL                 PIC X(01) VALUE "N".
       01  LS-GENERIC-REASON           PIC X(300) VALUE SPACES.
       01  LS-DAYS-DISPLAY             PIC ZZZZ9.
       01  LS-BAD-DISPLAY              PIC ZZZZ9.
       01  LS-MIN-DISPLAY              PIC Z9.

       01  LS-WEIGHT-SUM               PIC 9(3)V99 VALUE 0.
       01  LS-WEIGHTED-SUM             PIC 9(3)V9(4) VALUE 0.
       01  LS-SCORE                    PIC 9V9 VALUE 0.
       01  LS-SCORE-DISPLAY            PIC 9.9.
       01  LS-BAND-TEXT                PIC X(16) VALUE SPACES.
       01  LS-DRIVER-IDX               PIC 9(2) VALUE 0.
       01  LS-DRIVER-NAME              PIC X(16) VALUE SPACES.
       01  LS-LEVEL-DISPLAY            PIC X(01).
       01  LS-WEIGHT-DISPLAY           PIC 9.99.
       01  LS-SPECIES-LINE             PIC X(120) VALUE SPACES.

       01  LS-LOCATION                 PIC X(21) VALUE SPACES.
       01  LS-LATITUDE-DISPLAY         PIC -ZZ9.999999.
       01  LS-LONGITUDE-DISPLAY        PIC -ZZ9.999999.
       01  LS-CURRENT-DATE-AND-TIME.
           05  LS-CDT-YEAR             PIC 9(4).
           05  LS-CDT-MONTH            PIC 9(2).
           05  LS-CDT-DAY              PIC 9(2).
       01  LS-DISPLAY-NAME             PIC X(16) VALUE SPACES.
       01  LS-CONTENT-STAGE            PIC X(10000) VALUE SPACES.
       01  LS-CONTENT-SCRATCH          PIC X(10000) VALUE SPACES.
       01  LS-ITEM-ID                  PIC X(100) VALUE SPACES.
       01  LS-ITEM-TITLE               PIC X(100) VALUE SPACES.
       01  LS-ITEM                     PIC X(10000) VALUE SPACES.
       01  LS-ENTRIES                  PIC X(10000) VALUE SPACES.
       01  LS-AUTHOR                   PIC X(100)
               VALUE "Personal pollen risk".
       01  LS-FEED-TITLE               PIC X(100) VALUE SPACES.
       01  LS-FEED-URL                 PIC X(1000) VALUE SPACES.
       01  LS-UPDATED-AT               PIC X(24) VALUE SPACES.
       01  C-NOT-ALERT                 PIC X(01) VALUE "N".
       01  C-HAS-LOCATION              PIC X(01) VALUE "Y".

       LINKAGE SECTION.
       01  IN-URL                      PIC X(100).
       01  IN-API-KEY                  PIC X(40).
       01  IN-LATITUDE-DEGREES         PIC S9(3)V9(8).
       01  IN-LONGITUDE-DEGREES        PIC S9(3)V9(8).
       01  IN-FORMAT                   PIC X(4).
       01  IN-LANG                     PIC X(2).
       01  OUT-RISK-RSS                PIC X(10000).

       PROCEDURE DIVISION USING
           BY REFERENCE IN-URL
           BY REFERENCE IN-API-KEY
           BY REFERENCE IN-LATITUDE-DEGREES
           BY REFERENCE IN-LONGITUDE-DEGREES
           BY REFERENCE IN-FORMAT
           BY REFERENCE IN-LANG
           BY REFERENCE OUT-RISK-RSS.

           MOVE SPACES TO OUT-RISK-RSS
           MOVE IN-LATITUDE-DEGREES TO LS-LATITUDE-DISPLAY
           MOVE IN-LONGITUDE-DEGREES TO LS-LONGITUDE-DISPLAY
           STRING
               FUNCTION TRIM(LS-LATITUDE-DISPLAY) ","
               FUNCTION TRIM(LS-LONGITUDE-DISPLAY)
               INTO LS-LOCATION
           END-STRING
           MOVE FUNCTION CURRENT-DATE TO LS-CURRENT-DATE-AND-TIME

           PERFORM FETCH-TODAY-LEVELS
           PERFORM FETCH-TOMORROW-LEVELS
           IF LS-LEVEL-COUNT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-SENSITIVITY-WEIGHTS
           PERFORM VARYING LS-LV-IDX FROM 1 BY 1
               UNTIL LS-LV-IDX > LS-LEVEL-COUNT
               PERFORM SCORE-ONE-SPECIES
           END-PERFORM
           PERFORM COMPUTE-RISK-SCORE

           STRING
               LS-CDT-YEAR "-" LS-CDT-MONTH "-" LS-CDT-DAY
               "T00:00:00Z"
               INTO LS-UPDATED-AT
           END-STRING
           ACCEPT LS-FEED-URL FROM ENVIRONMENT "POLLEN_FEED_URL"
           STRING FUNCTION TRIM(LS-FEED-URL)
               FUNCTION TRIM(IN-URL)
               INTO LS-FEED-URL
           END-STRING

           PERFORM RENDER-RISK-ITEM
           IF LS-PERSONAL = "N"
           THEN
               PERFORM RENDER-GENERIC-NOTE-ITEM
           END-IF

           IF IN-LANG = "EN"
           THEN
               MOVE "Your pollen risk" TO LS-FEED-TITLE
           ELSE
               MOVE "Votre risque pollinique" TO LS-FEED-TITLE
           END-IF
           CALL "RENDER-RSS-FEED" USING
               BY REFERENCE LS-FEED-URL
               BY REFERENCE LS-UPDATED-AT
               BY REFERENCE LS-FEED-TITLE
               BY REFERENCE IN-FORMAT
               BY REFERENCE LS-ENTRIES
               BY REFERENCE OUT-RISK-RSS
           END-CALL

           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: FETCH-TODAY-LEVELS
      *> PURPOSE: Fetch and parse today's pollen reading at the
      *>          location (both behind the response cache) into the
      *>          level table. A failed fetch or parse leaves today
      *>          unknown.
      *> ===============================================================
       FETCH-TODAY-LEVELS.
           MOVE SPACES TO LS-POLLEN-BUFFER
           CALL "POLLEN-DATA-SOURCE" USING
               BY REFERENCE IN-LATITUDE-DEGREES
               BY REFERENCE IN-LONGITUDE-DEGREES
               BY REFERENCE LS-POLLEN-NO-CODE-ZONE
               BY REFERENCE LS-POLLEN-NOT-CODE-ZONE
               BY REFERENCE LS-POLLEN-NO-REGION
               BY REFERENCE LS-POLLEN-DATA-URL
               BY REFERENCE LS-POLLEN-BUFFER
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF

           CALL "POLLEN-PARSER" USING
               BY REFERENCE LS-POLLEN-BUFFER
               POLLEN-GRP
               BY REFERENCE IN-LATITUDE-DEGREES
               BY REFERENCE IN-LONGITUDE-DEGREES
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING POLLEN-CODE-INDEX FROM 1 BY 1
               UNTIL POLLEN-CODE-INDEX > POLLEN-CODE-COUNT
               IF POLLEN-CODE-NAME(POLLEN-CODE-INDEX) NOT = SPACES
               THEN
                   PERFORM FIND-LEVEL-SLOT
                   IF LS-SLOT-FOUND = "Y"
                   THEN
                       MOVE "Y" TO LS-LV-HAS-TODAY(LS-LV-IDX)
                       MOVE POLLEN-CODE-VALUE(POLLEN-CODE-INDEX)
                           TO LS-LV-TODAY(LS-LV-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: FETCH-TOMORROW-LEVELS
      *> PURPOSE: Fetch tomorrow's CAMS forecast levels at the
      *>          location into the level table. A refused or failed
      *>          fetch leaves tomorrow unknown.
      *> ===============================================================
       FETCH-TOMORROW-LEVELS.
           CALL "CAMS-POLLEN-FORECAST-FETCH" USING
               BY REFERENCE IN-LATITUDE-DEGREES
               BY REFERENCE IN-LONGITUDE-DEGREES
               BY REFERENCE LS-FORECAST-DAYS
               BY REFERENCE POLLEN-GRP
               BY REFERENCE LS-POLLEN-DATA-URL
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING POLLEN-CODE-INDEX FROM 1 BY 1
               UNTIL POLLEN-CODE-INDEX > POLLEN-CODE-COUNT
               IF POLLEN-CODE-NAME(POLLEN-CODE-INDEX) NOT = SPACES
               THEN
                   PERFORM FIND-LEVEL-SLOT
                   IF LS-SLOT-FOUND = "Y"
                   THEN
                       MOVE "Y" TO LS-LV-HAS-TOMORROW(LS-LV-IDX)
                       MOVE POLLEN-CODE-VALUE(POLLEN-CODE-INDEX)
                           TO LS-LV-TOMORROW(LS-LV-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: FIND-LEVEL-SLOT
      *> PURPOSE: Point LS-LV-IDX at the level-table entry for the
      *>          POLLEN-CODE-INDEX species, adding it when new.
      *>          LS-SLOT-FOUND is "N" only when the table is full.
      *> ===============================================================
       FIND-LEVEL-SLOT.
           MOVE "N" TO LS-SLOT-FOUND
           PERFORM VARYING LS-LV-IDX FROM 1 BY 1
               UNTIL LS-LV-IDX > LS-LEVEL-COUNT
                   OR LS-SLOT-FOUND = "Y"
               IF LS-LV-NAME(LS-LV-IDX)
                   = POLLEN-CODE-NAME(POLLEN-CODE-INDEX)
               THEN
                   MOVE "Y" TO LS-SLOT-FOUND
               END-IF
           END-PERFORM
           IF LS-SLOT-FOUND = "Y"
           THEN
               SET LS-LV-IDX DOWN BY 1
               EXIT PARAGRAPH
           END-IF
           IF LS-LEVEL-COUNT >= C-POLLEN-MAX-CODES
           THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-LEVEL-COUNT
           SET LS-LV-IDX TO LS-LEVEL-COUNT
           MOVE POLLEN-CODE-NAME(POLLEN-CODE-INDEX)
               TO LS-LV-NAME(LS-LV-IDX)
           MOVE "N" TO LS-LV-HAS-TODAY(LS-LV-IDX)
           MOVE 0 TO LS-LV-TODAY(LS-LV-IDX)
           MOVE "N" TO LS-LV-HAS-TOMORROW(LS-LV-IDX)
           MOVE 0 TO LS-LV-TOMORROW(LS-LV-IDX)
           MOVE 0 TO LS-LV-WEIGHT(LS-LV-IDX)
           MOVE 0 TO LS-LV-EXPOSURE(LS-LV-IDX)
           MOVE 0 TO LS-LV-CONTRIBUTION(LS-LV-IDX)
           MOVE "Y" TO LS-SLOT-FOUND.

      *> ===============================================================
      *> PARAGRAPH: LOAD-SENSITIVITY-WEIGHTS
      *> PURPOSE: Read the subscriber's weights and decide whether
      *>          they are usable; when not, stage the reason for the
      *>          note item.
      *> ===============================================================
       LOAD-SENSITIVITY-WEIGHTS.
           MOVE "N" TO LS-PERSONAL
           MOVE SPACES TO LS-GENERIC-REASON
           MOVE C-MIN-JOURNAL-DAYS TO LS-MIN-DISPLAY
           CALL "SENSITIVITY-WEIGHT-GET" USING
               BY REFERENCE IN-API-KEY
               BY REFERENCE SW-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               IF IN-LANG = "EN"
               THEN
                   STRING
                       "No symptom journal has been measured for "
                       "you yet. Log how you feel each day (POST "
                       "/symptom-journal); after "
                       FUNCTION TRIM(LS-MIN-DISPLAY) " days this "
                       "feed weighs the pollen you react to."
                       DELIMITED BY SIZE INTO LS-GENERIC-REASON
                   END-STRING
               ELSE
                   STRING
                       "Aucun journal de symptomes n'a encore ete "
                       "analyse pour vous. Notez votre etat chaque "
                       "jour (POST /symptom-journal) ; apres "
                       FUNCTION TRIM(LS-MIN-DISPLAY) " jours ce "
                       "flux pondere les pollens auxquels vous "
                       "reagissez."
                       DELIMITED BY SIZE INTO LS-GENERIC-REASON
                   END-STRING
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE SW-JOURNAL-DAYS TO LS-DAYS-DISPLAY
           MOVE SW-BAD-DAYS TO LS-BAD-DISPLAY
           EVALUATE TRUE
           WHEN SW-JOURNAL-DAYS < C-MIN-JOURNAL-DAYS
               IF IN-LANG = "EN"
               THEN
                   STRING
                       "Only " FUNCTION TRIM(LS-DAYS-DISPLAY) " of "
                       "the " FUNCTION TRIM(LS-MIN-DISPLAY)
                       " journal days needed to personalise this "
                       "feed have been logged so far."
                       DELIMITED BY SIZE INTO LS-GENERIC-REASON
                   END-STRING
               ELSE
                   STRING
                       "Seulement " FUNCTION TRIM(LS-DAYS-DISPLAY)
                       " des " FUNCTION TRIM(LS-MIN-DISPLAY)
                       " jours de journal necessaires pour "
                       "personnaliser ce flux ont ete notes."
                       DELIMITED BY SIZE INTO LS-GENERIC-REASON
                   END-STRING
               END-IF
           WHEN SW-SPECIES-COUNT = 0
               IF IN-LANG = "EN"
               THEN
                   STRING
                       "None of your " FUNCTION TRIM(LS-BAD-DISPLAY)
                       " bad day(s) in " FUNCTION TRIM(LS-DAYS-DISPLAY)
                       " journal days has coincided with elevated "
                       "pollen yet."
                       DELIMITED BY SIZE INTO LS-GENERIC-REASON
                   END-STRING
               ELSE
                   STRING
                       "Aucun de vos " FUNCTION TRIM(LS-BAD-DISPLAY)
                       " mauvais jour(s) sur "
                       FUNCTION TRIM(LS-DAYS-DISPLAY)
                       " jours de journal n'a encore coincide avec "
                       "un pollen eleve."
                       DELIMITED BY SIZE INTO LS-GENERIC-REASON
                   END-STRING
               END-IF
           WHEN OTHER
               MOVE "Y" TO LS-PERSONAL
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: SCORE-ONE-SPECIES
      *> PURPOSE: Give the LS-LV-IDX species its weight (the
      *>          subscriber's, 0 for one they never reacted to, or
      *>          1 for everyone in the generic score) and its
      *>          exposure and weighted exposure.
      *> ===============================================================
       SCORE-ONE-SPECIES.
           IF LS-PERSONAL = "Y"
           THEN
               MOVE 0 TO LS-LV-WEIGHT(LS-LV-IDX)
               PERFORM VARYING LS-SW-SUB FROM 1 BY 1
                   UNTIL LS-SW-SUB > SW-SPECIES-COUNT
                   IF SW-SPECIES-NAME(LS-SW-SUB)
                       = LS-LV-NAME(LS-LV-IDX)
                   THEN
                       MOVE SW-WEIGHT(LS-SW-SUB)
                           TO LS-LV-WEIGHT(LS-LV-IDX)
                   END-IF
               END-PERFORM
           ELSE
               MOVE 1 TO LS-LV-WEIGHT(LS-LV-IDX)
           END-IF

           EVALUATE TRUE
           WHEN LS-LV-HAS-TODAY(LS-LV-IDX) = "Y"
                   AND LS-LV-HAS-TOMORROW(LS-LV-IDX) = "Y"
               COMPUTE LS-LV-EXPOSURE(LS-LV-IDX) ROUNDED =
                   (2 * LS-LV-TODAY(LS-LV-IDX)
                       + LS-LV-TOMORROW(LS-LV-IDX)) / 3
           WHEN LS-LV-HAS-TODAY(LS-LV-IDX) = "Y"
               MOVE LS-LV-TODAY(LS-LV-IDX)
                   TO LS-LV-EXPOSURE(LS-LV-IDX)
           WHEN OTHER
               MOVE LS-LV-TOMORROW(LS-LV-IDX)
                   TO LS-LV-EXPOSURE(LS-LV-IDX)
           END-EVALUATE
           COMPUTE LS-LV-CONTRIBUTION(LS-LV-IDX) =
               LS-LV-WEIGHT(LS-LV-IDX) * LS-LV-EXPOSURE(LS-LV-IDX).

      *> ===============================================================
      *> PARAGRAPH: COMPUTE-RISK-SCORE
      *> PURPOSE: The weighted mean exposure, its band, and the
      *>          species with the largest weighted exposure. No
      *>          weighted species reported here scores 0 with no
      *>          driver.
      *> ===============================================================
       COMPUTE-RISK-SCORE.
           MOVE 0 TO LS-WEIGHT-SUM
           MOVE 0 TO LS-WEIGHTED-SUM
           MOVE 0 TO LS-DRIVER-IDX
           MOVE SPACES TO LS-DRIVER-NAME
           PERFORM VARYING LS-LV-IDX FROM 1 BY 1
               UNTIL LS-LV-IDX > LS-LEVEL-COUNT
               ADD LS-LV-WEIGHT(LS-LV-IDX) TO LS-WEIGHT-SUM
               ADD LS-LV-CONTRIBUTION(LS-LV-IDX) TO LS-WEIGHTED-SUM
               IF LS-LV-CONTRIBUTION(LS-LV-IDX) > 0
               THEN
                   IF LS-DRIVER-IDX = 0
                   THEN
                       SET LS-DRIVER-IDX TO LS-LV-IDX
                   ELSE
                       IF LS-LV-CONTRIBUTION(LS-LV-IDX)
                           > LS-LV-CONTRIBUTION(LS-DRIVER-IDX)
                       THEN
                           SET LS-DRIVER-IDX TO LS-LV-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           MOVE 0 TO LS-SCORE
           IF LS-WEIGHT-SUM > 0
           THEN
               COMPUTE LS-SCORE ROUNDED =
                   LS-WEIGHTED-SUM / LS-WEIGHT-SUM
           END-IF
           MOVE LS-SCORE TO LS-SCORE-DISPLAY
           IF LS-DRIVER-IDX > 0
           THEN
               CALL "POLLEN-DISPLAY-NAME" USING
                   BY REFERENCE LS-LV-NAME(LS-DRIVER-IDX)
                   BY REFERENCE IN-LANG
                   BY REFERENCE LS-DRIVER-NAME
           END-IF

           EVALUATE TRUE
           WHEN LS-SCORE < 1
               IF IN-LANG = "EN"
                   MOVE "very low" TO LS-BAND-TEXT
               ELSE
                   MOVE "tres faible" TO LS-BAND-TEXT
               END-IF
           WHEN LS-SCORE < 2
               IF IN-LANG = "EN"
                   MOVE "low" TO LS-BAND-TEXT
               ELSE
                   MOVE "faible" TO LS-BAND-TEXT
               END-IF
           WHEN LS-SCORE < 3
               IF IN-LANG = "EN"
                   MOVE "moderate" TO LS-BAND-TEXT
               ELSE
                   MOVE "moyen" TO LS-BAND-TEXT
               END-IF
           WHEN LS-SCORE < 4
               IF IN-LANG = "EN"
                   MOVE "high" TO LS-BAND-TEXT
               ELSE
                   MOVE "eleve" TO LS-BAND-TEXT
               END-IF
           WHEN OTHER
               IF IN-LANG = "EN"
                   MOVE "very high" TO LS-BAND-TEXT
               ELSE
                   MOVE "tres eleve" TO LS-BAND-TEXT
               END-IF
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: RENDER-RISK-ITEM
      *> PURPOSE: The "your risk today" item: the score and its
      *>          driving species in the headline, then one line per
      *>          species that counted (its levels and weight) and
      *>          what the weights were built from.
      *> ===============================================================
       RENDER-RISK-ITEM.
           MOVE SPACES TO LS-ITEM-TITLE
           EVALUATE TRUE
           WHEN IN-LANG = "EN" AND LS-DRIVER-IDX > 0
               STRING
                   "Your pollen risk today: "
                   FUNCTION TRIM(LS-SCORE-DISPLAY) "/5, "
                   FUNCTION TRIM(LS-BAND-TEXT) " - driven by "
                   FUNCTION TRIM(LS-DRIVER-NAME)
                   DELIMITED BY SIZE INTO LS-ITEM-TITLE
               END-STRING
           WHEN IN-LANG = "EN"
               STRING
                   "Your pollen risk today: "
                   FUNCTION TRIM(LS-SCORE-DISPLAY) "/5, "
                   FUNCTION TRIM(LS-BAND-TEXT)
                   DELIMITED BY SIZE INTO LS-ITEM-TITLE
               END-STRING
           WHEN LS-DRIVER-IDX > 0
               STRING
                   "Votre risque pollinique aujourd'hui : "
                   FUNCTION TRIM(LS-SCORE-DISPLAY) "/5, "
                   FUNCTION TRIM(LS-BAND-TEXT) " - du surtout a : "
                   FUNCTION TRIM(LS-DRIVER-NAME)
                   DELIMITED BY SIZE INTO LS-ITEM-TITLE
               END-STRING
           WHEN OTHER
               STRING
                   "Votre risque pollinique aujourd'hui : "
                   FUNCTION TRIM(LS-SCORE-DISPLAY) "/5, "
                   FUNCTION TRIM(LS-BAND-TEXT)
                   DELIMITED BY SIZE INTO LS-ITEM-TITLE
               END-STRING
           END-EVALUATE

           MOVE SPACES TO LS-CONTENT-STAGE
           IF IN-LANG = "EN"
           THEN
               MOVE "Today's and tomorrow's levels, today counting "
                   & "double." TO LS-CONTENT-STAGE
           ELSE
               MOVE "Niveaux d'aujourd'hui et de demain, aujourd'hui "
                   & "comptant double." TO LS-CONTENT-STAGE
           END-IF
           PERFORM VARYING LS-LV-IDX FROM 1 BY 1
               UNTIL LS-LV-IDX > LS-LEVEL-COUNT
               IF LS-LV-WEIGHT(LS-LV-IDX) > 0
               THEN
                   PERFORM APPEND-SPECIES-LINE
               END-IF
           END-PERFORM
           IF LS-PERSONAL = "Y"
           THEN
               MOVE LS-CONTENT-STAGE TO LS-CONTENT-SCRATCH
               MOVE SPACES TO LS-CONTENT-STAGE
               IF IN-LANG = "EN"
               THEN
                   STRING
                       FUNCTION TRIM(LS-CONTENT-SCRATCH)
                       " Weights from your symptom journal: "
                       FUNCTION TRIM(LS-DAYS-DISPLAY) " days, "
                       FUNCTION TRIM(LS-BAD-DISPLAY) " bad day(s)."
                       DELIMITED BY SIZE INTO LS-CONTENT-STAGE
                   END-STRING
               ELSE
                   STRING
                       FUNCTION TRIM(LS-CONTENT-SCRATCH)
                       " Ponderations tirees de votre journal : "
                       FUNCTION TRIM(LS-DAYS-DISPLAY) " jours, "
                       FUNCTION TRIM(LS-BAD-DISPLAY)
                       " mauvais jour(s)."
                       DELIMITED BY SIZE INTO LS-CONTENT-STAGE
                   END-STRING
               END-IF
           END-IF

           MOVE SPACES TO LS-ITEM-ID
           STRING
               "personal-risk" LS-CDT-YEAR LS-CDT-MONTH LS-CDT-DAY
               "-" FUNCTION TRIM(LS-LOCATION)
               INTO LS-ITEM-ID
           END-STRING
           PERFORM APPEND-RENDERED-ITEM.

      *> ===============================================================
      *> PARAGRAPH: APPEND-SPECIES-LINE
      *> PURPOSE: Add the LS-LV-IDX species' levels (a missing day
      *>          shows as "-") and weight to the item content.
      *> ===============================================================
       APPEND-SPECIES-LINE.
           CALL "POLLEN-DISPLAY-NAME" USING
               BY REFERENCE LS-LV-NAME(LS-LV-IDX)
               BY REFERENCE IN-LANG
               BY REFERENCE LS-DISPLAY-NAME
           MOVE SPACES TO LS-SPECIES-LINE
           STRING
               " " FUNCTION TRIM(LS-DISPLAY-NAME) ": "
               DELIMITED BY SIZE INTO LS-SPECIES-LINE
           END-STRING
           MOVE "-" TO LS-LEVEL-DISPLAY
           IF LS-LV-HAS-TODAY(LS-LV-IDX) = "Y"
           THEN
               MOVE LS-LV-TODAY(LS-LV-IDX) TO LS-LEVEL-DISPLAY
           END-IF
           PERFORM APPEND-TODAY-LEVEL
           MOVE "-" TO LS-LEVEL-DISPLAY
           IF LS-LV-HAS-TOMORROW(LS-LV-IDX) = "Y"
           THEN
               MOVE LS-LV-TOMORROW(LS-LV-IDX) TO LS-LEVEL-DISPLAY
           END-IF
           PERFORM APPEND-TOMORROW-LEVEL
           IF LS-PERSONAL = "Y"
           THEN
               MOVE LS-LV-WEIGHT(LS-LV-IDX) TO LS-WEIGHT-DISPLAY
               IF IN-LANG = "EN"
               THEN
                   STRING
                       FUNCTION TRIM(LS-SPECIES-LINE TRAILING)
                       ", your weight " LS-WEIGHT-DISPLAY
                       DELIMITED BY SIZE INTO LS-SPECIES-LINE
                   END-STRING
               ELSE
                   STRING
                       FUNCTION TRIM(LS-SPECIES-LINE TRAILING)
                       ", votre ponderation " LS-WEIGHT-DISPLAY
                       DELIMITED BY SIZE INTO LS-SPECIES-LINE
                   END-STRING
               END-IF
           END-IF

           MOVE LS-CONTENT-STAGE TO LS-CONTENT-SCRATCH
           MOVE SPACES TO LS-CONTENT-STAGE
           STRING
               FUNCTION TRIM(LS-CONTENT-SCRATCH)
               FUNCTION TRIM(LS-SPECIES-LINE TRAILING) "."
               DELIMITED BY SIZE INTO LS-CONTENT-STAGE
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: APPEND-TODAY-LEVEL
      *> PURPOSE: Add "today N" to the species line being built.
      *> ===============================================================
       APPEND-TODAY-LEVEL.
           IF IN-LANG = "EN"
           THEN
               STRING
                   "today " LS-LEVEL-DISPLAY
                   DELIMITED BY SIZE INTO LS-SPECIES-LINE(
                       FUNCTION LENGTH(FUNCTION TRIM(LS-SPECIES-LINE
                       TRAILING)) + 2:)
               END-STRING
           ELSE
               STRING
                   "aujourd'hui " LS-LEVEL-DISPLAY
                   DELIMITED BY SIZE INTO LS-SPECIES-LINE(
                       FUNCTION LENGTH(FUNCTION TRIM(LS-SPECIES-LINE
                       TRAILING)) + 2:)
               END-STRING
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: APPEND-TOMORROW-LEVEL
      *> PURPOSE: Add ", tomorrow N" to the species line being built.
      *> ===============================================================
       APPEND-TOMORROW-LEVEL.
           IF IN-LANG = "EN"
           THEN
               STRING
                   ", tomorrow " LS-LEVEL-DISPLAY
                   DELIMITED BY SIZE INTO LS-SPECIES-LINE(
                       FUNCTION LENGTH(FUNCTION TRIM(LS-SPECIES-LINE
                       TRAILING)) + 1:)
               END-STRING
           ELSE
               STRING
                   ", demain " LS-LEVEL-DISPLAY
                   DELIMITED BY SIZE INTO LS-SPECIES-LINE(
                       FUNCTION LENGTH(FUNCTION TRIM(LS-SPECIES-LINE
                       TRAILING)) + 1:)
               END-STRING
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: RENDER-GENERIC-NOTE-ITEM
      *> PURPOSE: The second item of a generic answer: why this feed
      *>          is not personalised yet.
      *> ===============================================================
       RENDER-GENERIC-NOTE-ITEM.
           IF IN-LANG = "EN"
           THEN
               MOVE "Not personalised yet" TO LS-ITEM-TITLE
           ELSE
               MOVE "Pas encore personnalise" TO LS-ITEM-TITLE
           END-IF
           MOVE LS-GENERIC-REASON TO LS-CONTENT-STAGE
           MOVE SPACES TO LS-ITEM-ID
           STRING
               "personal-risk" LS-CDT-YEAR LS-CDT-MONTH LS-CDT-DAY
               "-note" FUNCTION TRIM(LS-LOCATION)
               INTO LS-ITEM-ID
           END-STRING
           PERFORM APPEND-RENDERED-ITEM.

      *> ===============================================================
      *> PARAGRAPH: APPEND-RENDERED-ITEM
      *> PURPOSE: Render LS-ITEM-TITLE/LS-CONTENT-STAGE as a feed item
      *>          and add it to the entries, when it still fits.
      *> ===============================================================
       APPEND-RENDERED-ITEM.
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
           MOVE LS-ENTRIES TO LS-CONTENT-SCRATCH
           MOVE SPACES TO LS-ENTRIES
           STRING
               FUNCTION TRIM(LS-CONTENT-SCRATCH)
               FUNCTION TRIM(LS-ITEM)
               DELIMITED BY SIZE INTO LS-ENTRIES
           END-STRING.

       END PROGRAM PERSONAL-RISK-SERVICE.
