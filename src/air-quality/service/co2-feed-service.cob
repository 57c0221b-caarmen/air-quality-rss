      *> ===============================================================
      *> PROGRAM: CO2-FEED-SERVICE
      *> PURPOSE: Answer GET /co2-rss?building=...: one school
      *>          building's classrooms as a feed, one entry per room
      *>          with a CO2 monitor, carrying the room's latest
      *>          reading from indoor-co2-readings.dat, how stuffy
      *>          that is, and what to do about it. The reading bands
      *>          onto a ventilation level -
      *>              1  below 800 ppm     fresh
      *>              2  800 to 1499 ppm   stuffy
      *>              3  1500 ppm and over very stuffy
      *>          - and the advice itself ("open the windows now")
      *>          comes from HEALTH-RECOMMENDATION's rules under the
      *>          item name "CO2" at that level, so the schools word
      *>          it the way they teach it. A room whose latest
      *>          reading is older than C-STALE-AFTER-MIN minutes
      *>          gets no advice: telling a class to air a room
      *>          nobody has measured for hours would be guessing.
      *>          A very stuffy room with a fresh reading raises the
      *>          alert category.
      *>          Only the indoor archive is read here, and the
      *>          outdoor services never read it.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CO2-FEED-SERVICE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDOOR-CO2-FILE ASSIGN TO
                   "indoor-co2-readings.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO2-KEY
               FILE STATUS IS WS-CO2-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  INDOOR-CO2-FILE.
       COPY indoor-co2-reading IN "air-quality/service".

       WORKING-STORAGE SECTION.
       01  WS-CO2-FILE-STATUS           PIC X(02) VALUE SPACES.

       LOCAL-STORAGE SECTION.
       01  C-STALE-AFTER-MIN            CONSTANT AS 60.
       01  C-STUFFY-PPM                 CONSTANT AS 800.
       01  C-VERY-STUFFY-PPM            CONSTANT AS 1500.
       01  LS-CURRENT-DATE-AND-TIME.
           05  LS-CDT-YEAR              PIC 9(4).
           05  LS-CDT-MONTH             PIC 9(2).
           05  LS-CDT-DAY               PIC 9(2).
           05  LS-CDT-HOUR              PIC 9(2).
           05  LS-CDT-MINUTE            PIC 9(2).
           05  FILLER                   PIC X(9).
       01  LS-TODAY-YYYYMMDD            PIC 9(8) VALUE 0.
       01  LS-TODAY-STR                 PIC X(8) VALUE SPACES.
       01  LS-NOW-MINUTE                PIC S9(11) COMP-3 VALUE 0.
       01  LS-BUILDING-UPPER            PIC X(32) VALUE SPACES.

      *> One slot per room of the building seen in the archive,
      *> holding the room's latest reading from whichever of its
      *> monitors posted last.
       01  C-ROOM-MAX-COUNT             CONSTANT AS 30.
       01  LS-ROOM-COUNT                PIC 9(2) VALUE 0.
       01  LS-ROOM-TABLE.
           05  LS-RM-ENTRY OCCURS 30 TIMES INDEXED BY LS-RM-IDX.
               10  LS-RM-ROOM           PIC X(32).
               10  LS-RM-SENSOR-ID      PIC X(16).
               10  LS-RM-PPM            PIC 9(5).
               10  LS-RM-MINUTE         PIC S9(11) COMP-3.
       01  LS-ROOM-FOUND                USAGE BINARY-LONG VALUE 0.

      *> Timestamp parsing scratch: LS-TS-TEXT in, LS-TS-MINUTE out
      *> (minutes since the calendar's day 1, 0 when unusable).
       01  LS-TS-TEXT                   PIC X(21) VALUE SPACES.
       01  LS-TS-STAMP                  PIC X(12) VALUE SPACES.
       01  LS-TS-PARTS REDEFINES LS-TS-STAMP.
           05  LS-TS-DATE               PIC 9(8).
           05  LS-TS-MONTH-DAY REDEFINES LS-TS-DATE.
               10  FILLER               PIC 9(4).
               10  LS-TS-MONTH          PIC 9(2).
               10  LS-TS-DAY            PIC 9(2).
           05  LS-TS-HOUR               PIC 9(2).
           05  LS-TS-MIN                PIC 9(2).
       01  LS-TS-ORDINAL                PIC S9(9) COMP-5 VALUE 0.
       01  LS-TS-MINUTE                 PIC S9(11) COMP-3 VALUE 0.
       01  LS-AGE-MINUTES               PIC S9(11) COMP-3 VALUE 0.
       01  LS-AGE-NUMBER                PIC 9(5) VALUE 0.
       01  LS-AGE-DISPLAY               PIC Z(4)9.
       01  LS-AGE-TEXT                  PIC X(30) VALUE SPACES.

       01  LS-VENTILATION-LEVEL         PIC 9(2) VALUE 0.
       01  LS-LEVEL-TEXT                PIC X(40) VALUE SPACES.
       01  C-CO2-ITEM-NAME              PIC X(16) VALUE "CO2".
       01  LS-ADVICE                    PIC X(400) VALUE SPACES.
       01  LS-PPM-DISPLAY               PIC Z(4)9.

       01  LS-LINE                      PIC X(500) VALUE SPACES.
       01  LS-CONTENT-STAGE             PIC X(10000) VALUE SPACES.
       01  LS-CONTENT-SCRATCH           PIC X(10000) VALUE SPACES.
       01  LS-ITEM-ID                   PIC X(100) VALUE SPACES.
       01  LS-ITEM-TITLE                PIC X(100) VALUE SPACES.
       01  LS-ITEM                      PIC X(10000) VALUE SPACES.
       01  LS-ENTRIES                   PIC X(10000) VALUE SPACES.
       01  LS-ENTRY-COUNT               PIC 9(2) VALUE 0.
       01  LS-HAS-ALERT                 PIC X(01) VALUE "N".
       01  LS-LATITUDE-DEGREES          PIC S9(3)V9(8) VALUE 0.
       01  LS-LONGITUDE-DEGREES         PIC S9(3)V9(8) VALUE 0.
       01  C-NO-LOCATION                PIC X(01) VALUE "N".
       01  C-NOT-ALERT                  PIC X(01) VALUE "N".
       01  LS-AUTHOR                    PIC X(100)
               VALUE "Classroom CO2 monitors".
       01  LS-FEED-TITLE                PIC X(100) VALUE SPACES.
       01  LS-FEED-URL                  PIC X(1000) VALUE SPACES.
       01  LS-UPDATED-AT                PIC X(24) VALUE SPACES.

       LINKAGE SECTION.
       01  IN-URL                       PIC X(100).
       01  IN-FORMAT                    PIC X(4).
       01  IN-LANG                      PIC X(2).
       01  IN-BUILDING                  PIC X(100).
       01  OUT-CO2-RSS                  PIC X(10000).

       PROCEDURE DIVISION USING
           BY REFERENCE IN-URL
           BY REFERENCE IN-FORMAT
           BY REFERENCE IN-LANG
           BY REFERENCE IN-BUILDING
           BY REFERENCE OUT-CO2-RSS.

           MOVE FUNCTION CURRENT-DATE TO LS-CURRENT-DATE-AND-TIME
           COMPUTE LS-TODAY-YYYYMMDD =
               LS-CDT-YEAR * 10000 + LS-CDT-MONTH * 100 + LS-CDT-DAY
           MOVE LS-TODAY-YYYYMMDD TO LS-TODAY-STR
           COMPUTE LS-NOW-MINUTE =
               FUNCTION INTEGER-OF-DATE(LS-TODAY-YYYYMMDD) * 1440
               + LS-CDT-HOUR * 60 + LS-CDT-MINUTE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-BUILDING))
               TO LS-BUILDING-UPPER

           STRING
               LS-CDT-YEAR "-" LS-CDT-MONTH "-" LS-CDT-DAY
               "T" LS-CDT-HOUR ":" LS-CDT-MINUTE ":00Z"
               INTO LS-UPDATED-AT
           END-STRING
           ACCEPT LS-FEED-URL FROM ENVIRONMENT "AIR_QUALITY_FEED_URL"
           STRING FUNCTION TRIM(LS-FEED-URL)
               FUNCTION TRIM(IN-URL)
               INTO LS-FEED-URL
           END-STRING
           IF IN-LANG = "EN"
           THEN
               STRING
                   "Classroom air - " FUNCTION TRIM(IN-BUILDING)
                   INTO LS-FEED-TITLE
               END-STRING
           ELSE
               STRING
                   "Air des salles de classe - "
                   FUNCTION TRIM(IN-BUILDING)
                   INTO LS-FEED-TITLE
               END-STRING
           END-IF

           PERFORM COLLECT-LATEST-ROOM-READINGS

           MOVE SPACES TO LS-ENTRIES
           MOVE 0 TO LS-ENTRY-COUNT
           PERFORM VARYING LS-RM-IDX FROM 1 BY 1
               UNTIL LS-RM-IDX > LS-ROOM-COUNT
               PERFORM APPEND-ONE-ROOM-ITEM
           END-PERFORM
           IF LS-ENTRY-COUNT = 0
           THEN
               PERFORM RENDER-NO-ROOM-ITEM
           END-IF

           CALL "RENDER-RSS-FEED" USING
               BY REFERENCE LS-FEED-URL
               BY REFERENCE LS-UPDATED-AT
               BY REFERENCE LS-FEED-TITLE
               BY REFERENCE IN-FORMAT
               BY REFERENCE LS-ENTRIES
               BY REFERENCE OUT-CO2-RSS
           END-CALL

           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: COLLECT-LATEST-ROOM-READINGS
      *> PURPOSE: Walk the indoor archive, keeping the latest
      *>          reading of every room in the requested building
      *>          (matched without regard to case).
      *> ===============================================================
       COLLECT-LATEST-ROOM-READINGS.
           MOVE 0 TO LS-ROOM-COUNT
           OPEN INPUT INDOOR-CO2-FILE
           IF WS-CO2-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CO2-FILE-STATUS = "10"
               READ INDOOR-CO2-FILE NEXT
                   AT END
                       MOVE "10" TO WS-CO2-FILE-STATUS
                   NOT AT END
                       IF FUNCTION UPPER-CASE(CO2-BUILDING)
                           = LS-BUILDING-UPPER
                       THEN
                           PERFORM FILE-READING-IN-ROOM-SLOT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INDOOR-CO2-FILE.

      *> ===============================================================
      *> PARAGRAPH: FILE-READING-IN-ROOM-SLOT
      *> PURPOSE: Replace (or claim) the room slot for the CO2-RECORD
      *>          just read when it is newer than what the slot
      *>          holds. The archive is ordered by monitor, not by
      *>          time, so a room with two monitors needs the
      *>          explicit comparison.
      *> ===============================================================
       FILE-READING-IN-ROOM-SLOT.
           MOVE CO2-TIMESTAMP TO LS-TS-TEXT
           PERFORM PARSE-READING-TIMESTAMP

           MOVE 0 TO LS-ROOM-FOUND
           PERFORM VARYING LS-RM-IDX FROM 1 BY 1
               UNTIL LS-RM-IDX > LS-ROOM-COUNT
               IF FUNCTION UPPER-CASE(LS-RM-ROOM(LS-RM-IDX))
                   = FUNCTION UPPER-CASE(CO2-ROOM)
               THEN
                   SET LS-ROOM-FOUND TO LS-RM-IDX
               END-IF
           END-PERFORM
           IF LS-ROOM-FOUND = 0
           THEN
               IF LS-ROOM-COUNT >= C-ROOM-MAX-COUNT
               THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO LS-ROOM-COUNT
               MOVE LS-ROOM-COUNT TO LS-ROOM-FOUND
               MOVE CO2-ROOM TO LS-RM-ROOM(LS-ROOM-FOUND)
               MOVE -1 TO LS-RM-MINUTE(LS-ROOM-FOUND)
           END-IF
           SET LS-RM-IDX TO LS-ROOM-FOUND
           IF LS-TS-MINUTE >= LS-RM-MINUTE(LS-RM-IDX)
           THEN
               MOVE CO2-SENSOR-ID TO LS-RM-SENSOR-ID(LS-RM-IDX)
               MOVE CO2-PPM TO LS-RM-PPM(LS-RM-IDX)
               MOVE LS-TS-MINUTE TO LS-RM-MINUTE(LS-RM-IDX)
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: APPEND-ONE-ROOM-ITEM
      *> PURPOSE: Render the LS-RM-IDX room's entry: reading, age,
      *>          ventilation level and the rules' advice for it.
      *> ===============================================================
       APPEND-ONE-ROOM-ITEM.
           MOVE LS-RM-MINUTE(LS-RM-IDX) TO LS-TS-MINUTE
           IF LS-TS-MINUTE < 0
           THEN
               MOVE 0 TO LS-TS-MINUTE
           END-IF
           PERFORM FORMAT-READING-AGE

           EVALUATE TRUE
           WHEN LS-RM-PPM(LS-RM-IDX) >= C-VERY-STUFFY-PPM
               MOVE 3 TO LS-VENTILATION-LEVEL
           WHEN LS-RM-PPM(LS-RM-IDX) >= C-STUFFY-PPM
               MOVE 2 TO LS-VENTILATION-LEVEL
           WHEN OTHER
               MOVE 1 TO LS-VENTILATION-LEVEL
           END-EVALUATE
           EVALUATE LS-VENTILATION-LEVEL
           WHEN 3
               IF IN-LANG = "EN"
               THEN
                   MOVE "very stuffy" TO LS-LEVEL-TEXT
               ELSE
                   MOVE "air tres confine" TO LS-LEVEL-TEXT
               END-IF
           WHEN 2
               IF IN-LANG = "EN"
               THEN
                   MOVE "stuffy" TO LS-LEVEL-TEXT
               ELSE
                   MOVE "air confine" TO LS-LEVEL-TEXT
               END-IF
           WHEN OTHER
               IF IN-LANG = "EN"
               THEN
                   MOVE "fresh" TO LS-LEVEL-TEXT
               ELSE
                   MOVE "air renouvele" TO LS-LEVEL-TEXT
               END-IF
           END-EVALUATE

           MOVE LS-RM-PPM(LS-RM-IDX) TO LS-PPM-DISPLAY
           MOVE SPACES TO LS-CONTENT-STAGE
           MOVE SPACES TO LS-LINE
           STRING
               "CO2: " FUNCTION TRIM(LS-PPM-DISPLAY) " ppm ("
               FUNCTION TRIM(LS-LEVEL-TEXT) "), "
               FUNCTION TRIM(LS-AGE-TEXT)
               INTO LS-LINE
           END-STRING
           PERFORM APPEND-CONTENT-LINE

           MOVE "N" TO LS-HAS-ALERT
           IF LS-TS-MINUTE = 0
               OR LS-NOW-MINUTE - LS-TS-MINUTE > C-STALE-AFTER-MIN
           THEN
               IF IN-LANG = "EN"
               THEN
                   MOVE "No recent reading: check the monitor before "
                       & "acting on this value" TO LS-LINE
               ELSE
                   MOVE "Pas de mesure recente : verifier le capteur "
                       & "avant de se fier a cette valeur" TO LS-LINE
               END-IF
               PERFORM APPEND-CONTENT-LINE
           ELSE
               MOVE SPACES TO LS-ADVICE
               CALL "HEALTH-RECOMMENDATION" USING
                   BY REFERENCE C-CO2-ITEM-NAME
                   BY REFERENCE LS-VENTILATION-LEVEL
                   BY REFERENCE IN-LANG
                   BY REFERENCE LS-ADVICE
               END-CALL
               IF LS-ADVICE NOT = SPACES
               THEN
                   MOVE LS-ADVICE TO LS-LINE
                   PERFORM APPEND-CONTENT-LINE
               END-IF
               IF LS-VENTILATION-LEVEL = 3
               THEN
                   MOVE "Y" TO LS-HAS-ALERT
               END-IF
           END-IF

           MOVE SPACES TO LS-ITEM-TITLE
           STRING
               FUNCTION TRIM(LS-RM-ROOM(LS-RM-IDX)) ": "
               FUNCTION TRIM(LS-PPM-DISPLAY) " ppm"
               INTO LS-ITEM-TITLE
           END-STRING
           MOVE SPACES TO LS-ITEM-ID
           STRING
               "co2-" LS-TODAY-STR "-"
               FUNCTION TRIM(LS-RM-SENSOR-ID(LS-RM-IDX)) "-"
               FUNCTION TRIM(LS-RM-ROOM(LS-RM-IDX))
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
               BY REFERENCE LS-LATITUDE-DEGREES
               BY REFERENCE LS-LONGITUDE-DEGREES
               BY REFERENCE C-NO-LOCATION
               BY REFERENCE LS-HAS-ALERT
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
           ADD 1 TO LS-ENTRY-COUNT.

      *> ===============================================================
      *> PARAGRAPH: APPEND-CONTENT-LINE
      *> PURPOSE: Add LS-LINE to the item content on its own line.
      *> ===============================================================
       APPEND-CONTENT-LINE.
           IF FUNCTION TRIM(LS-CONTENT-STAGE) = SPACES
           THEN
               MOVE FUNCTION TRIM(LS-LINE) TO LS-CONTENT-STAGE
           ELSE
               MOVE LS-CONTENT-STAGE TO LS-CONTENT-SCRATCH
               STRING
                   FUNCTION TRIM(LS-CONTENT-SCRATCH) X"0A"
                   FUNCTION TRIM(LS-LINE)
                   INTO LS-CONTENT-STAGE
               END-STRING
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: PARSE-READING-TIMESTAMP
      *> PURPOSE: Turn LS-TS-TEXT into LS-TS-MINUTE. Accepts the
      *>          server's own YYYYMMDDhhmm... stamp and an ISO
      *>          YYYY-MM-DDThh:mm... one; anything else leaves
      *>          LS-TS-MINUTE at 0.
      *> ===============================================================
       PARSE-READING-TIMESTAMP.
           MOVE 0 TO LS-TS-MINUTE
           MOVE SPACES TO LS-TS-STAMP
           IF LS-TS-TEXT(1:12) IS NUMERIC
           THEN
               MOVE LS-TS-TEXT(1:12) TO LS-TS-STAMP
           ELSE
               IF LS-TS-TEXT(5:1) = "-" AND LS-TS-TEXT(8:1) = "-"
                   AND LS-TS-TEXT(14:1) = ":"
               THEN
                   STRING
                       LS-TS-TEXT(1:4) LS-TS-TEXT(6:2)
                       LS-TS-TEXT(9:2) LS-TS-TEXT(12:2)
                       LS-TS-TEXT(15:2)
                       INTO LS-TS-STAMP
                   END-STRING
               END-IF
           END-IF
           IF LS-TS-STAMP IS NOT NUMERIC
           THEN
               EXIT PARAGRAPH
           END-IF
           IF LS-TS-MONTH < 1 OR LS-TS-MONTH > 12
               OR LS-TS-DAY < 1 OR LS-TS-DAY > 31
               OR LS-TS-HOUR > 23 OR LS-TS-MIN > 59
           THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE LS-TS-ORDINAL =
               FUNCTION INTEGER-OF-DATE(LS-TS-DATE)
           IF LS-TS-ORDINAL <= 0
           THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE LS-TS-MINUTE =
               LS-TS-ORDINAL * 1440 + LS-TS-HOUR * 60 + LS-TS-MIN.

      *> ===============================================================
      *> PARAGRAPH: FORMAT-READING-AGE
      *> PURPOSE: Word how long ago LS-TS-MINUTE was, in minutes,
      *>          hours or days.
      *> ===============================================================
       FORMAT-READING-AGE.
           MOVE SPACES TO LS-AGE-TEXT
           IF LS-TS-MINUTE = 0
           THEN
               IF IN-LANG = "EN"
               THEN
                   MOVE "age unknown" TO LS-AGE-TEXT
               ELSE
                   MOVE "age inconnu" TO LS-AGE-TEXT
               END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE LS-AGE-MINUTES = LS-NOW-MINUTE - LS-TS-MINUTE
           IF LS-AGE-MINUTES < 0
           THEN
               MOVE 0 TO LS-AGE-MINUTES
           END-IF
           EVALUATE TRUE
           WHEN LS-AGE-MINUTES < 60
               MOVE LS-AGE-MINUTES TO LS-AGE-NUMBER
               MOVE LS-AGE-NUMBER TO LS-AGE-DISPLAY
               IF IN-LANG = "EN"
               THEN
                   STRING
                       FUNCTION TRIM(LS-AGE-DISPLAY) " min ago"
                       INTO LS-AGE-TEXT
                   END-STRING
               ELSE
                   STRING
                       "il y a " FUNCTION TRIM(LS-AGE-DISPLAY) " min"
                       INTO LS-AGE-TEXT
                   END-STRING
               END-IF
           WHEN LS-AGE-MINUTES < 2880
               COMPUTE LS-AGE-NUMBER = LS-AGE-MINUTES / 60
               MOVE LS-AGE-NUMBER TO LS-AGE-DISPLAY
               IF IN-LANG = "EN"
               THEN
                   STRING
                       FUNCTION TRIM(LS-AGE-DISPLAY) " h ago"
                       INTO LS-AGE-TEXT
                   END-STRING
               ELSE
                   STRING
                       "il y a " FUNCTION TRIM(LS-AGE-DISPLAY) " h"
                       INTO LS-AGE-TEXT
                   END-STRING
               END-IF
           WHEN OTHER
               IF LS-AGE-MINUTES / 1440 > 99999
               THEN
                   MOVE 99999 TO LS-AGE-NUMBER
               ELSE
                   COMPUTE LS-AGE-NUMBER = LS-AGE-MINUTES / 1440
               END-IF
               MOVE LS-AGE-NUMBER TO LS-AGE-DISPLAY
               IF IN-LANG = "EN"
               THEN
                   STRING
                       FUNCTION TRIM(LS-AGE-DISPLAY) " days ago"
                       INTO LS-AGE-TEXT
                   END-STRING
               ELSE
                   STRING
                       "il y a " FUNCTION TRIM(LS-AGE-DISPLAY)
                       " jours"
                       INTO LS-AGE-TEXT
                   END-STRING
               END-IF
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: RENDER-NO-ROOM-ITEM
      *> PURPOSE: One explicit item when no monitor in the building
      *>          has posted anything yet - a misspelled building
      *>          or a new school must never read as a broken feed.
      *> ===============================================================
       RENDER-NO-ROOM-ITEM.
           IF IN-LANG = "EN"
           THEN
               MOVE "No CO2 reading" TO LS-ITEM-TITLE
               MOVE "No classroom monitor in this building has "
                   & "posted a reading yet" TO LS-CONTENT-STAGE
           ELSE
               MOVE "Aucune mesure de CO2" TO LS-ITEM-TITLE
               MOVE "Aucun capteur de salle de ce batiment n'a "
                   & "encore transmis de mesure" TO LS-CONTENT-STAGE
           END-IF
           MOVE SPACES TO LS-ITEM-ID
           STRING
               "co2-" LS-TODAY-STR "-none"
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
               BY REFERENCE LS-LATITUDE-DEGREES
               BY REFERENCE LS-LONGITUDE-DEGREES
               BY REFERENCE C-NO-LOCATION
               BY REFERENCE C-NOT-ALERT
               BY REFERENCE LS-ITEM
           END-CALL
           MOVE FUNCTION TRIM(LS-ITEM) TO LS-ENTRIES.

       END PROGRAM CO2-FEED-SERVICE.
