      *> ===============================================================
      *> PROGRAM: SENSOR-FEED-SERVICE
      *> PURPOSE: Answer GET /sensor-rss: our own sensor network as a
      *>          public feed, one entry per unit in service. Each
      *>          entry carries the unit's latest reading per
      *>          pollutant from sensor-readings.dat, the 1-6 index
      *>          that value bands onto (the European AQI breakpoints
      *>          CAMS-RAW-FETCH uses), how old the reading is, and the
      *>          official PREV'AIR value at the same spot through
      *>          PREVAIR-RAW-FETCH for comparison, with a GeoRSS
      *>          point at the unit's last reported position.
      *>          A unit the last SENSOR-RECONCILIATION-BATCH run
      *>          found drifting (see the sensor-drift-flag copybook)
      *>          is still listed, but marked as drifting in its title
      *>          and content and tagged with a "drifting" category,
      *>          never published as if its reading were sound.
      *>          Decommissioned or unregistered units are left out.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENSOR-FEED-SERVICE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENSOR-READING-FILE ASSIGN TO
                   "sensor-readings.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEN-KEY
               FILE STATUS IS WS-SEN-FILE-STATUS.

           SELECT SENSOR-DRIFT-FLAG-FILE ASSIGN TO
                   "sensor-drift-flags.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DF-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  SENSOR-READING-FILE.
       COPY sensor-reading IN "air-quality/service".

       FD  SENSOR-DRIFT-FLAG-FILE.
       COPY sensor-drift-flag IN "air-quality/batch".

       WORKING-STORAGE SECTION.
       01  WS-SEN-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-DF-FILE-STATUS            PIC X(02) VALUE SPACES.
      *> The archive layout this program was compiled against (see
      *> AQRSS-LAYOUT-VERSION).
       01  C-SEN-FILE-NAME              PIC X(40)
               VALUE "sensor-readings.dat".
       01  C-SEN-LAYOUT-VERSION         PIC 9(3) VALUE 2.

       LOCAL-STORAGE SECTION.
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

      *> One slot per unit seen in the archive, each with the
      *> latest reading per pollutant it posts; the key orders a
      *> unit's readings by timestamp, so later records replace
      *> earlier ones in their slot.
       01  C-UNIT-MAX-COUNT             CONSTANT AS 20.
       01  LS-UNIT-COUNT                PIC 9(2) VALUE 0.
       01  LS-UNIT-TABLE.
           05  LS-UN-ENTRY OCCURS 20 TIMES INDEXED BY LS-UN-IDX.
               10  LS-UN-SENSOR-ID      PIC X(16).
               10  LS-UN-LATITUDE-STR   PIC X(10).
               10  LS-UN-LONGITUDE-STR  PIC X(10).
               10  LS-UN-POLL-COUNT     PIC 9(1).
               10  LS-UN-POLL OCCURS 5 TIMES.
                   15  LS-UN-POLLUTANT  PIC X(4).
                   15  LS-UN-VALUE      PIC 9(3)V9(1).
                   15  LS-UN-TIMESTAMP  PIC X(21).
       01  LS-UNIT-FOUND                USAGE BINARY-LONG VALUE 0.
       01  LS-POLL-IDX                  PIC 9(1) VALUE 0.
       01  LS-POLL-FOUND                PIC 9(1) VALUE 0.

      *> The last reconciliation run's drifting pairs.
       01  LS-FLAG-COUNT                PIC 9(2) VALUE 0.
       01  LS-FLAG-TABLE.
           05  LS-FL-ENTRY OCCURS 30 TIMES INDEXED BY LS-FL-IDX.
               10  LS-FL-SENSOR-ID      PIC X(16).
               10  LS-FL-POLLUTANT      PIC X(4).
               10  LS-FL-RUN-DATE       PIC X(8).
               10  LS-FL-SENSOR-VALUE   PIC 9(3)V9(1).
               10  LS-FL-OFFICIAL-VALUE PIC 9(3)V9(1).
       01  LS-UNIT-DRIFTING             PIC X(01) VALUE "N".
       01  LS-DRIFT-FOUND               USAGE BINARY-LONG VALUE 0.

       COPY sensor-registry-record IN "air-quality/service".
       COPY "pollutant-data" IN "pollutant/service".
       01  LS-LATITUDE-DEGREES          PIC S9(3)V9(8) VALUE 0.
       01  LS-LONGITUDE-DEGREES         PIC S9(3)V9(8) VALUE 0.
       01  LS-ENTRY-IDX                 PIC 9(2) VALUE 0.
       01  LS-OFFICIAL-NAME             PIC X(4) VALUE SPACES.
       01  LS-OFFICIAL-VALUE            PIC 9(3)V9(1) VALUE 0.
       01  LS-OFFICIAL-FOUND            PIC X(01) VALUE "N".

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

       01  LS-CONCENTRATION             PIC 9(3)V9(1) VALUE 0.
       01  LS-BAND-INDEX                PIC 9(9) COMP-5 VALUE 0.
       01  LS-WORST-INDEX               PIC 9(9) COMP-5 VALUE 0.
       01  LS-INDEX-DISPLAY             PIC X(35) VALUE SPACES.
       01  LS-OFFICIAL-INDEX-DISPLAY    PIC X(35) VALUE SPACES.
       01  LS-VALUE-DISPLAY             PIC ZZ9.9.
       01  LS-OFFICIAL-DISPLAY          PIC ZZ9.9.
       01  LS-FLAG-VALUE-DISPLAY        PIC ZZ9.9.
       01  LS-FLAG-OFFICIAL-DISPLAY     PIC ZZ9.9.
       01  LS-POLLUTANT-LABEL           PIC X(8) VALUE SPACES.
       01  LS-OFFICIAL-TEXT             PIC X(80) VALUE SPACES.

       01  LS-LINE                      PIC X(300) VALUE SPACES.
       01  LS-CONTENT-STAGE             PIC X(10000) VALUE SPACES.
       01  LS-CONTENT-SCRATCH           PIC X(10000) VALUE SPACES.
       01  LS-ITEM-ID                   PIC X(100) VALUE SPACES.
       01  LS-ITEM-TITLE                PIC X(100) VALUE SPACES.
       01  LS-ITEM                      PIC X(10000) VALUE SPACES.
       01  LS-ENTRIES                   PIC X(10000) VALUE SPACES.
       01  LS-ENTRY-COUNT               PIC 9(2) VALUE 0.
       01  LS-TREND-TERM                PIC X(12) VALUE SPACES.
       01  LS-HAS-ALERT                 PIC X(01) VALUE "N".
       01  C-HAS-LOCATION               PIC X(01) VALUE "Y".
       01  C-NO-LOCATION                PIC X(01) VALUE "N".
       01  C-NOT-ALERT                  PIC X(01) VALUE "N".
       01  LS-AUTHOR                    PIC X(100)
               VALUE "Local sensor network".
       01  LS-FEED-TITLE                PIC X(100) VALUE SPACES.
       01  LS-FEED-URL                  PIC X(1000) VALUE SPACES.
       01  LS-UPDATED-AT                PIC X(24) VALUE SPACES.

       LINKAGE SECTION.
       01  IN-URL                       PIC X(100).
       01  IN-FORMAT                    PIC X(4).
       01  IN-LANG                      PIC X(2).
       01  OUT-SENSOR-RSS               PIC X(10000).

       PROCEDURE DIVISION USING
           BY REFERENCE IN-URL
           BY REFERENCE IN-FORMAT
           BY REFERENCE IN-LANG
           BY REFERENCE OUT-SENSOR-RSS.

           MOVE FUNCTION CURRENT-DATE TO LS-CURRENT-DATE-AND-TIME
           COMPUTE LS-TODAY-YYYYMMDD =
               LS-CDT-YEAR * 10000 + LS-CDT-MONTH * 100 + LS-CDT-DAY
           MOVE LS-TODAY-YYYYMMDD TO LS-TODAY-STR
           COMPUTE LS-NOW-MINUTE =
               FUNCTION INTEGER-OF-DATE(LS-TODAY-YYYYMMDD) * 1440
               + LS-CDT-HOUR * 60 + LS-CDT-MINUTE

           STRING
               LS-CDT-YEAR "-" LS-CDT-MONTH "-" LS-CDT-DAY
               "T00:00:00Z"
               INTO LS-UPDATED-AT
           END-STRING
           ACCEPT LS-FEED-URL FROM ENVIRONMENT "AIR_QUALITY_FEED_URL"
           STRING FUNCTION TRIM(LS-FEED-URL)
               FUNCTION TRIM(IN-URL)
               INTO LS-FEED-URL
           END-STRING
           IF IN-LANG = "EN"
           THEN
               MOVE "Local sensor network" TO LS-FEED-TITLE
           ELSE
               MOVE "Reseau de capteurs locaux" TO LS-FEED-TITLE
           END-IF

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-SEN-FILE-NAME
               BY REFERENCE C-SEN-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-DRIFT-FLAGS
           PERFORM COLLECT-LATEST-READINGS

           MOVE SPACES TO LS-ENTRIES
           MOVE 0 TO LS-ENTRY-COUNT
           PERFORM VARYING LS-UN-IDX FROM 1 BY 1
               UNTIL LS-UN-IDX > LS-UNIT-COUNT
               PERFORM APPEND-ONE-SENSOR-ITEM
           END-PERFORM
           IF LS-ENTRY-COUNT = 0
           THEN
               PERFORM RENDER-NO-SENSOR-ITEM
           END-IF

           CALL "RENDER-RSS-FEED" USING
               BY REFERENCE LS-FEED-URL
               BY REFERENCE LS-UPDATED-AT
               BY REFERENCE LS-FEED-TITLE
               BY REFERENCE IN-FORMAT
               BY REFERENCE LS-ENTRIES
               BY REFERENCE OUT-SENSOR-RSS
           END-CALL

           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: LOAD-DRIFT-FLAGS
      *> PURPOSE: Read the last reconciliation run's drifting pairs;
      *>          no file means no run has flagged anything yet.
      *> ===============================================================
       LOAD-DRIFT-FLAGS.
           MOVE 0 TO LS-FLAG-COUNT
           OPEN INPUT SENSOR-DRIFT-FLAG-FILE
           IF WS-DF-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DF-FILE-STATUS = "10"
               READ SENSOR-DRIFT-FLAG-FILE
                   AT END
                       MOVE "10" TO WS-DF-FILE-STATUS
                   NOT AT END
                       IF LS-FLAG-COUNT < 30
                       THEN
                           ADD 1 TO LS-FLAG-COUNT
                           SET LS-FL-IDX TO LS-FLAG-COUNT
                           MOVE SDF-SENSOR-ID
                               TO LS-FL-SENSOR-ID(LS-FL-IDX)
                           MOVE SDF-POLLUTANT
                               TO LS-FL-POLLUTANT(LS-FL-IDX)
                           MOVE SDF-RUN-DATE
                               TO LS-FL-RUN-DATE(LS-FL-IDX)
                           MOVE SDF-SENSOR-VALUE
                               TO LS-FL-SENSOR-VALUE(LS-FL-IDX)
                           MOVE SDF-OFFICIAL-VALUE
                               TO LS-FL-OFFICIAL-VALUE(LS-FL-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SENSOR-DRIFT-FLAG-FILE.

      *> ===============================================================
      *> PARAGRAPH: COLLECT-LATEST-READINGS
      *> PURPOSE: Walk the whole sensor archive, keeping each unit's
      *>          latest reading per pollutant and its latest
      *>          position.
      *> ===============================================================
       COLLECT-LATEST-READINGS.
           MOVE 0 TO LS-UNIT-COUNT
           OPEN INPUT SENSOR-READING-FILE
           IF WS-SEN-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-SEN-FILE-STATUS = "10"
               READ SENSOR-READING-FILE NEXT
                   AT END
                       MOVE "10" TO WS-SEN-FILE-STATUS
                   NOT AT END
                       PERFORM FILE-READING-IN-UNIT-SLOT
               END-READ
           END-PERFORM
           CLOSE SENSOR-READING-FILE.

      *> ===============================================================
      *> PARAGRAPH: FILE-READING-IN-UNIT-SLOT
      *> PURPOSE: Replace (or claim) the unit and pollutant slot for
      *>          the SEN-RECORD just read.
      *> ===============================================================
       FILE-READING-IN-UNIT-SLOT.
           MOVE 0 TO LS-UNIT-FOUND
           PERFORM VARYING LS-UN-IDX FROM 1 BY 1
               UNTIL LS-UN-IDX > LS-UNIT-COUNT
               IF LS-UN-SENSOR-ID(LS-UN-IDX) = SEN-SENSOR-ID
               THEN
                   SET LS-UNIT-FOUND TO LS-UN-IDX
               END-IF
           END-PERFORM
           IF LS-UNIT-FOUND = 0
           THEN
               IF LS-UNIT-COUNT >= C-UNIT-MAX-COUNT
               THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO LS-UNIT-COUNT
               MOVE LS-UNIT-COUNT TO LS-UNIT-FOUND
               MOVE SEN-SENSOR-ID TO LS-UN-SENSOR-ID(LS-UNIT-FOUND)
               MOVE 0 TO LS-UN-POLL-COUNT(LS-UNIT-FOUND)
           END-IF
           SET LS-UN-IDX TO LS-UNIT-FOUND
           MOVE SEN-LATITUDE-STR TO LS-UN-LATITUDE-STR(LS-UN-IDX)
           MOVE SEN-LONGITUDE-STR TO LS-UN-LONGITUDE-STR(LS-UN-IDX)

           MOVE 0 TO LS-POLL-FOUND
           PERFORM VARYING LS-POLL-IDX FROM 1 BY 1
               UNTIL LS-POLL-IDX > LS-UN-POLL-COUNT(LS-UN-IDX)
               IF LS-UN-POLLUTANT(LS-UN-IDX, LS-POLL-IDX)
                   = SEN-POLLUTANT
               THEN
                   MOVE LS-POLL-IDX TO LS-POLL-FOUND
               END-IF
           END-PERFORM
           IF LS-POLL-FOUND = 0
           THEN
               IF LS-UN-POLL-COUNT(LS-UN-IDX) >= 5
               THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO LS-UN-POLL-COUNT(LS-UN-IDX)
               MOVE LS-UN-POLL-COUNT(LS-UN-IDX) TO LS-POLL-FOUND
               MOVE SEN-POLLUTANT
                   TO LS-UN-POLLUTANT(LS-UN-IDX, LS-POLL-FOUND)
           END-IF
           MOVE SEN-VALUE TO LS-UN-VALUE(LS-UN-IDX, LS-POLL-FOUND)
           MOVE SEN-TIMESTAMP
               TO LS-UN-TIMESTAMP(LS-UN-IDX, LS-POLL-FOUND).

      *> ===============================================================
      *> PARAGRAPH: APPEND-ONE-SENSOR-ITEM
      *> PURPOSE: Render the LS-UN-IDX unit as its own feed item: one
      *>          line per pollutant with the official comparison,
      *>          preceded by the drift warning when the last
      *>          reconciliation run flagged the unit.
      *> ===============================================================
       APPEND-ONE-SENSOR-ITEM.
           CALL "SENSOR-REGISTRY-LOOKUP" USING
               BY REFERENCE LS-UN-SENSOR-ID(LS-UN-IDX)
               BY REFERENCE SR-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           IF SR-DECOMMISSIONED-DATE NOT = SPACES
               AND SR-DECOMMISSIONED-DATE <= LS-TODAY-STR
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION NUMVAL(LS-UN-LATITUDE-STR(LS-UN-IDX))
               TO LS-LATITUDE-DEGREES
           MOVE FUNCTION NUMVAL(LS-UN-LONGITUDE-STR(LS-UN-IDX))
               TO LS-LONGITUDE-DEGREES
           MOVE 0 TO POLLUTANT-COUNT
           CALL "PREVAIR-RAW-FETCH" USING
               BY REFERENCE LS-TODAY-STR
               BY REFERENCE LS-LATITUDE-DEGREES
               BY REFERENCE LS-LONGITUDE-DEGREES
               BY REFERENCE POLLUTANT-GRP

           MOVE SPACES TO LS-CONTENT-STAGE
           MOVE "N" TO LS-UNIT-DRIFTING
           MOVE 0 TO LS-WORST-INDEX
           PERFORM VARYING LS-FL-IDX FROM 1 BY 1
               UNTIL LS-FL-IDX > LS-FLAG-COUNT
               IF LS-FL-SENSOR-ID(LS-FL-IDX)
                   = LS-UN-SENSOR-ID(LS-UN-IDX)
               THEN
                   MOVE "Y" TO LS-UNIT-DRIFTING
                   PERFORM APPEND-DRIFT-WARNING-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING LS-POLL-IDX FROM 1 BY 1
               UNTIL LS-POLL-IDX > LS-UN-POLL-COUNT(LS-UN-IDX)
               PERFORM APPEND-ONE-POLLUTANT-LINE
           END-PERFORM

           MOVE SPACES TO LS-ITEM-TITLE
           MOVE SPACES TO LS-TREND-TERM
           MOVE "N" TO LS-HAS-ALERT
           IF LS-UNIT-DRIFTING = "Y"
           THEN
               MOVE "drifting" TO LS-TREND-TERM
               IF IN-LANG = "EN"
               THEN
                   STRING
                       FUNCTION TRIM(SR-SITE) " ("
                       FUNCTION TRIM(SR-SENSOR-ID) ") - drifting"
                       INTO LS-ITEM-TITLE
                   END-STRING
               ELSE
                   STRING
                       FUNCTION TRIM(SR-SITE) " ("
                       FUNCTION TRIM(SR-SENSOR-ID) ") - en derive"
                       INTO LS-ITEM-TITLE
                   END-STRING
               END-IF
           ELSE
               STRING
                   FUNCTION TRIM(SR-SITE) " ("
                   FUNCTION TRIM(SR-SENSOR-ID) ")"
                   INTO LS-ITEM-TITLE
               END-STRING
      *> A drifting unit's high reading is not trusted enough to
      *> raise the alert category on its own.
               IF LS-WORST-INDEX >= 5
               THEN
                   MOVE "Y" TO LS-HAS-ALERT
               END-IF
           END-IF

           MOVE SPACES TO LS-ITEM-ID
           STRING
               "sensor" LS-TODAY-STR "-"
               FUNCTION TRIM(LS-UN-SENSOR-ID(LS-UN-IDX))
               INTO LS-ITEM-ID
           END-STRING
           CALL "RENDER-RSS-ITEM-TAGGED" USING
               BY REFERENCE LS-ITEM-ID
               BY REFERENCE LS-FEED-URL
               BY REFERENCE LS-UPDATED-AT
               BY REFERENCE LS-AUTHOR
               BY REFERENCE LS-ITEM-TITLE
               BY REFERENCE LS-CONTENT-STAGE
               BY REFERENCE IN-FORMAT
               BY REFERENCE LS-LATITUDE-DEGREES
               BY REFERENCE LS-LONGITUDE-DEGREES
               BY REFERENCE C-HAS-LOCATION
               BY REFERENCE LS-HAS-ALERT
               BY REFERENCE LS-TREND-TERM
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
      *> PARAGRAPH: APPEND-DRIFT-WARNING-LINE
      *> PURPOSE: Add the LS-FL-IDX flag's warning line to the item.
      *> ===============================================================
       APPEND-DRIFT-WARNING-LINE.
           MOVE LS-FL-POLLUTANT(LS-FL-IDX) TO LS-OFFICIAL-NAME
           PERFORM SET-POLLUTANT-LABEL
           MOVE LS-FL-SENSOR-VALUE(LS-FL-IDX) TO LS-FLAG-VALUE-DISPLAY
           MOVE LS-FL-OFFICIAL-VALUE(LS-FL-IDX)
               TO LS-FLAG-OFFICIAL-DISPLAY
           MOVE SPACES TO LS-LINE
           IF IN-LANG = "EN"
           THEN
               STRING
                   "DRIFTING: the reconciliation run of "
                   LS-FL-RUN-DATE(LS-FL-IDX)(1:4) "-"
                   LS-FL-RUN-DATE(LS-FL-IDX)(5:2) "-"
                   LS-FL-RUN-DATE(LS-FL-IDX)(7:2)
                   " found " FUNCTION TRIM(LS-POLLUTANT-LABEL) " "
                   FUNCTION TRIM(LS-FLAG-VALUE-DISPLAY)
                   " vs official "
                   FUNCTION TRIM(LS-FLAG-OFFICIAL-DISPLAY)
                   " µg/m³; treat this unit's readings with caution"
                   INTO LS-LINE
               END-STRING
           ELSE
               STRING
                   "EN DERIVE : la comparaison du "
                   LS-FL-RUN-DATE(LS-FL-IDX)(7:2) "/"
                   LS-FL-RUN-DATE(LS-FL-IDX)(5:2) "/"
                   LS-FL-RUN-DATE(LS-FL-IDX)(1:4)
                   " a releve " FUNCTION TRIM(LS-POLLUTANT-LABEL) " "
                   FUNCTION TRIM(LS-FLAG-VALUE-DISPLAY)
                   " contre "
                   FUNCTION TRIM(LS-FLAG-OFFICIAL-DISPLAY)
                   " µg/m³ officiels ; mesures a prendre avec "
                   "precaution"
                   INTO LS-LINE
               END-STRING
           END-IF
           PERFORM APPEND-CONTENT-LINE.

      *> ===============================================================
      *> PARAGRAPH: APPEND-ONE-POLLUTANT-LINE
      *> PURPOSE: Add the LS-POLL-IDX reading's line: value, index,
      *>          age and the official value at the same spot.
      *> ===============================================================
       APPEND-ONE-POLLUTANT-LINE.
           MOVE LS-UN-POLLUTANT(LS-UN-IDX, LS-POLL-IDX)
               TO LS-OFFICIAL-NAME
           PERFORM SET-POLLUTANT-LABEL

           MOVE LS-UN-VALUE(LS-UN-IDX, LS-POLL-IDX)
               TO LS-CONCENTRATION
           PERFORM BAND-CONCENTRATION
           IF LS-BAND-INDEX > LS-WORST-INDEX
           THEN
               MOVE LS-BAND-INDEX TO LS-WORST-INDEX
           END-IF
           CALL "INDEX-DISPLAY" USING
               LS-BAND-INDEX
               LS-INDEX-DISPLAY
           MOVE LS-CONCENTRATION TO LS-VALUE-DISPLAY

           MOVE LS-UN-TIMESTAMP(LS-UN-IDX, LS-POLL-IDX) TO LS-TS-TEXT
           PERFORM PARSE-READING-TIMESTAMP
           PERFORM FORMAT-READING-AGE

           PERFORM FIND-OFFICIAL-VALUE
           MOVE SPACES TO LS-OFFICIAL-TEXT
           IF LS-OFFICIAL-FOUND = "Y"
           THEN
               MOVE LS-OFFICIAL-VALUE TO LS-CONCENTRATION
               MOVE LS-OFFICIAL-VALUE TO LS-OFFICIAL-DISPLAY
               PERFORM BAND-CONCENTRATION
               CALL "INDEX-DISPLAY" USING
                   LS-BAND-INDEX
                   LS-OFFICIAL-INDEX-DISPLAY
               STRING
                   "PREV'AIR " FUNCTION TRIM(LS-OFFICIAL-DISPLAY)
                   " µg/m³ (" FUNCTION TRIM(LS-OFFICIAL-INDEX-DISPLAY)
                   ")"
                   INTO LS-OFFICIAL-TEXT
               END-STRING
           ELSE
               IF IN-LANG = "EN"
               THEN
                   MOVE "PREV'AIR: no reading" TO LS-OFFICIAL-TEXT
               ELSE
                   MOVE "PREV'AIR : pas de mesure" TO LS-OFFICIAL-TEXT
               END-IF
           END-IF

           MOVE SPACES TO LS-LINE
           STRING
               FUNCTION TRIM(LS-POLLUTANT-LABEL) ": "
               FUNCTION TRIM(LS-VALUE-DISPLAY) " µg/m³ ("
               FUNCTION TRIM(LS-INDEX-DISPLAY) "), "
               FUNCTION TRIM(LS-AGE-TEXT) " - "
               FUNCTION TRIM(LS-OFFICIAL-TEXT)
               INTO LS-LINE
           END-STRING
           PERFORM APPEND-CONTENT-LINE.

      *> ===============================================================
      *> PARAGRAPH: APPEND-CONTENT-LINE
      *> PURPOSE: Append LS-LINE to the item content, newline
      *>          separated.
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
      *> PARAGRAPH: SET-POLLUTANT-LABEL
      *> PURPOSE: Display label for the archive's pollutant code in
      *>          LS-OFFICIAL-NAME.
      *> ===============================================================
       SET-POLLUTANT-LABEL.
           EVALUATE FUNCTION LOWER-CASE(
                   FUNCTION TRIM(LS-OFFICIAL-NAME))
           WHEN "pm25"
               MOVE "PM2.5" TO LS-POLLUTANT-LABEL
           WHEN OTHER
               MOVE FUNCTION UPPER-CASE(LS-OFFICIAL-NAME)
                   TO LS-POLLUTANT-LABEL
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: FIND-OFFICIAL-VALUE
      *> PURPOSE: Pick the PREV'AIR average for the LS-POLL-IDX
      *>          reading's pollutant out of the fetched group; the
      *>          provider's names are upper-case and may carry NULs.
      *> ===============================================================
       FIND-OFFICIAL-VALUE.
           MOVE "N" TO LS-OFFICIAL-FOUND
           PERFORM VARYING LS-ENTRY-IDX FROM 1 BY 1
               UNTIL LS-ENTRY-IDX > POLLUTANT-COUNT
               MOVE POLLUTANT-NAMES(LS-ENTRY-IDX) TO LS-OFFICIAL-NAME
               INSPECT LS-OFFICIAL-NAME
                   REPLACING ALL X"00" BY SPACE
               IF FUNCTION UPPER-CASE(LS-OFFICIAL-NAME)
                   = FUNCTION UPPER-CASE(
                       LS-UN-POLLUTANT(LS-UN-IDX, LS-POLL-IDX))
               THEN
                   MOVE POLLUTANT-AVERAGES(LS-ENTRY-IDX)
                       TO LS-OFFICIAL-VALUE
                   MOVE "Y" TO LS-OFFICIAL-FOUND
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: BAND-CONCENTRATION
      *> PURPOSE: Band LS-CONCENTRATION for the pollutant in
      *>          LS-POLLUTANT-LABEL onto the 1-6 index with the
      *>          European AQI breakpoints.
      *> ===============================================================
       BAND-CONCENTRATION.
           EVALUATE FUNCTION TRIM(LS-POLLUTANT-LABEL)
           WHEN "PM2.5"
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
               END-EVALUATE
           WHEN "PM10"
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
               END-EVALUATE
           WHEN "NO2"
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
               END-EVALUATE
           WHEN "O3"
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
               END-EVALUATE
           WHEN "SO2"
               EVALUATE TRUE
               WHEN LS-CONCENTRATION <= 100
                   MOVE 1 TO LS-BAND-INDEX
               WHEN LS-CONCENTRATION <= 200
                   MOVE 2 TO LS-BAND-INDEX
               WHEN LS-CONCENTRATION <= 350
                   MOVE 3 TO LS-BAND-INDEX
               WHEN LS-CONCENTRATION <= 500
                   MOVE 4 TO LS-BAND-INDEX
               WHEN LS-CONCENTRATION <= 750
                   MOVE 5 TO LS-BAND-INDEX
               WHEN OTHER
                   MOVE 6 TO LS-BAND-INDEX
               END-EVALUATE
           WHEN OTHER
               MOVE 0 TO LS-BAND-INDEX
           END-EVALUATE.

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
      *> PURPOSE: Render the reading's age against now as minutes,
      *>          hours or days, whichever reads naturally; a
      *>          timestamp that cannot be parsed shows as unknown.
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
      *> PARAGRAPH: RENDER-NO-SENSOR-ITEM
      *> PURPOSE: One explicit item when no unit in service has
      *>          posted anything yet - an empty network must never
      *>          read as a broken feed.
      *> ===============================================================
       RENDER-NO-SENSOR-ITEM.
           IF IN-LANG = "EN"
           THEN
               MOVE "No sensor reading" TO LS-ITEM-TITLE
               MOVE "No sensor in service has posted a reading yet"
                   TO LS-CONTENT-STAGE
           ELSE
               MOVE "Aucune mesure de capteur" TO LS-ITEM-TITLE
               MOVE "Aucun capteur en service n'a encore transmis "
                   & "de mesure" TO LS-CONTENT-STAGE
           END-IF
           MOVE SPACES TO LS-ITEM-ID
           STRING
               "sensor" LS-TODAY-STR "-none"
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

       END PROGRAM SENSOR-FEED-SERVICE.
