      *> ===============================================================
      *> PROGRAM: FUSED-MAP-SERVICE
      *> PURPOSE: Answer GET /map-fused.geojson: the neighbourhood
      *>          surface the urban-planning office asked for - where
      *>          in town the air is worse than the official network
      *>          admits. GRID-GEOJSON-SERVICE colors each cell with
      *>          the nearest station's value, so every cell around a
      *>          station looks the same; here each cell's value is
      *>          interpolated from both the official PREV'AIR
      *>          stations around the box and our own calibrated
      *>          sensors, by inverse squared distance:
      *>              value = sum(w * v) / sum(w)
      *>              w     = trust / (distance_km^2 + C-SMOOTHING)
      *>          An official station has trust 1. A sensor's trust is
      *>          its drift track record over the last
      *>          C-TRACK-RECORD-DAYS days in sensor-drift-history.dat,
      *>          (clean checks + 1) / (checks + 2): an unchecked unit
      *>          starts at one half, a unit that keeps passing
      *>          reconciliation approaches a station, and a unit
      *>          that keeps drifting fades out of the surface.
      *>          Only sensor readings younger than
      *>          C-SENSOR-MAX-AGE-MIN minutes take part.
      *>          Each cell also carries the official-only value and
      *>          the excess of the fused value over it, which is the
      *>          figure the planners read. Stations are discovered
      *>          by sampling PREV'AIR at each cell center through
      *>          PREVAIR-RAW-FETCH (cache, budget, breaker), the same
      *>          calls GRID-GEOJSON-SERVICE makes.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUSED-MAP-SERVICE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENSOR-READING-FILE ASSIGN TO
                   "sensor-readings.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEN-KEY
               FILE STATUS IS WS-SEN-FILE-STATUS.

           SELECT SENSOR-DRIFT-HISTORY-FILE ASSIGN TO
                   "sensor-drift-history.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DH-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  SENSOR-READING-FILE.
       COPY sensor-reading IN "air-quality/service".

       FD  SENSOR-DRIFT-HISTORY-FILE.
       COPY sensor-drift-history IN "air-quality/batch".

       WORKING-STORAGE SECTION.
       01  WS-SEN-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-DH-FILE-STATUS            PIC X(02) VALUE SPACES.
      *> The archive layout this program was compiled against (see
      *> AQRSS-LAYOUT-VERSION).
       01  C-SEN-FILE-NAME              PIC X(40)
               VALUE "sensor-readings.dat".
       01  C-SEN-LAYOUT-VERSION         PIC 9(3) VALUE 2.

       LOCAL-STORAGE SECTION.
       01  C-GRID-MAX-N                 CONSTANT AS 5.
       01  C-SENSOR-MAX-AGE-MIN         CONSTANT AS 180.
       01  C-TRACK-RECORD-DAYS          CONSTANT AS 30.
      *> Added to the squared distance so a cell center sitting on
      *> a point does not divide by zero, and so no single point
      *> swamps the cell it sits in entirely (about 200 m).
       01  C-SMOOTHING-KM2              CONSTANT AS 0.04.
       01  LS-CURRENT-DATE-AND-TIME.
           05  LS-CDT-YEAR              PIC 9(4).
           05  LS-CDT-MONTH             PIC 9(2).
           05  LS-CDT-DAY               PIC 9(2).
           05  LS-CDT-HOUR              PIC 9(2).
           05  LS-CDT-MINUTE            PIC 9(2).
           05  FILLER                   PIC X(9).
       01  LS-TODAY-YYYYMMDD            PIC 9(8) VALUE 0.
       01  LS-DATE-STR                  PIC X(8) VALUE SPACES.
       01  LS-SINCE-YYYYMMDD            PIC 9(8) VALUE 0.
       01  LS-SINCE-STR                 PIC X(8) VALUE SPACES.
       01  LS-NOW-MINUTE                PIC S9(11) COMP-3 VALUE 0.
       01  LS-POLLUTANT                 PIC X(4) VALUE SPACES.

      *> Every point the surface is interpolated from: official
      *> stations first, then sensors. LS-PT-KIND is "O" or "S".
       01  C-POINT-MAX-COUNT            CONSTANT AS 45.
       01  LS-POINT-COUNT               PIC 9(2) VALUE 0.
       01  LS-OFFICIAL-COUNT            PIC 9(2) VALUE 0.
       01  LS-SENSOR-COUNT              PIC 9(2) VALUE 0.
       01  LS-POINT-TABLE.
           05  LS-PT-ENTRY OCCURS 45 TIMES INDEXED BY LS-PT-IDX.
               10  LS-PT-KIND           PIC X(1).
               10  LS-PT-SENSOR-ID      PIC X(16).
               10  LS-PT-LATITUDE       PIC S9(3)V9(8).
               10  LS-PT-LONGITUDE      PIC S9(3)V9(8).
               10  LS-PT-VALUE          PIC 9(3)V9(1).
               10  LS-PT-TIMESTAMP      PIC X(21).
               10  LS-PT-CHECKS         PIC 9(4).
               10  LS-PT-DRIFTS         PIC 9(4).
               10  LS-PT-TRUST          USAGE COMP-2.
       01  LS-POINT-FOUND               USAGE BINARY-LONG VALUE 0.

       01  LS-ROW-IDX                   PIC 9(1) VALUE 0.
       01  LS-COL-IDX                   PIC 9(1) VALUE 0.
       01  LS-CELL-LAT-STEP             PIC S9(3)V9(8) VALUE 0.
       01  LS-CELL-LONG-STEP            PIC S9(3)V9(8) VALUE 0.
       01  LS-CELL-SOUTH                PIC S9(3)V9(8) VALUE 0.
       01  LS-CELL-WEST                 PIC S9(3)V9(8) VALUE 0.
       01  LS-CELL-NORTH                PIC S9(3)V9(8) VALUE 0.
       01  LS-CELL-EAST                 PIC S9(3)V9(8) VALUE 0.
       01  LS-SAMPLE-LAT                PIC S9(3)V9(8) VALUE 0.
       01  LS-SAMPLE-LONG               PIC S9(3)V9(8) VALUE 0.
       01  LS-ENTRY-IDX                 PIC 9(2) VALUE 0.
       01  LS-OFFICIAL-NAME             PIC X(4) VALUE SPACES.
       01  LS-DISTANCE-KM               PIC 9(4)V9(2) VALUE 0.
       01  LS-WEIGHT                    USAGE COMP-2.
       01  LS-FUSED-SUM                 USAGE COMP-2.
       01  LS-FUSED-WEIGHT              USAGE COMP-2.
       01  LS-OFFICIAL-SUM              USAGE COMP-2.
       01  LS-OFFICIAL-WEIGHT           USAGE COMP-2.
       01  LS-FUSED-VALUE               PIC 9(3)V9(1) VALUE 0.
       01  LS-OFFICIAL-VALUE            PIC 9(3)V9(1) VALUE 0.
       01  LS-EXCESS-VALUE              PIC S9(3)V9(1) VALUE 0.
       01  LS-CONCENTRATION             PIC 9(3)V9(1) VALUE 0.
       01  LS-BAND-INDEX                PIC 9(1) VALUE 0.
       01  LS-CELL-COLOR                PIC X(7) VALUE "#9e9e9e".
       01  LS-FUSED-DISPLAY             PIC ZZ9.9.
       01  LS-OFFICIAL-DISPLAY          PIC ZZ9.9.
       01  LS-EXCESS-DISPLAY            PIC -ZZ9.9.
       01  LS-SOUTH-DISPLAY             PIC -ZZ9.999999.
       01  LS-WEST-DISPLAY              PIC -ZZ9.999999.
       01  LS-NORTH-DISPLAY             PIC -ZZ9.999999.
       01  LS-EAST-DISPLAY              PIC -ZZ9.999999.
       01  LS-COUNT-DISPLAY             PIC Z9.
       01  LS-SENSOR-COUNT-DISPLAY      PIC Z9.
       01  LS-FEATURE                   PIC X(600) VALUE SPACES.
       01  LS-FEATURES                  PIC X(9000) VALUE SPACES.
       01  LS-FEATURES-SCRATCH          PIC X(9000) VALUE SPACES.
       01  LS-FEATURE-COUNT             PIC 9(3) VALUE 0.
       01  LS-FEATURES-LEN              USAGE BINARY-LONG VALUE 0.

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

       COPY sensor-registry-record IN "air-quality/service".
       COPY "pollutant-data" IN "pollutant/service".

       LINKAGE SECTION.
       01  IN-MIN-LATITUDE              PIC S9(3)V9(8).
       01  IN-MIN-LONGITUDE             PIC S9(3)V9(8).
       01  IN-MAX-LATITUDE              PIC S9(3)V9(8).
       01  IN-MAX-LONGITUDE             PIC S9(3)V9(8).
      *> The grid dimension: N-by-N cells, clamped to C-GRID-MAX-N
      *> for the same budget reason as the coverage grid.
       01  IN-GRID-N                    PIC 9(1).
      *> The pollutant to map, in the sensor archive's vocabulary
      *> (pm25, pm10, no2, o3, so2); SPACES means pm25.
       01  IN-POLLUTANT                 PIC X(4).
       01  OUT-GEOJSON-BODY             PIC X(10000).

       PROCEDURE DIVISION USING
           BY REFERENCE IN-MIN-LATITUDE
           BY REFERENCE IN-MIN-LONGITUDE
           BY REFERENCE IN-MAX-LATITUDE
           BY REFERENCE IN-MAX-LONGITUDE
           BY REFERENCE IN-GRID-N
           BY REFERENCE IN-POLLUTANT
           BY REFERENCE OUT-GEOJSON-BODY.

           IF IN-GRID-N < 1
           THEN
               MOVE 4 TO IN-GRID-N
           END-IF
           IF IN-GRID-N > C-GRID-MAX-N
           THEN
               MOVE C-GRID-MAX-N TO IN-GRID-N
           END-IF
           MOVE FUNCTION LOWER-CASE(IN-POLLUTANT) TO LS-POLLUTANT
           IF LS-POLLUTANT = SPACES
           THEN
               MOVE "pm25" TO LS-POLLUTANT
           END-IF

           MOVE FUNCTION CURRENT-DATE TO LS-CURRENT-DATE-AND-TIME
           COMPUTE LS-TODAY-YYYYMMDD =
               LS-CDT-YEAR * 10000 + LS-CDT-MONTH * 100 + LS-CDT-DAY
           MOVE LS-TODAY-YYYYMMDD TO LS-DATE-STR
           COMPUTE LS-NOW-MINUTE =
               FUNCTION INTEGER-OF-DATE(LS-TODAY-YYYYMMDD) * 1440
               + LS-CDT-HOUR * 60 + LS-CDT-MINUTE
           COMPUTE LS-SINCE-YYYYMMDD = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(LS-TODAY-YYYYMMDD)
               - C-TRACK-RECORD-DAYS)
           MOVE LS-SINCE-YYYYMMDD TO LS-SINCE-STR

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-SEN-FILE-NAME
               BY REFERENCE C-SEN-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF

           COMPUTE LS-CELL-LAT-STEP =
               (IN-MAX-LATITUDE - IN-MIN-LATITUDE) / IN-GRID-N
           COMPUTE LS-CELL-LONG-STEP =
               (IN-MAX-LONGITUDE - IN-MIN-LONGITUDE) / IN-GRID-N

           MOVE 0 TO LS-POINT-COUNT
           PERFORM VARYING LS-ROW-IDX FROM 1 BY 1
               UNTIL LS-ROW-IDX > IN-GRID-N
               PERFORM VARYING LS-COL-IDX FROM 1 BY 1
                   UNTIL LS-COL-IDX > IN-GRID-N
                   PERFORM SET-CELL-BOUNDS
                   PERFORM DISCOVER-CELL-STATION
               END-PERFORM
           END-PERFORM
           MOVE LS-POINT-COUNT TO LS-OFFICIAL-COUNT

           PERFORM COLLECT-RECENT-SENSOR-READINGS
           PERFORM LOAD-DRIFT-TRACK-RECORDS
           COMPUTE LS-SENSOR-COUNT =
               LS-POINT-COUNT - LS-OFFICIAL-COUNT

           MOVE SPACES TO LS-FEATURES
           MOVE 0 TO LS-FEATURE-COUNT
           PERFORM VARYING LS-ROW-IDX FROM 1 BY 1
               UNTIL LS-ROW-IDX > IN-GRID-N
               PERFORM VARYING LS-COL-IDX FROM 1 BY 1
                   UNTIL LS-COL-IDX > IN-GRID-N
                   PERFORM SET-CELL-BOUNDS
                   PERFORM INTERPOLATE-ONE-CELL
               END-PERFORM
           END-PERFORM

      *> Each feature carries a trailing comma for its follower;
      *> strip the last one before closing the array.
           COMPUTE LS-FEATURES-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(LS-FEATURES, TRAILING))
           IF LS-FEATURES-LEN > 0
               AND LS-FEATURES(LS-FEATURES-LEN:1) = ","
           THEN
               MOVE SPACE TO LS-FEATURES(LS-FEATURES-LEN:1)
           END-IF

           MOVE LS-OFFICIAL-COUNT TO LS-COUNT-DISPLAY
           MOVE LS-SENSOR-COUNT TO LS-SENSOR-COUNT-DISPLAY
           MOVE SPACES TO OUT-GEOJSON-BODY
           STRING
               '{"type":"FeatureCollection","pollutant":"'
               FUNCTION TRIM(LS-POLLUTANT)
               '","stations":' FUNCTION TRIM(LS-COUNT-DISPLAY)
               ',"sensors":' FUNCTION TRIM(LS-SENSOR-COUNT-DISPLAY)
               ',"features":['                              X"0A"
               FUNCTION TRIM(LS-FEATURES)
               "]}"
               INTO OUT-GEOJSON-BODY
               ON OVERFLOW
                   DISPLAY "WARNING: fused GeoJSON exceeds "
                       LENGTH OF OUT-GEOJSON-BODY
                       " bytes, truncating"
           END-STRING

           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: SET-CELL-BOUNDS
      *> PURPOSE: Bounds and center of the (LS-ROW-IDX, LS-COL-IDX)
      *>          cell.
      *> ===============================================================
       SET-CELL-BOUNDS.
           COMPUTE LS-CELL-SOUTH =
               IN-MIN-LATITUDE
               + LS-CELL-LAT-STEP * (LS-ROW-IDX - 1)
           COMPUTE LS-CELL-NORTH = LS-CELL-SOUTH + LS-CELL-LAT-STEP
           COMPUTE LS-CELL-WEST =
               IN-MIN-LONGITUDE
               + LS-CELL-LONG-STEP * (LS-COL-IDX - 1)
           COMPUTE LS-CELL-EAST = LS-CELL-WEST + LS-CELL-LONG-STEP
           COMPUTE LS-SAMPLE-LAT =
               (LS-CELL-SOUTH + LS-CELL-NORTH) / 2
           COMPUTE LS-SAMPLE-LONG =
               (LS-CELL-WEST + LS-CELL-EAST) / 2.

      *> ===============================================================
      *> PARAGRAPH: DISCOVER-CELL-STATION
      *> PURPOSE: Ask PREV'AIR about the cell center and keep the
      *>          answering station as an official point, once per
      *>          station however many cells it answers for.
      *> ===============================================================
       DISCOVER-CELL-STATION.
           MOVE 0 TO POLLUTANT-COUNT
           CALL "PREVAIR-RAW-FETCH" USING
               BY REFERENCE LS-DATE-STR
               BY REFERENCE LS-SAMPLE-LAT
               BY REFERENCE LS-SAMPLE-LONG
               BY REFERENCE POLLUTANT-GRP

           PERFORM VARYING LS-ENTRY-IDX FROM 1 BY 1
               UNTIL LS-ENTRY-IDX > POLLUTANT-COUNT
               MOVE POLLUTANT-NAMES(LS-ENTRY-IDX) TO LS-OFFICIAL-NAME
               INSPECT LS-OFFICIAL-NAME
                   REPLACING ALL X"00" BY SPACE
               IF FUNCTION LOWER-CASE(LS-OFFICIAL-NAME)
                   = LS-POLLUTANT
               THEN
                   PERFORM KEEP-STATION-POINT
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: KEEP-STATION-POINT
      *> PURPOSE: Add the station behind the LS-ENTRY-IDX reading as
      *>          an official point unless it is already one. A fetch
      *>          that does not say where its station is stands for
      *>          the sample point itself.
      *> ===============================================================
       KEEP-STATION-POINT.
           IF STATION-LATITUDE-DEGREES = 0
               AND STATION-LONGITUDE-DEGREES = 0
           THEN
               MOVE LS-SAMPLE-LAT TO STATION-LATITUDE-DEGREES
               MOVE LS-SAMPLE-LONG TO STATION-LONGITUDE-DEGREES
           END-IF
           PERFORM VARYING LS-PT-IDX FROM 1 BY 1
               UNTIL LS-PT-IDX > LS-POINT-COUNT
               IF LS-PT-LATITUDE(LS-PT-IDX) = STATION-LATITUDE-DEGREES
                   AND LS-PT-LONGITUDE(LS-PT-IDX)
                       = STATION-LONGITUDE-DEGREES
               THEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF LS-POINT-COUNT >= C-POINT-MAX-COUNT
           THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-POINT-COUNT
           SET LS-PT-IDX TO LS-POINT-COUNT
           MOVE "O" TO LS-PT-KIND(LS-PT-IDX)
           MOVE SPACES TO LS-PT-SENSOR-ID(LS-PT-IDX)
           MOVE STATION-LATITUDE-DEGREES TO LS-PT-LATITUDE(LS-PT-IDX)
           MOVE STATION-LONGITUDE-DEGREES
               TO LS-PT-LONGITUDE(LS-PT-IDX)
           MOVE POLLUTANT-AVERAGES(LS-ENTRY-IDX)
               TO LS-PT-VALUE(LS-PT-IDX)
           MOVE 0 TO LS-PT-CHECKS(LS-PT-IDX)
           MOVE 0 TO LS-PT-DRIFTS(LS-PT-IDX)
           MOVE 1 TO LS-PT-TRUST(LS-PT-IDX).

      *> ===============================================================
      *> PARAGRAPH: COLLECT-RECENT-SENSOR-READINGS
      *> PURPOSE: Walk the sensor archive keeping each unit's latest
      *>          reading of the mapped pollutant, then drop the units
      *>          whose latest reading is too old, unparseable, or
      *>          from a unit no longer in service.
      *> ===============================================================
       COLLECT-RECENT-SENSOR-READINGS.
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
                       IF SEN-POLLUTANT = LS-POLLUTANT
                       THEN
                           PERFORM FILE-READING-AS-SENSOR-POINT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SENSOR-READING-FILE

           PERFORM VARYING LS-PT-IDX FROM LS-POINT-COUNT BY -1
               UNTIL LS-PT-IDX <= LS-OFFICIAL-COUNT
               PERFORM DROP-POINT-IF-UNUSABLE
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: FILE-READING-AS-SENSOR-POINT
      *> PURPOSE: Replace (or claim) the sensor point for the
      *>          SEN-RECORD just read.
      *> ===============================================================
       FILE-READING-AS-SENSOR-POINT.
           MOVE 0 TO LS-POINT-FOUND
           PERFORM VARYING LS-PT-IDX FROM 1 BY 1
               UNTIL LS-PT-IDX > LS-POINT-COUNT
               IF LS-PT-KIND(LS-PT-IDX) = "S"
                   AND LS-PT-SENSOR-ID(LS-PT-IDX) = SEN-SENSOR-ID
               THEN
                   SET LS-POINT-FOUND TO LS-PT-IDX
               END-IF
           END-PERFORM
           IF LS-POINT-FOUND = 0
           THEN
               IF LS-POINT-COUNT >= C-POINT-MAX-COUNT
               THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO LS-POINT-COUNT
               MOVE LS-POINT-COUNT TO LS-POINT-FOUND
               MOVE "S" TO LS-PT-KIND(LS-POINT-FOUND)
               MOVE SEN-SENSOR-ID TO LS-PT-SENSOR-ID(LS-POINT-FOUND)
               MOVE 0 TO LS-PT-CHECKS(LS-POINT-FOUND)
               MOVE 0 TO LS-PT-DRIFTS(LS-POINT-FOUND)
           END-IF
           SET LS-PT-IDX TO LS-POINT-FOUND
           MOVE FUNCTION NUMVAL(SEN-LATITUDE-STR)
               TO LS-PT-LATITUDE(LS-PT-IDX)
           MOVE FUNCTION NUMVAL(SEN-LONGITUDE-STR)
               TO LS-PT-LONGITUDE(LS-PT-IDX)
           MOVE SEN-VALUE TO LS-PT-VALUE(LS-PT-IDX)
           MOVE SEN-TIMESTAMP TO LS-PT-TIMESTAMP(LS-PT-IDX).

      *> ===============================================================
      *> PARAGRAPH: DROP-POINT-IF-UNUSABLE
      *> PURPOSE: Remove the LS-PT-IDX sensor point, closing the gap
      *>          with the last point, when its reading is stale or
      *>          the unit is out of service. Walked from the end so
      *>          the point moved into the gap was already checked.
      *> ===============================================================
       DROP-POINT-IF-UNUSABLE.
           MOVE LS-PT-TIMESTAMP(LS-PT-IDX) TO LS-TS-TEXT
           PERFORM PARSE-READING-TIMESTAMP
           IF LS-TS-MINUTE NOT = 0
               AND LS-NOW-MINUTE - LS-TS-MINUTE
                   <= C-SENSOR-MAX-AGE-MIN
           THEN
               CALL "SENSOR-REGISTRY-LOOKUP" USING
                   BY REFERENCE LS-PT-SENSOR-ID(LS-PT-IDX)
                   BY REFERENCE SR-RECORD
                   RETURNING RETURN-CODE
               IF RETURN-CODE = 0
                   AND (SR-DECOMMISSIONED-DATE = SPACES
                       OR SR-DECOMMISSIONED-DATE > LS-DATE-STR)
               THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF LS-PT-IDX < LS-POINT-COUNT
           THEN
               MOVE LS-PT-ENTRY(LS-POINT-COUNT)
                   TO LS-PT-ENTRY(LS-PT-IDX)
           END-IF
           SUBTRACT 1 FROM LS-POINT-COUNT.

      *> ===============================================================
      *> PARAGRAPH: LOAD-DRIFT-TRACK-RECORDS
      *> PURPOSE: Count each sensor point's reconciliation checks and
      *>          drifts for the mapped pollutant over the track-
      *>          record window, then turn them into its trust.
      *> ===============================================================
       LOAD-DRIFT-TRACK-RECORDS.
           OPEN INPUT SENSOR-DRIFT-HISTORY-FILE
           IF WS-DH-FILE-STATUS = "00"
           THEN
               PERFORM UNTIL WS-DH-FILE-STATUS = "10"
                   READ SENSOR-DRIFT-HISTORY-FILE
                       AT END
                           MOVE "10" TO WS-DH-FILE-STATUS
                       NOT AT END
                           IF SDH-RUN-DATE >= LS-SINCE-STR
                               AND SDH-POLLUTANT = LS-POLLUTANT
                           THEN
                               PERFORM COUNT-ONE-DRIFT-CHECK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SENSOR-DRIFT-HISTORY-FILE
           END-IF

           PERFORM VARYING LS-PT-IDX FROM 1 BY 1
               UNTIL LS-PT-IDX > LS-POINT-COUNT
               IF LS-PT-KIND(LS-PT-IDX) = "S"
               THEN
                   COMPUTE LS-PT-TRUST(LS-PT-IDX) =
                       (LS-PT-CHECKS(LS-PT-IDX)
                        - LS-PT-DRIFTS(LS-PT-IDX) + 1)
                       / (LS-PT-CHECKS(LS-PT-IDX) + 2)
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: COUNT-ONE-DRIFT-CHECK
      *> PURPOSE: Fold the SDH-RECORD just read into its sensor
      *>          point's counts.
      *> ===============================================================
       COUNT-ONE-DRIFT-CHECK.
           PERFORM VARYING LS-PT-IDX FROM 1 BY 1
               UNTIL LS-PT-IDX > LS-POINT-COUNT
               IF LS-PT-KIND(LS-PT-IDX) = "S"
                   AND LS-PT-SENSOR-ID(LS-PT-IDX) = SDH-SENSOR-ID
               THEN
                   ADD 1 TO LS-PT-CHECKS(LS-PT-IDX)
                   IF SDH-DRIFTING = "Y"
                   THEN
                       ADD 1 TO LS-PT-DRIFTS(LS-PT-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: INTERPOLATE-ONE-CELL
      *> PURPOSE: Weight every point against the cell center, both
      *>          fused and official-only, and append the cell's
      *>          colored polygon feature.
      *> ===============================================================
       INTERPOLATE-ONE-CELL.
           MOVE 0 TO LS-FUSED-SUM
           MOVE 0 TO LS-FUSED-WEIGHT
           MOVE 0 TO LS-OFFICIAL-SUM
           MOVE 0 TO LS-OFFICIAL-WEIGHT
           PERFORM VARYING LS-PT-IDX FROM 1 BY 1
               UNTIL LS-PT-IDX > LS-POINT-COUNT
               CALL "HAVERSINE-DISTANCE-KM" USING
                   BY REFERENCE LS-SAMPLE-LAT
                   BY REFERENCE LS-SAMPLE-LONG
                   BY REFERENCE LS-PT-LATITUDE(LS-PT-IDX)
                   BY REFERENCE LS-PT-LONGITUDE(LS-PT-IDX)
                   BY REFERENCE LS-DISTANCE-KM
               COMPUTE LS-WEIGHT =
                   LS-PT-TRUST(LS-PT-IDX)
                   / (LS-DISTANCE-KM * LS-DISTANCE-KM
                      + C-SMOOTHING-KM2)
               COMPUTE LS-FUSED-SUM = LS-FUSED-SUM
                   + LS-WEIGHT * LS-PT-VALUE(LS-PT-IDX)
               COMPUTE LS-FUSED-WEIGHT = LS-FUSED-WEIGHT + LS-WEIGHT
               IF LS-PT-KIND(LS-PT-IDX) = "O"
               THEN
                   COMPUTE LS-OFFICIAL-SUM = LS-OFFICIAL-SUM
                       + LS-WEIGHT * LS-PT-VALUE(LS-PT-IDX)
                   COMPUTE LS-OFFICIAL-WEIGHT =
                       LS-OFFICIAL-WEIGHT + LS-WEIGHT
               END-IF
           END-PERFORM

           MOVE 0 TO LS-FUSED-VALUE
           MOVE 0 TO LS-OFFICIAL-VALUE
           MOVE 0 TO LS-BAND-INDEX
           IF LS-FUSED-WEIGHT > 0
           THEN
               COMPUTE LS-FUSED-VALUE ROUNDED =
                   LS-FUSED-SUM / LS-FUSED-WEIGHT
               MOVE LS-FUSED-VALUE TO LS-CONCENTRATION
               PERFORM BAND-CONCENTRATION
           END-IF
           IF LS-OFFICIAL-WEIGHT > 0
           THEN
               COMPUTE LS-OFFICIAL-VALUE ROUNDED =
                   LS-OFFICIAL-SUM / LS-OFFICIAL-WEIGHT
           END-IF
           COMPUTE LS-EXCESS-VALUE = LS-FUSED-VALUE - LS-OFFICIAL-VALUE

      *> The same level-to-color mapping INDEX-EMOJI encodes, grey
      *> for a cell with nothing to interpolate from.
           EVALUATE LS-BAND-INDEX
           WHEN 1
               MOVE "#2196f3" TO LS-CELL-COLOR
           WHEN 2
               MOVE "#4caf50" TO LS-CELL-COLOR
           WHEN 3
               MOVE "#fdd835" TO LS-CELL-COLOR
           WHEN 4
               MOVE "#ff9800" TO LS-CELL-COLOR
           WHEN 5
               MOVE "#f44336" TO LS-CELL-COLOR
           WHEN 6
               MOVE "#9c27b0" TO LS-CELL-COLOR
           WHEN OTHER
               MOVE "#9e9e9e" TO LS-CELL-COLOR
           END-EVALUATE

           MOVE LS-CELL-SOUTH TO LS-SOUTH-DISPLAY
           MOVE LS-CELL-WEST TO LS-WEST-DISPLAY
           MOVE LS-CELL-NORTH TO LS-NORTH-DISPLAY
           MOVE LS-CELL-EAST TO LS-EAST-DISPLAY
           MOVE LS-FUSED-VALUE TO LS-FUSED-DISPLAY
           MOVE LS-OFFICIAL-VALUE TO LS-OFFICIAL-DISPLAY
           MOVE LS-EXCESS-VALUE TO LS-EXCESS-DISPLAY

           MOVE SPACES TO LS-FEATURE
           STRING
               '{"type":"Feature","properties":{"index":'
               LS-BAND-INDEX
               ',"color":"' LS-CELL-COLOR '"'
               ',"value":' FUNCTION TRIM(LS-FUSED-DISPLAY)
               ',"official":' FUNCTION TRIM(LS-OFFICIAL-DISPLAY)
               ',"excess":' FUNCTION TRIM(LS-EXCESS-DISPLAY) '},'
               '"geometry":{"type":"Polygon","coordinates":[[['
               FUNCTION TRIM(LS-WEST-DISPLAY) ","
               FUNCTION TRIM(LS-SOUTH-DISPLAY) "],["
               FUNCTION TRIM(LS-EAST-DISPLAY) ","
               FUNCTION TRIM(LS-SOUTH-DISPLAY) "],["
               FUNCTION TRIM(LS-EAST-DISPLAY) ","
               FUNCTION TRIM(LS-NORTH-DISPLAY) "],["
               FUNCTION TRIM(LS-WEST-DISPLAY) ","
               FUNCTION TRIM(LS-NORTH-DISPLAY) "],["
               FUNCTION TRIM(LS-WEST-DISPLAY) ","
               FUNCTION TRIM(LS-SOUTH-DISPLAY) "]]]}},"
               INTO LS-FEATURE
           END-STRING

           IF FUNCTION LENGTH(FUNCTION TRIM(LS-FEATURES))
                   + FUNCTION LENGTH(FUNCTION TRIM(LS-FEATURE))
                   > LENGTH OF LS-FEATURES
           THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-FEATURE-COUNT
           MOVE LS-FEATURES TO LS-FEATURES-SCRATCH
           MOVE SPACES TO LS-FEATURES
           IF LS-FEATURE-COUNT = 1
           THEN
               MOVE FUNCTION TRIM(LS-FEATURE) TO LS-FEATURES
           ELSE
               STRING
                   FUNCTION TRIM(LS-FEATURES-SCRATCH) X"0A"
                   FUNCTION TRIM(LS-FEATURE)
                   INTO LS-FEATURES
               END-STRING
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: BAND-CONCENTRATION
      *> PURPOSE: Band LS-CONCENTRATION of the mapped pollutant onto
      *>          the 1-6 index with the European AQI breakpoints.
      *> ===============================================================
       BAND-CONCENTRATION.
           EVALUATE LS-POLLUTANT
           WHEN "pm25"
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
           WHEN "pm10"
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
           WHEN "no2"
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
           WHEN "o3"
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
           WHEN "so2"
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

       END PROGRAM FUSED-MAP-SERVICE.
