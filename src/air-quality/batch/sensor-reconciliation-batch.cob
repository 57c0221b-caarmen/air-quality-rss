      *>          subscribers - and any sensor off by more than the
      *>          drift band (over half the official value and more
      *>          than 10 µg/m³) earns a line in the drift report.
      *>          A drifting unit is also corrected: its calibration
      *>          offset for that pollutant in SENSOR-REGISTRY is
      *>          reset so the latest raw reading would have matched
      *>          the official value (offset = official - slope *
      *>          raw), and the report line records the old and new
      *>          offsets. Readings already archived keep the value
      *>          they were calibrated to; the correction applies
      *>          from the unit's next posting on.
      *>          Every drifting pair is also listed in
      *>          sensor-drift-flags.dat (see the sensor-drift-flag
      *>          copybook), rewritten each run, so the public sensor
      *>          feed can mark the unit until a later run finds it
      *>          back inside the band. Every pair checked, drifting
      *>          or not, is appended to sensor-drift-history.dat as
      *>          the unit's track record (see the sensor-drift-
      *>          history copybook).
      *>          Called from AIR-QUALITY-RSS's main loop; not
      *>          reachable from the HTTP router.
      *> ===============================================================
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DR-FILE-STATUS.

           SELECT SENSOR-DRIFT-FLAG-FILE ASSIGN TO
                   "sensor-drift-flags.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DF-FILE-STATUS.

           SELECT SENSOR-DRIFT-HISTORY-FILE ASSIGN TO
                   "sensor-drift-history.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DH-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  DRIFT-REPORT-FILE.
       01  DR-LINE                      PIC X(132).

       FD  SENSOR-DRIFT-FLAG-FILE.
       COPY sensor-drift-flag IN "air-quality/batch".

       FD  SENSOR-DRIFT-HISTORY-FILE.
       COPY sensor-drift-history IN "air-quality/batch".

       WORKING-STORAGE SECTION.
       01  WS-SEN-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-DR-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-DF-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-DH-FILE-STATUS            PIC X(02) VALUE SPACES.
      *> The archive layout this program was compiled against (see
      *> AQRSS-LAYOUT-VERSION): v2 added SEN-RAW-VALUE.
       01  C-SEN-FILE-NAME              PIC X(40)
               VALUE "sensor-readings.dat".
       01  C-SEN-LAYOUT-VERSION         PIC 9(3) VALUE 2.

      *> The drift band: a sensor is flagged when it differs from the
      *> official reading by more than this share of the official
               10  WS-PR-SENSOR-ID      PIC X(16).
               10  WS-PR-POLLUTANT      PIC X(4).
               10  WS-PR-VALUE          PIC 9(3)V9(1).
               10  WS-PR-RAW-VALUE      PIC 9(3)V9(1).
               10  WS-PR-TIMESTAMP      PIC X(21).
               10  WS-PR-LATITUDE-STR   PIC X(10).
               10  WS-PR-LONGITUDE-STR  PIC X(10).
       01  LS-DRIFT-COUNT               PIC 9(5) VALUE 0.
       01  LS-SENSOR-DISPLAY            PIC ZZ9.9.
       01  LS-OFFICIAL-DISPLAY          PIC ZZ9.9.
       01  LS-CAL-IDX                   PIC 9(1) VALUE 0.
       01  LS-CAL-FOUND                 PIC 9(1) VALUE 0.
       01  LS-NEW-OFFSET                PIC S9(5)V9(1) VALUE 0.
       01  LS-CAL-OFFSET                PIC S9(3)V9(1) VALUE 0.
       01  LS-OLD-OFFSET-DISPLAY        PIC -ZZ9.9.
       01  LS-NEW-OFFSET-DISPLAY        PIC -ZZ9.9.
       01  LS-CORRECTED-COUNT           PIC 9(5) VALUE 0.
       COPY sensor-registry-record IN "air-quality/service".
       01  LS-FLAGS-OPEN                PIC X(01) VALUE "N".
       01  LS-HISTORY-OPEN              PIC X(01) VALUE "N".
       01  C-LOG-INFO                   PIC X(5) VALUE "INFO".
       01  C-LOG-WARN                   PIC X(5) VALUE "WARN".
       01  LS-LOG-MESSAGE               PIC X(256) VALUE SPACES.
       COPY "pollutant-data" IN "pollutant/service".
       COPY batch-control IN "air-quality/batch".
               INTO LS-DATE-STR
           END-STRING

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-SEN-FILE-NAME
               BY REFERENCE C-SEN-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "FAILED" TO BC-STATUS
               MOVE "sensor archive layout not migrated"
                   TO BC-NOTE
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF

           PERFORM COLLECT-LATEST-READINGS
           IF WS-PAIR-COUNT = 0
           THEN
               TO DR-LINE
           WRITE DR-LINE

           OPEN OUTPUT SENSOR-DRIFT-FLAG-FILE
           IF WS-DF-FILE-STATUS = "00"
           THEN
               MOVE "Y" TO LS-FLAGS-OPEN
           ELSE
               MOVE "Sensor reconciliation: could not rewrite "
                   & "sensor-drift-flags.dat" TO LS-LOG-MESSAGE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
           END-IF
           OPEN EXTEND SENSOR-DRIFT-HISTORY-FILE
           IF WS-DH-FILE-STATUS = "35"
           THEN
               OPEN OUTPUT SENSOR-DRIFT-HISTORY-FILE
           END-IF
           IF WS-DH-FILE-STATUS = "00"
           THEN
               MOVE "Y" TO LS-HISTORY-OPEN
           ELSE
               MOVE "Sensor reconciliation: could not extend "
                   & "sensor-drift-history.dat" TO LS-LOG-MESSAGE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
           END-IF

           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               PERFORM CHECK-ONE-SENSOR-PAIR
               WRITE DR-LINE
           END-IF
           CLOSE DRIFT-REPORT-FILE
           IF LS-FLAGS-OPEN = "Y"
           THEN
               CLOSE SENSOR-DRIFT-FLAG-FILE
           END-IF
           IF LS-HISTORY-OPEN = "Y"
           THEN
               CLOSE SENSOR-DRIFT-HISTORY-FILE
           END-IF

           MOVE SPACES TO LS-LOG-MESSAGE
           STRING
               "Sensor reconciliation: " LS-CHECKED-COUNT
               " pair(s) checked, " LS-DRIFT-COUNT " drifting, "
               LS-CORRECTED-COUNT " recalibrated"
               INTO LS-LOG-MESSAGE
           END-STRING
           CALL "AQRSS-LOG" USING
               MOVE SEN-POLLUTANT TO WS-PR-POLLUTANT(WS-SLOT-FOUND)
           END-IF
           MOVE SEN-VALUE TO WS-PR-VALUE(WS-SLOT-FOUND)
           MOVE SEN-RAW-VALUE TO WS-PR-RAW-VALUE(WS-SLOT-FOUND)
           MOVE SEN-TIMESTAMP TO WS-PR-TIMESTAMP(WS-SLOT-FOUND)
           MOVE SEN-LATITUDE-STR
               TO WS-PR-LATITUDE-STR(WS-SLOT-FOUND)
           END-IF
           COMPUTE LS-DRIFT-LIMIT ROUNDED =
               LS-OFFICIAL-VALUE * C-DRIFT-SHARE-PCT / 100
           IF LS-HISTORY-OPEN = "Y"
           THEN
               MOVE LS-DATE-STR TO SDH-RUN-DATE
               MOVE WS-PR-SENSOR-ID(WS-PAIR-IDX) TO SDH-SENSOR-ID
               MOVE WS-PR-POLLUTANT(WS-PAIR-IDX) TO SDH-POLLUTANT
               MOVE "N" TO SDH-DRIFTING
               IF LS-DIFF-VALUE > LS-DRIFT-LIMIT
                   AND LS-DIFF-VALUE > C-DRIFT-FLOOR-UGM3
               THEN
                   MOVE "Y" TO SDH-DRIFTING
               END-IF
               WRITE SDH-RECORD
           END-IF
           IF LS-DIFF-VALUE > LS-DRIFT-LIMIT
               AND LS-DIFF-VALUE > C-DRIFT-FLOOR-UGM3
           THEN
                   INTO DR-LINE
               END-STRING
               WRITE DR-LINE
               IF LS-FLAGS-OPEN = "Y"
               THEN
                   MOVE WS-PR-SENSOR-ID(WS-PAIR-IDX) TO SDF-SENSOR-ID
                   MOVE WS-PR-POLLUTANT(WS-PAIR-IDX) TO SDF-POLLUTANT
                   MOVE LS-DATE-STR TO SDF-RUN-DATE
                   MOVE WS-PR-VALUE(WS-PAIR-IDX) TO SDF-SENSOR-VALUE
                   MOVE LS-OFFICIAL-VALUE TO SDF-OFFICIAL-VALUE
                   WRITE SDF-RECORD
               END-IF
               PERFORM CORRECT-SENSOR-CALIBRATION
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: CORRECT-SENSOR-CALIBRATION
      *> PURPOSE: Reset the WS-PAIR-IDX unit's calibration offset for
      *>          the pair's pollutant so its latest raw reading, at
      *>          the slope the operator set, lands on the official
      *>          value, and note the correction in the drift report.
      *>          A unit no longer in the registry (or with no entry
      *>          for the pollutant) is reported but left alone.
      *> ===============================================================
       CORRECT-SENSOR-CALIBRATION.
           CALL "SENSOR-REGISTRY-LOOKUP" USING
               BY REFERENCE WS-PR-SENSOR-ID(WS-PAIR-IDX)
               BY REFERENCE SR-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "    (not in the sensor registry, not corrected)"
                   TO DR-LINE
               WRITE DR-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO LS-CAL-FOUND
           PERFORM VARYING LS-CAL-IDX FROM 1 BY 1
               UNTIL LS-CAL-IDX > SR-CAL-COUNT
               IF SR-CAL-POLLUTANT(LS-CAL-IDX)
                   = WS-PR-POLLUTANT(WS-PAIR-IDX)
               THEN
                   MOVE LS-CAL-IDX TO LS-CAL-FOUND
               END-IF
           END-PERFORM
           IF LS-CAL-FOUND = 0
           THEN
               MOVE "    (no calibration entry for the pollutant, "
                   & "not corrected)" TO DR-LINE
               WRITE DR-LINE
               EXIT PARAGRAPH
           END-IF

           COMPUTE LS-NEW-OFFSET ROUNDED =
               LS-OFFICIAL-VALUE
               - SR-CAL-SLOPE(LS-CAL-FOUND)
                 * WS-PR-RAW-VALUE(WS-PAIR-IDX)
           END-COMPUTE
           IF LS-NEW-OFFSET < -999.9
           THEN
               MOVE -999.9 TO LS-NEW-OFFSET
           END-IF
           IF LS-NEW-OFFSET > 999.9
           THEN
               MOVE 999.9 TO LS-NEW-OFFSET
           END-IF
           MOVE LS-NEW-OFFSET TO LS-CAL-OFFSET

           CALL "SENSOR-CALIBRATION-SET" USING
               BY REFERENCE WS-PR-SENSOR-ID(WS-PAIR-IDX)
               BY REFERENCE WS-PR-POLLUTANT(WS-PAIR-IDX)
               BY REFERENCE LS-CAL-OFFSET
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "    (sensor registry update failed, not "
                   & "corrected)" TO DR-LINE
               WRITE DR-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO LS-CORRECTED-COUNT
           MOVE SR-CAL-OFFSET(LS-CAL-FOUND) TO LS-OLD-OFFSET-DISPLAY
           MOVE LS-CAL-OFFSET TO LS-NEW-OFFSET-DISPLAY
           MOVE WS-PR-RAW-VALUE(WS-PAIR-IDX) TO LS-SENSOR-DISPLAY
           MOVE SPACES TO DR-LINE
           STRING
               "    corrected offset from "
               FUNCTION TRIM(LS-OLD-OFFSET-DISPLAY)
               " to " FUNCTION TRIM(LS-NEW-OFFSET-DISPLAY)
               " (raw reading "
               FUNCTION TRIM(LS-SENSOR-DISPLAY)
               ")"
               INTO DR-LINE
           END-STRING
           WRITE DR-LINE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-BATCH-RUN-RECORD
      *> PURPOSE: Append this run's record to the shared batch-control
