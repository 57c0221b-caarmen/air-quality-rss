      *> ===============================================================
      *> PROGRAM: SENSOR-HEARTBEAT-BATCH
      *> PURPOSE: Notice our own sensors going quiet. A rooftop unit
      *>          that loses power or Wi-Fi simply stops posting, and
      *>          an absent reading is not a drifting one, so neither
      *>          SENSOR-RECONCILIATION-BATCH nor the canary ever
      *>          sees it. For every unit in service in SENSOR-
      *>          REGISTRY, the last SEN-TIMESTAMP in
      *>          sensor-readings.dat (indoor-co2-readings.dat for a
      *>          classroom CO2 monitor) is compared against the unit's
      *>          own SR-REPORT-INTERVAL-MIN: a unit silent for more
      *>          than two intervals is offline. The first run that
      *>          sees a unit go offline pushes an "offline" notice
      *>          through NOTIFICATION-DISPATCH, and the first run
      *>          that sees it posting again a "back online" one (see
      *>          the sensor-heartbeat-state copybook); a unit seen
      *>          for the first time only has its state recorded.
      *>          Every run also rewrites sensor-uptime-report.txt
      *>          with yesterday's uptime per unit - the share of the
      *>          day covered by a reading no more than two intervals
      *>          old - so the field technician can plan visits from
      *>          it. The notices are only as prompt as the schedule:
      *>          run it every few minutes through
      *>          AQRSS_HEARTBEAT_INTERVAL_S.
      *>          Readings whose timestamp is neither YYYYMMDDhhmm...
      *>          (the server's own stamp) nor YYYY-MM-DDThh:mm... are
      *>          ignored here.
      *>          Called from AIR-QUALITY-RSS's main loop; not
      *>          reachable from the HTTP router.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SENSOR-HEARTBEAT-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENSOR-REGISTRY-FILE ASSIGN TO
                   "sensor-registry.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-SENSOR-ID
               FILE STATUS IS WS-SR-FILE-STATUS.

           SELECT SENSOR-READING-FILE ASSIGN TO
                   "sensor-readings.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEN-KEY
               FILE STATUS IS WS-SEN-FILE-STATUS.

           SELECT INDOOR-CO2-FILE ASSIGN TO
                   "indoor-co2-readings.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO2-KEY
               FILE STATUS IS WS-CO2-FILE-STATUS.

           SELECT SENSOR-HEARTBEAT-STATE-FILE ASSIGN TO
                   "sensor-heartbeat-state.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SH-FILE-STATUS.

           SELECT UPTIME-REPORT-FILE ASSIGN TO
                   "sensor-uptime-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UR-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  SENSOR-REGISTRY-FILE.
       COPY sensor-registry-record IN "air-quality/service".

       FD  SENSOR-READING-FILE.
       COPY sensor-reading IN "air-quality/service".

       FD  INDOOR-CO2-FILE.
       COPY indoor-co2-reading IN "air-quality/service".

       FD  SENSOR-HEARTBEAT-STATE-FILE.
       COPY sensor-heartbeat-state IN "air-quality/batch".

       FD  UPTIME-REPORT-FILE.
       01  UR-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SR-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-SEN-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CO2-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-SH-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-UR-FILE-STATUS            PIC X(02) VALUE SPACES.
      *> The layouts this program was compiled against (see
      *> AQRSS-LAYOUT-VERSION).
       01  C-SEN-FILE-NAME              PIC X(40)
               VALUE "sensor-readings.dat".
       01  C-SEN-LAYOUT-VERSION         PIC 9(3) VALUE 2.
       01  C-SR-FILE-NAME               PIC X(40)
               VALUE "sensor-registry.dat".
       01  C-SR-LAYOUT-VERSION          PIC 9(3) VALUE 2.

      *> A unit is offline once it has missed this many of its
      *> reporting intervals; one late post is Wi-Fi, two is a visit.
       01  C-OFFLINE-AFTER-INTERVALS    CONSTANT AS 2.
      *> Yesterday's uptime below this share flags the unit for a
      *> visit in the report, as does being offline right now.
       01  C-VISIT-UPTIME-PCT           CONSTANT AS 90.
       01  C-MINUTES-PER-DAY            CONSTANT AS 1440.

      *> The units in service, filled from the registry and then
      *> folded with the reading archive.
       01  C-UNIT-MAX-COUNT             CONSTANT AS 50.
       01  WS-UNIT-COUNT                PIC 9(2) VALUE 0.
       01  WS-UNIT-TABLE.
           05  WS-UNIT-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-UNIT-IDX.
               10  WS-UN-SENSOR-ID      PIC X(16).
               10  WS-UN-SITE           PIC X(32).
               10  WS-UN-COMMISSIONED   PIC X(8).
               10  WS-UN-INTERVAL-MIN   PIC 9(4).
               10  WS-UN-LAST-MINUTE    PIC S9(11) COMP-3.
               10  WS-UN-LAST-STAMP     PIC X(12).
               10  WS-UN-COVER-END      PIC S9(11) COMP-3.
               10  WS-UN-COVERED-MIN    PIC 9(4).
               10  WS-UN-STATE          PIC X(7).
       01  WS-UNIT-FOUND                USAGE BINARY-LONG VALUE 0.

      *> Last run's verdicts, read whole at the start and rewritten
      *> whole at the end.
       01  WS-STATE-COUNT               PIC 9(2) VALUE 0.
       01  WS-STATE-TABLE.
           05  WS-ST-ENTRY OCCURS 50 TIMES INDEXED BY WS-ST-IDX.
               10  WS-ST-SENSOR-ID      PIC X(16).
               10  WS-ST-STATE          PIC X(7).
               10  WS-ST-SINCE          PIC X(12).
       01  WS-STATE-FOUND               USAGE BINARY-LONG VALUE 0.

       LOCAL-STORAGE SECTION.
       01  LS-CURRENT-DATE-AND-TIME.
           05  LS-CDT-DATE              PIC 9(8).
           05  LS-CDT-HOUR              PIC 9(2).
           05  LS-CDT-MINUTE            PIC 9(2).
           05  FILLER                   PIC X(9).
       01  LS-TODAY-DATE                PIC X(8) VALUE SPACES.
       01  LS-NOW-STAMP                 PIC X(12) VALUE SPACES.
       01  LS-NOW-MINUTE                PIC S9(11) COMP-3 VALUE 0.
       01  LS-DAY-ORDINAL               PIC S9(9) COMP-5 VALUE 0.
       01  LS-YESTERDAY-DATE            PIC 9(8) VALUE 0.
       01  LS-YESTERDAY-X               PIC X(8) VALUE SPACES.
       01  LS-DAY-START-MINUTE          PIC S9(11) COMP-3 VALUE 0.
       01  LS-DAY-END-MINUTE            PIC S9(11) COMP-3 VALUE 0.

      *> Timestamp parsing scratch: LS-TS-TEXT in, LS-TS-MINUTE out
      *> (minutes since the calendar's day 1, 0 when unusable) with
      *> LS-TS-STAMP as YYYYMMDDhhmm.
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

      *> The reading being folded, from whichever archive it came.
       01  LS-FOLD-SENSOR-ID            PIC X(16) VALUE SPACES.
       01  LS-FOLD-TIMESTAMP            PIC X(21) VALUE SPACES.
       01  LS-SEG-START                 PIC S9(11) COMP-3 VALUE 0.
       01  LS-SEG-END                   PIC S9(11) COMP-3 VALUE 0.
       01  LS-SILENT-MINUTES            PIC S9(11) COMP-3 VALUE 0.
       01  LS-OFFLINE-LIMIT             PIC S9(11) COMP-3 VALUE 0.
       01  LS-PREVIOUS-STATE            PIC X(7) VALUE SPACES.
       01  LS-PREVIOUS-SINCE            PIC X(12) VALUE SPACES.
       01  LS-ONLINE-COUNT              PIC 9(5) VALUE 0.
       01  LS-OFFLINE-COUNT             PIC 9(5) VALUE 0.
       01  LS-VISIT-COUNT               PIC 9(5) VALUE 0.
       01  LS-NOTICE-COUNT              PIC 9(5) VALUE 0.

       01  LS-UPTIME-PCT                PIC 9(3)V9(1) VALUE 0.
       01  LS-UPTIME-DISPLAY            PIC ZZ9.9.
       01  LS-UPTIME-TEXT               PIC X(6) VALUE SPACES.
       01  LS-INTERVAL-DISPLAY          PIC Z(3)9.
       01  LS-LAST-SEEN-TEXT            PIC X(16) VALUE SPACES.
       01  LS-SINCE-TEXT                PIC X(16) VALUE SPACES.
       01  LS-STAMP-IN                  PIC X(12) VALUE SPACES.
       01  LS-STAMP-OUT                 PIC X(16) VALUE SPACES.
       01  LS-VISIT-FLAG                PIC X(1) VALUE "N".

       01  LS-NOTIFY-SUBJECT            PIC X(100) VALUE SPACES.
       01  LS-NOTIFY-MESSAGE            PIC X(1000) VALUE SPACES.
       01  LS-NOTIFY-DELIVERED-COUNT    PIC 9(5) VALUE 0.
       01  LS-NOTIFY-FAILED-COUNT       PIC 9(5) VALUE 0.

       01  C-LOG-INFO                   PIC X(5) VALUE "INFO".
       01  C-LOG-WARN                   PIC X(5) VALUE "WARN".
       01  LS-LOG-MESSAGE               PIC X(256) VALUE SPACES.
       COPY batch-control IN "air-quality/batch".

       PROCEDURE DIVISION.

           MOVE "SENSOR-HEARTBEAT-BATCH" TO BC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO BC-START-TIMESTAMP

           MOVE FUNCTION CURRENT-DATE TO LS-CURRENT-DATE-AND-TIME
           MOVE LS-CDT-DATE TO LS-TODAY-DATE
           STRING
               LS-CDT-DATE LS-CDT-HOUR LS-CDT-MINUTE
               INTO LS-NOW-STAMP
           END-STRING
           COMPUTE LS-DAY-ORDINAL =
               FUNCTION INTEGER-OF-DATE(LS-CDT-DATE)
           COMPUTE LS-NOW-MINUTE =
               LS-DAY-ORDINAL * C-MINUTES-PER-DAY
               + LS-CDT-HOUR * 60 + LS-CDT-MINUTE
           COMPUTE LS-DAY-END-MINUTE =
               LS-DAY-ORDINAL * C-MINUTES-PER-DAY
           COMPUTE LS-DAY-START-MINUTE =
               LS-DAY-END-MINUTE - C-MINUTES-PER-DAY
           COMPUTE LS-YESTERDAY-DATE =
               FUNCTION DATE-OF-INTEGER(LS-DAY-ORDINAL - 1)
           MOVE LS-YESTERDAY-DATE TO LS-YESTERDAY-X

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-SR-FILE-NAME
               BY REFERENCE C-SR-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "FAILED" TO BC-STATUS
               MOVE "sensor registry layout not migrated" TO BC-NOTE
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-SEN-FILE-NAME
               BY REFERENCE C-SEN-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "FAILED" TO BC-STATUS
               MOVE "sensor archive layout not migrated" TO BC-NOTE
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF

           PERFORM LOAD-UNITS-IN-SERVICE
           IF WS-UNIT-COUNT = 0
           THEN
               MOVE "Sensor heartbeat: no sensor in service, skipping"
                   TO LS-LOG-MESSAGE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE "SKIPPED" TO BC-STATUS
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF

           PERFORM FOLD-READING-ARCHIVE
           PERFORM LOAD-HEARTBEAT-STATE

           PERFORM VARYING WS-UNIT-IDX FROM 1 BY 1
               UNTIL WS-UNIT-IDX > WS-UNIT-COUNT
               PERFORM CHECK-ONE-UNIT
           END-PERFORM

           PERFORM SAVE-HEARTBEAT-STATE
           PERFORM WRITE-UPTIME-REPORT

           MOVE SPACES TO LS-LOG-MESSAGE
           STRING
               "Sensor heartbeat: " LS-ONLINE-COUNT " online, "
               LS-OFFLINE-COUNT " offline, " LS-NOTICE-COUNT
               " notice(s) sent"
               INTO LS-LOG-MESSAGE
           END-STRING
           CALL "AQRSS-LOG" USING
               BY REFERENCE C-LOG-INFO
               BY REFERENCE LS-LOG-MESSAGE

           MOVE LS-ONLINE-COUNT TO BC-OK-COUNT
           MOVE LS-OFFLINE-COUNT TO BC-FAILED-COUNT
           MOVE "OK" TO BC-STATUS
           PERFORM WRITE-BATCH-RUN-RECORD

           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: LOAD-UNITS-IN-SERVICE
      *> PURPOSE: Fill the unit table with every registry record in
      *>          service today: commissioned on or before today and
      *>          not decommissioned on or before today - the same
      *>          service window POST /sensor-readings enforces.
      *> ===============================================================
       LOAD-UNITS-IN-SERVICE.
           MOVE 0 TO WS-UNIT-COUNT
           OPEN INPUT SENSOR-REGISTRY-FILE
           IF WS-SR-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-SR-FILE-STATUS NOT = "00"
               READ SENSOR-REGISTRY-FILE NEXT
                   AT END
                       MOVE "10" TO WS-SR-FILE-STATUS
                   NOT AT END
                       PERFORM ADD-UNIT-IF-IN-SERVICE
               END-READ
           END-PERFORM
           CLOSE SENSOR-REGISTRY-FILE.

      *> ===============================================================
      *> PARAGRAPH: ADD-UNIT-IF-IN-SERVICE
      *> PURPOSE: Claim a unit-table slot for the SR-RECORD just read
      *>          when it is in service today.
      *> ===============================================================
       ADD-UNIT-IF-IN-SERVICE.
           IF SR-COMMISSIONED-DATE > LS-TODAY-DATE
           THEN
               EXIT PARAGRAPH
           END-IF
           IF SR-DECOMMISSIONED-DATE NOT = SPACES
               AND SR-DECOMMISSIONED-DATE <= LS-TODAY-DATE
           THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-UNIT-COUNT >= C-UNIT-MAX-COUNT
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Sensor heartbeat: unit table full, not watching "
                   FUNCTION TRIM(SR-SENSOR-ID)
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-UNIT-COUNT
           SET WS-UNIT-IDX TO WS-UNIT-COUNT
           MOVE SR-SENSOR-ID TO WS-UN-SENSOR-ID(WS-UNIT-IDX)
           MOVE SR-SITE TO WS-UN-SITE(WS-UNIT-IDX)
           MOVE SR-COMMISSIONED-DATE
               TO WS-UN-COMMISSIONED(WS-UNIT-IDX)
           MOVE SR-REPORT-INTERVAL-MIN
               TO WS-UN-INTERVAL-MIN(WS-UNIT-IDX)
           IF WS-UN-INTERVAL-MIN(WS-UNIT-IDX) = 0
           THEN
               MOVE 15 TO WS-UN-INTERVAL-MIN(WS-UNIT-IDX)
           END-IF
           MOVE 0 TO WS-UN-LAST-MINUTE(WS-UNIT-IDX)
           MOVE SPACES TO WS-UN-LAST-STAMP(WS-UNIT-IDX)
           MOVE 0 TO WS-UN-COVER-END(WS-UNIT-IDX)
           MOVE 0 TO WS-UN-COVERED-MIN(WS-UNIT-IDX)
           MOVE SPACES TO WS-UN-STATE(WS-UNIT-IDX).

      *> ===============================================================
      *> PARAGRAPH: FOLD-READING-ARCHIVE
      *> PURPOSE: Walk the whole sensor archive once, keeping each
      *>          watched unit's latest reading and adding up how
      *>          much of yesterday its readings covered. The key
      *>          orders each unit's readings by timestamp, so the
      *>          coverage can be summed as a running union. The
      *>          classroom CO2 monitors post into the indoor archive
      *>          instead, which is walked the same way.
      *> ===============================================================
       FOLD-READING-ARCHIVE.
           OPEN INPUT SENSOR-READING-FILE
           IF WS-SEN-FILE-STATUS = "00"
           THEN
               PERFORM UNTIL WS-SEN-FILE-STATUS = "10"
                   READ SENSOR-READING-FILE NEXT
                       AT END
                           MOVE "10" TO WS-SEN-FILE-STATUS
                       NOT AT END
                           MOVE SEN-SENSOR-ID TO LS-FOLD-SENSOR-ID
                           MOVE SEN-TIMESTAMP TO LS-FOLD-TIMESTAMP
                           PERFORM FOLD-ONE-READING
                   END-READ
               END-PERFORM
               CLOSE SENSOR-READING-FILE
           END-IF

           OPEN INPUT INDOOR-CO2-FILE
           IF WS-CO2-FILE-STATUS = "00"
           THEN
               PERFORM UNTIL WS-CO2-FILE-STATUS = "10"
                   READ INDOOR-CO2-FILE NEXT
                       AT END
                           MOVE "10" TO WS-CO2-FILE-STATUS
                       NOT AT END
                           MOVE CO2-SENSOR-ID TO LS-FOLD-SENSOR-ID
                           MOVE CO2-TIMESTAMP TO LS-FOLD-TIMESTAMP
                           PERFORM FOLD-ONE-READING
                   END-READ
               END-PERFORM
               CLOSE INDOOR-CO2-FILE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: FOLD-ONE-READING
      *> PURPOSE: Fold the reading just read into its unit's slot:
      *>          latest reading, and the stretch of yesterday it
      *>          covers - from its timestamp until it is
      *>          C-OFFLINE-AFTER-INTERVALS intervals old - less any
      *>          part an earlier reading already covered.
      *> ===============================================================
       FOLD-ONE-READING.
           MOVE 0 TO WS-UNIT-FOUND
           PERFORM VARYING WS-UNIT-IDX FROM 1 BY 1
               UNTIL WS-UNIT-IDX > WS-UNIT-COUNT
               IF WS-UN-SENSOR-ID(WS-UNIT-IDX) = LS-FOLD-SENSOR-ID
               THEN
                   SET WS-UNIT-FOUND TO WS-UNIT-IDX
               END-IF
           END-PERFORM
           IF WS-UNIT-FOUND = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           SET WS-UNIT-IDX TO WS-UNIT-FOUND

           MOVE LS-FOLD-TIMESTAMP TO LS-TS-TEXT
           PERFORM PARSE-READING-TIMESTAMP
           IF LS-TS-MINUTE = 0
           THEN
               EXIT PARAGRAPH
           END-IF

           IF LS-TS-MINUTE > WS-UN-LAST-MINUTE(WS-UNIT-IDX)
           THEN
               MOVE LS-TS-MINUTE TO WS-UN-LAST-MINUTE(WS-UNIT-IDX)
               MOVE LS-TS-STAMP TO WS-UN-LAST-STAMP(WS-UNIT-IDX)
           END-IF

           MOVE LS-TS-MINUTE TO LS-SEG-START
           COMPUTE LS-SEG-END = LS-TS-MINUTE
               + WS-UN-INTERVAL-MIN(WS-UNIT-IDX)
                 * C-OFFLINE-AFTER-INTERVALS
           IF LS-SEG-START < LS-DAY-START-MINUTE
           THEN
               MOVE LS-DAY-START-MINUTE TO LS-SEG-START
           END-IF
           IF LS-SEG-START < WS-UN-COVER-END(WS-UNIT-IDX)
           THEN
               MOVE WS-UN-COVER-END(WS-UNIT-IDX) TO LS-SEG-START
           END-IF
           IF LS-SEG-END > LS-DAY-END-MINUTE
           THEN
               MOVE LS-DAY-END-MINUTE TO LS-SEG-END
           END-IF
           IF LS-SEG-END > LS-SEG-START
           THEN
               COMPUTE WS-UN-COVERED-MIN(WS-UNIT-IDX) =
                   WS-UN-COVERED-MIN(WS-UNIT-IDX)
                   + LS-SEG-END - LS-SEG-START
               MOVE LS-SEG-END TO WS-UN-COVER-END(WS-UNIT-IDX)
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: PARSE-READING-TIMESTAMP
      *> PURPOSE: Turn LS-TS-TEXT into LS-TS-STAMP (YYYYMMDDhhmm) and
      *>          LS-TS-MINUTE. Accepts the server's own
      *>          YYYYMMDDhhmm... stamp and an ISO YYYY-MM-DDThh:mm...
      *>          one; anything else leaves LS-TS-MINUTE at 0.
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
               LS-TS-ORDINAL * C-MINUTES-PER-DAY
               + LS-TS-HOUR * 60 + LS-TS-MIN.

      *> ===============================================================
      *> PARAGRAPH: CHECK-ONE-UNIT
      *> PURPOSE: Decide the WS-UNIT-IDX unit's state now, fold it
      *>          into the state table, and send the offline or back-
      *>          online notice when it changed since the last run.
      *> ===============================================================
       CHECK-ONE-UNIT.
           COMPUTE LS-OFFLINE-LIMIT =
               WS-UN-INTERVAL-MIN(WS-UNIT-IDX)
               * C-OFFLINE-AFTER-INTERVALS
           IF WS-UN-LAST-MINUTE(WS-UNIT-IDX) = 0
           THEN
               MOVE "OFFLINE" TO WS-UN-STATE(WS-UNIT-IDX)
           ELSE
               COMPUTE LS-SILENT-MINUTES =
                   LS-NOW-MINUTE - WS-UN-LAST-MINUTE(WS-UNIT-IDX)
               IF LS-SILENT-MINUTES > LS-OFFLINE-LIMIT
               THEN
                   MOVE "OFFLINE" TO WS-UN-STATE(WS-UNIT-IDX)
               ELSE
                   MOVE "ONLINE" TO WS-UN-STATE(WS-UNIT-IDX)
               END-IF
           END-IF
           IF WS-UN-STATE(WS-UNIT-IDX) = "ONLINE"
           THEN
               ADD 1 TO LS-ONLINE-COUNT
           ELSE
               ADD 1 TO LS-OFFLINE-COUNT
           END-IF

           PERFORM FOLD-UNIT-INTO-STATE

           IF LS-PREVIOUS-STATE = "ONLINE"
               AND WS-UN-STATE(WS-UNIT-IDX) = "OFFLINE"
           THEN
               PERFORM NOTIFY-UNIT-OFFLINE
           END-IF
           IF LS-PREVIOUS-STATE = "OFFLINE"
               AND WS-UN-STATE(WS-UNIT-IDX) = "ONLINE"
           THEN
               PERFORM NOTIFY-UNIT-BACK-ONLINE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: FOLD-UNIT-INTO-STATE
      *> PURPOSE: Record the WS-UNIT-IDX unit's state in the state
      *>          table, leaving its previous state (spaces on its
      *>          first ever check) in LS-PREVIOUS-STATE and the time
      *>          it entered that state in LS-PREVIOUS-SINCE.
      *> ===============================================================
       FOLD-UNIT-INTO-STATE.
           MOVE SPACES TO LS-PREVIOUS-STATE
           MOVE SPACES TO LS-PREVIOUS-SINCE
           MOVE 0 TO WS-STATE-FOUND
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-STATE-COUNT
               IF WS-ST-SENSOR-ID(WS-ST-IDX)
                   = WS-UN-SENSOR-ID(WS-UNIT-IDX)
               THEN
                   SET WS-STATE-FOUND TO WS-ST-IDX
               END-IF
           END-PERFORM

           IF WS-STATE-FOUND = 0
           THEN
               IF WS-STATE-COUNT >= C-UNIT-MAX-COUNT
               THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-STATE-COUNT
               MOVE WS-STATE-COUNT TO WS-STATE-FOUND
               MOVE WS-UN-SENSOR-ID(WS-UNIT-IDX)
                   TO WS-ST-SENSOR-ID(WS-STATE-FOUND)
           ELSE
               MOVE WS-ST-STATE(WS-STATE-FOUND) TO LS-PREVIOUS-STATE
               MOVE WS-ST-SINCE(WS-STATE-FOUND) TO LS-PREVIOUS-SINCE
           END-IF
           IF WS-ST-STATE(WS-STATE-FOUND)
               NOT = WS-UN-STATE(WS-UNIT-IDX)
           THEN
               MOVE WS-UN-STATE(WS-UNIT-IDX)
                   TO WS-ST-STATE(WS-STATE-FOUND)
      *> An offline unit has been offline since its last reading
      *> went stale, not since this run happened to notice.
               IF WS-UN-STATE(WS-UNIT-IDX) = "ONLINE"
                   OR WS-UN-LAST-STAMP(WS-UNIT-IDX) = SPACES
               THEN
                   MOVE LS-NOW-STAMP TO WS-ST-SINCE(WS-STATE-FOUND)
               ELSE
                   MOVE WS-UN-LAST-STAMP(WS-UNIT-IDX)
                       TO WS-ST-SINCE(WS-STATE-FOUND)
               END-IF
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: NOTIFY-UNIT-OFFLINE
      *> PURPOSE: Push "this unit has gone quiet" through the channel
      *>          registry.
      *> ===============================================================
       NOTIFY-UNIT-OFFLINE.
           MOVE WS-UN-LAST-STAMP(WS-UNIT-IDX) TO LS-STAMP-IN
           PERFORM FORMAT-STAMP
           MOVE LS-STAMP-OUT TO LS-LAST-SEEN-TEXT
           MOVE WS-UN-INTERVAL-MIN(WS-UNIT-IDX) TO LS-INTERVAL-DISPLAY

           MOVE SPACES TO LS-NOTIFY-SUBJECT
           STRING
               "Sensor offline: "
               FUNCTION TRIM(WS-UN-SENSOR-ID(WS-UNIT-IDX))
               INTO LS-NOTIFY-SUBJECT
           END-STRING
           MOVE SPACES TO LS-NOTIFY-MESSAGE
           STRING
               "Sensor " FUNCTION TRIM(WS-UN-SENSOR-ID(WS-UNIT-IDX))
               " at " FUNCTION TRIM(WS-UN-SITE(WS-UNIT-IDX))
               " has not posted a reading since "
               FUNCTION TRIM(LS-LAST-SEEN-TEXT)
               " (expected every "
               FUNCTION TRIM(LS-INTERVAL-DISPLAY)
               " minutes). Check its power and network link."
               INTO LS-NOTIFY-MESSAGE
           END-STRING
           PERFORM SEND-UNIT-NOTICE.

      *> ===============================================================
      *> PARAGRAPH: NOTIFY-UNIT-BACK-ONLINE
      *> PURPOSE: Push "this unit is posting again" through the channel
      *>          registry, with how long it was quiet.
      *> ===============================================================
       NOTIFY-UNIT-BACK-ONLINE.
           MOVE WS-UN-LAST-STAMP(WS-UNIT-IDX) TO LS-STAMP-IN
           PERFORM FORMAT-STAMP
           MOVE LS-STAMP-OUT TO LS-LAST-SEEN-TEXT
           MOVE LS-PREVIOUS-SINCE TO LS-STAMP-IN
           PERFORM FORMAT-STAMP
           MOVE LS-STAMP-OUT TO LS-SINCE-TEXT

           MOVE SPACES TO LS-NOTIFY-SUBJECT
           STRING
               "Sensor back online: "
               FUNCTION TRIM(WS-UN-SENSOR-ID(WS-UNIT-IDX))
               INTO LS-NOTIFY-SUBJECT
           END-STRING
           MOVE SPACES TO LS-NOTIFY-MESSAGE
           STRING
               "Sensor " FUNCTION TRIM(WS-UN-SENSOR-ID(WS-UNIT-IDX))
               " at " FUNCTION TRIM(WS-UN-SITE(WS-UNIT-IDX))
               " is posting again (latest reading "
               FUNCTION TRIM(LS-LAST-SEEN-TEXT)
               "); it had been silent since "
               FUNCTION TRIM(LS-SINCE-TEXT) "."
               INTO LS-NOTIFY-MESSAGE
           END-STRING
           PERFORM SEND-UNIT-NOTICE.

      *> ===============================================================
      *> PARAGRAPH: SEND-UNIT-NOTICE
      *> PURPOSE: Hand the prepared subject and message to
      *>          NOTIFICATION-DISPATCH and log the transition.
      *> ===============================================================
       SEND-UNIT-NOTICE.
           CALL "NOTIFICATION-DISPATCH" USING
               BY REFERENCE LS-NOTIFY-SUBJECT
               BY REFERENCE LS-NOTIFY-MESSAGE
               BY REFERENCE LS-NOTIFY-DELIVERED-COUNT
               BY REFERENCE LS-NOTIFY-FAILED-COUNT
           ADD 1 TO LS-NOTICE-COUNT
           MOVE SPACES TO LS-LOG-MESSAGE
           STRING
               "Sensor heartbeat: " FUNCTION TRIM(LS-NOTIFY-SUBJECT)
               INTO LS-LOG-MESSAGE
           END-STRING
           CALL "AQRSS-LOG" USING
               BY REFERENCE C-LOG-WARN
               BY REFERENCE LS-LOG-MESSAGE.

      *> ===============================================================
      *> PARAGRAPH: FORMAT-STAMP
      *> PURPOSE: Render LS-STAMP-IN (YYYYMMDDhhmm) as
      *>          "YYYY-MM-DD hh:mm" in LS-STAMP-OUT, or "never" when
      *>          it is blank.
      *> ===============================================================
       FORMAT-STAMP.
           MOVE SPACES TO LS-STAMP-OUT
           IF LS-STAMP-IN = SPACES
           THEN
               MOVE "never" TO LS-STAMP-OUT
               EXIT PARAGRAPH
           END-IF
           STRING
               LS-STAMP-IN(1:4) "-" LS-STAMP-IN(5:2) "-"
               LS-STAMP-IN(7:2) " " LS-STAMP-IN(9:2) ":"
               LS-STAMP-IN(11:2)
               INTO LS-STAMP-OUT
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: LOAD-HEARTBEAT-STATE
      *> PURPOSE: Read the previous run's verdicts into the table; a
      *>          missing file means every unit is on its first check
      *>          and no transition can fire.
      *> ===============================================================
       LOAD-HEARTBEAT-STATE.
           MOVE 0 TO WS-STATE-COUNT
           OPEN INPUT SENSOR-HEARTBEAT-STATE-FILE
           IF WS-SH-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SH-FILE-STATUS = "10"
               READ SENSOR-HEARTBEAT-STATE-FILE
                   AT END
                       MOVE "10" TO WS-SH-FILE-STATUS
                   NOT AT END
                       IF WS-STATE-COUNT < C-UNIT-MAX-COUNT
                       THEN
                           ADD 1 TO WS-STATE-COUNT
                           SET WS-ST-IDX TO WS-STATE-COUNT
                           MOVE SH-SENSOR-ID
                               TO WS-ST-SENSOR-ID(WS-ST-IDX)
                           MOVE SH-STATE TO WS-ST-STATE(WS-ST-IDX)
                           MOVE SH-SINCE TO WS-ST-SINCE(WS-ST-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SENSOR-HEARTBEAT-STATE-FILE.

      *> ===============================================================
      *> PARAGRAPH: SAVE-HEARTBEAT-STATE
      *> PURPOSE: Rewrite the state file from the table. A unit that
      *>          left service simply stops being checked; its stale
      *>          entry is harmless and is dropped once the table
      *>          fills.
      *> ===============================================================
       SAVE-HEARTBEAT-STATE.
           OPEN OUTPUT SENSOR-HEARTBEAT-STATE-FILE
           IF WS-SH-FILE-STATUS NOT = "00"
           THEN
               MOVE "Sensor heartbeat: could not rewrite "
                   & "sensor-heartbeat-state.dat" TO LS-LOG-MESSAGE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-STATE-COUNT
               MOVE WS-ST-SENSOR-ID(WS-ST-IDX) TO SH-SENSOR-ID
               MOVE WS-ST-STATE(WS-ST-IDX) TO SH-STATE
               MOVE WS-ST-SINCE(WS-ST-IDX) TO SH-SINCE
               WRITE SH-RECORD
           END-PERFORM
           CLOSE SENSOR-HEARTBEAT-STATE-FILE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-UPTIME-REPORT
      *> PURPOSE: Rewrite sensor-uptime-report.txt: yesterday's uptime
      *>          per unit, its state right now and when it last
      *>          posted, with the units that need a visit flagged.
      *> ===============================================================
       WRITE-UPTIME-REPORT.
           OPEN OUTPUT UPTIME-REPORT-FILE
           IF WS-UR-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not open sensor uptime report "
                   "file, status " WS-UR-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE LS-NOW-STAMP TO LS-STAMP-IN
           PERFORM FORMAT-STAMP
           MOVE SPACES TO UR-LINE
           STRING
               "Sensor uptime report for "
               LS-YESTERDAY-X(1:4) "-" LS-YESTERDAY-X(5:2) "-"
               LS-YESTERDAY-X(7:2)
               ", state as of " FUNCTION TRIM(LS-STAMP-OUT)
               INTO UR-LINE
           END-STRING
           WRITE UR-LINE
           MOVE "  sensor           uptime  state    last reading"
               & "       site" TO UR-LINE
           WRITE UR-LINE

           MOVE 0 TO LS-VISIT-COUNT
           PERFORM VARYING WS-UNIT-IDX FROM 1 BY 1
               UNTIL WS-UNIT-IDX > WS-UNIT-COUNT
               PERFORM WRITE-ONE-UPTIME-LINE
           END-PERFORM

           MOVE SPACES TO UR-LINE
           WRITE UR-LINE
           IF LS-VISIT-COUNT = 0
           THEN
               MOVE "  (no unit needs a visit)" TO UR-LINE
           ELSE
               STRING
                   "  " LS-VISIT-COUNT " unit(s) marked VISIT: "
                   "offline now, or under "
                   C-VISIT-UPTIME-PCT "% uptime yesterday"
                   INTO UR-LINE
               END-STRING
           END-IF
           WRITE UR-LINE
           CLOSE UPTIME-REPORT-FILE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-ONE-UPTIME-LINE
      *> PURPOSE: Write the WS-UNIT-IDX unit's report line. A unit
      *>          commissioned today had no service day yesterday and
      *>          shows "n/a".
      *> ===============================================================
       WRITE-ONE-UPTIME-LINE.
           MOVE "N" TO LS-VISIT-FLAG
           IF WS-UN-COMMISSIONED(WS-UNIT-IDX) > LS-YESTERDAY-X
           THEN
               MOVE "n/a" TO LS-UPTIME-TEXT
           ELSE
               COMPUTE LS-UPTIME-PCT ROUNDED =
                   WS-UN-COVERED-MIN(WS-UNIT-IDX) * 100
                   / C-MINUTES-PER-DAY
               MOVE LS-UPTIME-PCT TO LS-UPTIME-DISPLAY
               MOVE SPACES TO LS-UPTIME-TEXT
               STRING
                   LS-UPTIME-DISPLAY "%"
                   INTO LS-UPTIME-TEXT
               END-STRING
               IF LS-UPTIME-PCT < C-VISIT-UPTIME-PCT
               THEN
                   MOVE "Y" TO LS-VISIT-FLAG
               END-IF
           END-IF
           IF WS-UN-STATE(WS-UNIT-IDX) = "OFFLINE"
           THEN
               MOVE "Y" TO LS-VISIT-FLAG
           END-IF

           MOVE WS-UN-LAST-STAMP(WS-UNIT-IDX) TO LS-STAMP-IN
           PERFORM FORMAT-STAMP

           MOVE SPACES TO UR-LINE
           STRING
               "  " WS-UN-SENSOR-ID(WS-UNIT-IDX)
               " " LS-UPTIME-TEXT
               "  " WS-UN-STATE(WS-UNIT-IDX)
               "  " LS-STAMP-OUT
               "   " FUNCTION TRIM(WS-UN-SITE(WS-UNIT-IDX))
               INTO UR-LINE
           END-STRING
           IF LS-VISIT-FLAG = "Y"
           THEN
               ADD 1 TO LS-VISIT-COUNT
               MOVE "VISIT" TO UR-LINE(100:5)
           END-IF
           WRITE UR-LINE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-BATCH-RUN-RECORD
      *> PURPOSE: Append this run's record to the shared batch-control
      *>          journal for the /status route.
      *> ===============================================================
       WRITE-BATCH-RUN-RECORD.
           MOVE FUNCTION CURRENT-DATE TO BC-END-TIMESTAMP
           CALL "BATCH-RUN-RECORD" USING
               BY REFERENCE BC-RECORD.

       END PROGRAM SENSOR-HEARTBEAT-BATCH.
