      *> ===============================================================
      *> PROGRAM: CO2-ROOM-REPORT-BATCH
      *> PURPOSE: The schools' weekly classroom air report: for every
      *>          room with a CO2 monitor, how many school hours of
      *>          the past week (the seven days ending yesterday) it
      *>          spent at or above C-STUFFY-PPM (800 ppm) and at or
      *>          above C-VERY-STUFFY-PPM (1500 ppm), out of the
      *>          school hours it was measured at all, written to
      *>          co2-room-report.txt. School hours are Monday to
      *>          Friday, C-SCHOOL-START-MIN to C-SCHOOL-END-MIN
      *>          (08:00 to 17:00).
      *>          Each reading stands for the room's air from its
      *>          timestamp until the same monitor's next reading,
      *>          but never longer than two of the monitor's
      *>          reporting intervals - the same rule SENSOR-
      *>          HEARTBEAT-BATCH uses for uptime - so a monitor that
      *>          went quiet does not stretch one reading over the
      *>          rest of the day. The reading's building and room
      *>          are the ones the monitor posted it under.
      *>          Readings whose timestamp is neither YYYYMMDDhhmm...
      *>          nor YYYY-MM-DDThh:mm... are ignored here.
      *>          Meant to run weekly through
      *>          AQRSS_CO2_ROOM_REPORT_INTERVAL_S/_AT; any run
      *>          reports the seven days before it.
      *>          Called from AIR-QUALITY-RSS's main loop; not
      *>          reachable from the HTTP router.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CO2-ROOM-REPORT-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDOOR-CO2-FILE ASSIGN TO
                   "indoor-co2-readings.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CO2-KEY
               FILE STATUS IS WS-CO2-FILE-STATUS.

           SELECT CO2-REPORT-FILE ASSIGN TO
                   "co2-room-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CR-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  INDOOR-CO2-FILE.
       COPY indoor-co2-reading IN "air-quality/service".

       FD  CO2-REPORT-FILE.
       01  CR-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CO2-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CR-FILE-STATUS            PIC X(02) VALUE SPACES.

       01  C-STUFFY-PPM                 CONSTANT AS 800.
       01  C-VERY-STUFFY-PPM            CONSTANT AS 1500.
       01  C-SCHOOL-START-MIN           CONSTANT AS 480.
       01  C-SCHOOL-END-MIN             CONSTANT AS 1020.
       01  C-REPORT-DAYS                CONSTANT AS 7.
       01  C-MINUTES-PER-DAY            CONSTANT AS 1440.
       01  C-HOLD-INTERVALS             CONSTANT AS 2.
       01  C-DEFAULT-INTERVAL-MIN       CONSTANT AS 15.

      *> One slot per (building, room) seen in the week.
       01  C-ROOM-MAX-COUNT             CONSTANT AS 100.
       01  WS-ROOM-COUNT                PIC 9(3) VALUE 0.
       01  WS-ROOM-TABLE.
           05  WS-ROOM-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-ROOM-IDX WS-ROOM-IDX-2.
               10  WS-RM-BUILDING       PIC X(32).
               10  WS-RM-ROOM           PIC X(32).
               10  WS-RM-MEASURED-MIN   PIC 9(7).
               10  WS-RM-STUFFY-MIN     PIC 9(7).
               10  WS-RM-VERY-STUFFY-MIN PIC 9(7).
       01  WS-ROOM-SWAP.
           05  FILLER                   PIC X(32).
           05  FILLER                   PIC X(32).
           05  FILLER                   PIC 9(7).
           05  FILLER                   PIC 9(7).
           05  FILLER                   PIC 9(7).
       01  WS-ROOM-FOUND                USAGE BINARY-LONG VALUE 0.

       LOCAL-STORAGE SECTION.
       01  LS-CURRENT-DATE-AND-TIME.
           05  LS-CDT-DATE              PIC 9(8).
           05  LS-CDT-HOUR              PIC 9(2).
           05  LS-CDT-MINUTE            PIC 9(2).
           05  FILLER                   PIC X(9).
       01  LS-DAY-ORDINAL               PIC S9(9) COMP-5 VALUE 0.
       01  LS-WEEK-START-MINUTE         PIC S9(11) COMP-3 VALUE 0.
       01  LS-WEEK-END-MINUTE           PIC S9(11) COMP-3 VALUE 0.
       01  LS-FIRST-DATE                PIC 9(8) VALUE 0.
       01  LS-LAST-DATE                 PIC 9(8) VALUE 0.
       01  LS-FIRST-X                   PIC X(8) VALUE SPACES.
       01  LS-LAST-X                    PIC X(8) VALUE SPACES.

      *> The reading still waiting for its monitor's next one to
      *> know how long it held.
       01  LS-HAVE-PENDING              PIC X(1) VALUE "N".
       01  LS-PD-SENSOR-ID              PIC X(16) VALUE SPACES.
       01  LS-PD-BUILDING               PIC X(32) VALUE SPACES.
       01  LS-PD-ROOM                   PIC X(32) VALUE SPACES.
       01  LS-PD-PPM                    PIC 9(5) VALUE 0.
       01  LS-PD-MINUTE                 PIC S9(11) COMP-3 VALUE 0.
       01  LS-HOLD-MIN                  PIC S9(11) COMP-3 VALUE 0.

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

       01  LS-SEG-START                 PIC S9(11) COMP-3 VALUE 0.
       01  LS-SEG-END                   PIC S9(11) COMP-3 VALUE 0.
       01  LS-SEG-DAY                   PIC S9(9) COMP-5 VALUE 0.
       01  LS-SEG-LAST-DAY              PIC S9(9) COMP-5 VALUE 0.
       01  LS-SCHOOL-START              PIC S9(11) COMP-3 VALUE 0.
       01  LS-SCHOOL-END                PIC S9(11) COMP-3 VALUE 0.
       01  LS-SCHOOL-MINUTES            PIC S9(11) COMP-3 VALUE 0.
       01  LS-WEEKDAY                   PIC 9(1) VALUE 0.

       01  LS-HOURS                     PIC 9(5)V9(1) VALUE 0.
       01  LS-MEASURED-DISPLAY          PIC Z(4)9.9.
       01  LS-STUFFY-DISPLAY            PIC Z(4)9.9.
       01  LS-VERY-STUFFY-DISPLAY       PIC Z(4)9.9.
       01  LS-SHARE-PCT                 PIC 9(3) VALUE 0.
       01  LS-SHARE-DISPLAY             PIC ZZ9.
       01  LS-READING-COUNT             PIC 9(7) VALUE 0.
       01  LS-CONCERN-COUNT             PIC 9(5) VALUE 0.

       COPY sensor-registry-record IN "air-quality/service".

       01  C-LOG-INFO                   PIC X(5) VALUE "INFO".
       01  LS-LOG-MESSAGE               PIC X(256) VALUE SPACES.
       COPY batch-control IN "air-quality/batch".

       PROCEDURE DIVISION.

           MOVE "CO2-ROOM-REPORT-BATCH" TO BC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO BC-START-TIMESTAMP

           MOVE FUNCTION CURRENT-DATE TO LS-CURRENT-DATE-AND-TIME
           COMPUTE LS-DAY-ORDINAL =
               FUNCTION INTEGER-OF-DATE(LS-CDT-DATE)
           COMPUTE LS-WEEK-END-MINUTE =
               LS-DAY-ORDINAL * C-MINUTES-PER-DAY
           COMPUTE LS-WEEK-START-MINUTE =
               LS-WEEK-END-MINUTE - C-REPORT-DAYS * C-MINUTES-PER-DAY
           COMPUTE LS-FIRST-DATE =
               FUNCTION DATE-OF-INTEGER(LS-DAY-ORDINAL - C-REPORT-DAYS)
           COMPUTE LS-LAST-DATE =
               FUNCTION DATE-OF-INTEGER(LS-DAY-ORDINAL - 1)
           MOVE LS-FIRST-DATE TO LS-FIRST-X
           MOVE LS-LAST-DATE TO LS-LAST-X

           MOVE 0 TO WS-ROOM-COUNT
           PERFORM FOLD-CO2-ARCHIVE
           IF WS-ROOM-COUNT = 0
           THEN
               MOVE "CO2 room report: no classroom reading in the "
                   & "past week, skipping" TO LS-LOG-MESSAGE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE "SKIPPED" TO BC-STATUS
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF

           PERFORM SORT-ROOM-TABLE
           PERFORM WRITE-CO2-REPORT

           MOVE SPACES TO LS-LOG-MESSAGE
           STRING
               "CO2 room report: " WS-ROOM-COUNT " room(s), "
               LS-CONCERN-COUNT " over " C-VERY-STUFFY-PPM
               " ppm during school hours"
               INTO LS-LOG-MESSAGE
           END-STRING
           CALL "AQRSS-LOG" USING
               BY REFERENCE C-LOG-INFO
               BY REFERENCE LS-LOG-MESSAGE

           MOVE WS-ROOM-COUNT TO BC-OK-COUNT
           MOVE 0 TO BC-FAILED-COUNT
           MOVE "OK" TO BC-STATUS
           PERFORM WRITE-BATCH-RUN-RECORD

           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: FOLD-CO2-ARCHIVE
      *> PURPOSE: Walk the indoor archive once. The key orders each
      *>          monitor's readings by timestamp, so a reading's
      *>          hold ends at the next record when that record is
      *>          the same monitor's, and at the hold cap otherwise.
      *> ===============================================================
       FOLD-CO2-ARCHIVE.
           MOVE "N" TO LS-HAVE-PENDING
           MOVE 0 TO LS-READING-COUNT
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
                       PERFORM FOLD-ONE-CO2-READING
               END-READ
           END-PERFORM
           CLOSE INDOOR-CO2-FILE

           IF LS-HAVE-PENDING = "Y"
           THEN
               COMPUTE LS-SEG-END = LS-PD-MINUTE + LS-HOLD-MIN
               PERFORM CLOSE-PENDING-READING
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: FOLD-ONE-CO2-READING
      *> PURPOSE: Close the pending reading against the CO2-RECORD
      *>          just read, then make this record the pending one.
      *> ===============================================================
       FOLD-ONE-CO2-READING.
           MOVE CO2-TIMESTAMP TO LS-TS-TEXT
           PERFORM PARSE-READING-TIMESTAMP
           IF LS-TS-MINUTE = 0
           THEN
               EXIT PARAGRAPH
           END-IF

           IF LS-HAVE-PENDING = "Y"
           THEN
               COMPUTE LS-SEG-END = LS-PD-MINUTE + LS-HOLD-MIN
               IF CO2-SENSOR-ID = LS-PD-SENSOR-ID
                   AND LS-TS-MINUTE < LS-SEG-END
               THEN
                   MOVE LS-TS-MINUTE TO LS-SEG-END
               END-IF
               PERFORM CLOSE-PENDING-READING
           END-IF

           IF CO2-SENSOR-ID NOT = LS-PD-SENSOR-ID
               OR LS-HAVE-PENDING = "N"
           THEN
               PERFORM SET-MONITOR-HOLD
           END-IF
           MOVE "Y" TO LS-HAVE-PENDING
           MOVE CO2-SENSOR-ID TO LS-PD-SENSOR-ID
           MOVE CO2-BUILDING TO LS-PD-BUILDING
           MOVE CO2-ROOM TO LS-PD-ROOM
           MOVE CO2-PPM TO LS-PD-PPM
           MOVE LS-TS-MINUTE TO LS-PD-MINUTE.

      *> ===============================================================
      *> PARAGRAPH: SET-MONITOR-HOLD
      *> PURPOSE: How long one of CO2-SENSOR-ID's readings may stand
      *>          for the room: two of its registered reporting
      *>          intervals, or of the registry's default when the
      *>          unit is unknown or carries none.
      *> ===============================================================
       SET-MONITOR-HOLD.
           COMPUTE LS-HOLD-MIN =
               C-DEFAULT-INTERVAL-MIN * C-HOLD-INTERVALS
           CALL "SENSOR-REGISTRY-LOOKUP" USING
               BY REFERENCE CO2-SENSOR-ID
               BY REFERENCE SR-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0 AND SR-REPORT-INTERVAL-MIN > 0
           THEN
               COMPUTE LS-HOLD-MIN =
                   SR-REPORT-INTERVAL-MIN * C-HOLD-INTERVALS
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: CLOSE-PENDING-READING
      *> PURPOSE: Credit the pending reading's stretch, from its
      *>          timestamp to LS-SEG-END, to its room: only the part
      *>          inside the report week and inside school hours of
      *>          a weekday counts. Day ordinal 1 (1601-01-01) was a
      *>          Monday, so (ordinal - 1) mod 7 is 0 for Monday
      *>          through 4 for Friday.
      *> ===============================================================
       CLOSE-PENDING-READING.
           MOVE LS-PD-MINUTE TO LS-SEG-START
           IF LS-SEG-START < LS-WEEK-START-MINUTE
           THEN
               MOVE LS-WEEK-START-MINUTE TO LS-SEG-START
           END-IF
           IF LS-SEG-END > LS-WEEK-END-MINUTE
           THEN
               MOVE LS-WEEK-END-MINUTE TO LS-SEG-END
           END-IF
           IF LS-SEG-END <= LS-SEG-START
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO LS-SCHOOL-MINUTES
           COMPUTE LS-SEG-DAY = LS-SEG-START / C-MINUTES-PER-DAY
           COMPUTE LS-SEG-LAST-DAY =
               (LS-SEG-END - 1) / C-MINUTES-PER-DAY
           PERFORM VARYING LS-SEG-DAY FROM LS-SEG-DAY BY 1
               UNTIL LS-SEG-DAY > LS-SEG-LAST-DAY
               COMPUTE LS-WEEKDAY = FUNCTION MOD(LS-SEG-DAY - 1, 7)
               IF LS-WEEKDAY < 5
               THEN
                   COMPUTE LS-SCHOOL-START =
                       LS-SEG-DAY * C-MINUTES-PER-DAY
                       + C-SCHOOL-START-MIN
                   COMPUTE LS-SCHOOL-END =
                       LS-SEG-DAY * C-MINUTES-PER-DAY
                       + C-SCHOOL-END-MIN
                   IF LS-SCHOOL-START < LS-SEG-START
                   THEN
                       MOVE LS-SEG-START TO LS-SCHOOL-START
                   END-IF
                   IF LS-SCHOOL-END > LS-SEG-END
                   THEN
                       MOVE LS-SEG-END TO LS-SCHOOL-END
                   END-IF
                   IF LS-SCHOOL-END > LS-SCHOOL-START
                   THEN
                       COMPUTE LS-SCHOOL-MINUTES = LS-SCHOOL-MINUTES
                           + LS-SCHOOL-END - LS-SCHOOL-START
                   END-IF
               END-IF
           END-PERFORM
           IF LS-SCHOOL-MINUTES = 0
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ROOM-FOUND
           PERFORM VARYING WS-ROOM-IDX FROM 1 BY 1
               UNTIL WS-ROOM-IDX > WS-ROOM-COUNT
               IF FUNCTION UPPER-CASE(WS-RM-BUILDING(WS-ROOM-IDX))
                       = FUNCTION UPPER-CASE(LS-PD-BUILDING)
                   AND FUNCTION UPPER-CASE(WS-RM-ROOM(WS-ROOM-IDX))
                       = FUNCTION UPPER-CASE(LS-PD-ROOM)
               THEN
                   SET WS-ROOM-FOUND TO WS-ROOM-IDX
               END-IF
           END-PERFORM
           IF WS-ROOM-FOUND = 0
           THEN
               IF WS-ROOM-COUNT >= C-ROOM-MAX-COUNT
               THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ROOM-COUNT
               MOVE WS-ROOM-COUNT TO WS-ROOM-FOUND
               MOVE LS-PD-BUILDING TO WS-RM-BUILDING(WS-ROOM-FOUND)
               MOVE LS-PD-ROOM TO WS-RM-ROOM(WS-ROOM-FOUND)
               MOVE 0 TO WS-RM-MEASURED-MIN(WS-ROOM-FOUND)
               MOVE 0 TO WS-RM-STUFFY-MIN(WS-ROOM-FOUND)
               MOVE 0 TO WS-RM-VERY-STUFFY-MIN(WS-ROOM-FOUND)
           END-IF
           SET WS-ROOM-IDX TO WS-ROOM-FOUND
           ADD LS-SCHOOL-MINUTES TO WS-RM-MEASURED-MIN(WS-ROOM-IDX)
           IF LS-PD-PPM >= C-STUFFY-PPM
           THEN
               ADD LS-SCHOOL-MINUTES TO WS-RM-STUFFY-MIN(WS-ROOM-IDX)
           END-IF
           IF LS-PD-PPM >= C-VERY-STUFFY-PPM
           THEN
               ADD LS-SCHOOL-MINUTES
                   TO WS-RM-VERY-STUFFY-MIN(WS-ROOM-IDX)
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: SORT-ROOM-TABLE
      *> PURPOSE: Order the rooms by building, then room, so each
      *>          school reads its own block of the report. A plain
      *>          exchange sort; the table is a few dozen rooms.
      *> ===============================================================
       SORT-ROOM-TABLE.
           PERFORM VARYING WS-ROOM-IDX FROM 1 BY 1
               UNTIL WS-ROOM-IDX >= WS-ROOM-COUNT
               PERFORM VARYING WS-ROOM-IDX-2 FROM WS-ROOM-IDX BY 1
                   UNTIL WS-ROOM-IDX-2 > WS-ROOM-COUNT
                   IF WS-RM-BUILDING(WS-ROOM-IDX-2)
                           < WS-RM-BUILDING(WS-ROOM-IDX)
                       OR (WS-RM-BUILDING(WS-ROOM-IDX-2)
                               = WS-RM-BUILDING(WS-ROOM-IDX)
                           AND WS-RM-ROOM(WS-ROOM-IDX-2)
                               < WS-RM-ROOM(WS-ROOM-IDX))
                   THEN
                       MOVE WS-ROOM-ENTRY(WS-ROOM-IDX) TO WS-ROOM-SWAP
                       MOVE WS-ROOM-ENTRY(WS-ROOM-IDX-2)
                           TO WS-ROOM-ENTRY(WS-ROOM-IDX)
                       MOVE WS-ROOM-SWAP
                           TO WS-ROOM-ENTRY(WS-ROOM-IDX-2)
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: WRITE-CO2-REPORT
      *> PURPOSE: Rewrite co2-room-report.txt with one line per room.
      *> ===============================================================
       WRITE-CO2-REPORT.
           MOVE 0 TO LS-CONCERN-COUNT
           OPEN OUTPUT CO2-REPORT-FILE
           IF WS-CR-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not open CO2 room report "
                   "file, status " WS-CR-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CR-LINE
           STRING
               "Classroom CO2 report for "
               LS-FIRST-X(1:4) "-" LS-FIRST-X(5:2) "-"
               LS-FIRST-X(7:2) " to "
               LS-LAST-X(1:4) "-" LS-LAST-X(5:2) "-"
               LS-LAST-X(7:2)
               ", school hours Monday-Friday 08:00-17:00"
               INTO CR-LINE
           END-STRING
           WRITE CR-LINE
           MOVE "  building                         room          "
               & "                   measured h  >=800 h >=1500 h"
               & "  >=800 %" TO CR-LINE
           WRITE CR-LINE

           PERFORM VARYING WS-ROOM-IDX FROM 1 BY 1
               UNTIL WS-ROOM-IDX > WS-ROOM-COUNT
               PERFORM WRITE-ONE-ROOM-LINE
           END-PERFORM

           MOVE SPACES TO CR-LINE
           WRITE CR-LINE
           IF LS-CONCERN-COUNT = 0
           THEN
               MOVE "  (no room reached 1500 ppm during school hours)"
                   TO CR-LINE
           ELSE
               STRING
                   "  " LS-CONCERN-COUNT " room(s) marked VENTILATE: "
                   "at or above 1500 ppm for part of the week"
                   INTO CR-LINE
               END-STRING
           END-IF
           WRITE CR-LINE
           CLOSE CO2-REPORT-FILE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-ONE-ROOM-LINE
      *> PURPOSE: Write the WS-ROOM-IDX room's hours, and its share of
      *>          measured school time at or above 800 ppm.
      *> ===============================================================
       WRITE-ONE-ROOM-LINE.
           COMPUTE LS-HOURS ROUNDED =
               WS-RM-MEASURED-MIN(WS-ROOM-IDX) / 60
           MOVE LS-HOURS TO LS-MEASURED-DISPLAY
           COMPUTE LS-HOURS ROUNDED =
               WS-RM-STUFFY-MIN(WS-ROOM-IDX) / 60
           MOVE LS-HOURS TO LS-STUFFY-DISPLAY
           COMPUTE LS-HOURS ROUNDED =
               WS-RM-VERY-STUFFY-MIN(WS-ROOM-IDX) / 60
           MOVE LS-HOURS TO LS-VERY-STUFFY-DISPLAY
           COMPUTE LS-SHARE-PCT ROUNDED =
               WS-RM-STUFFY-MIN(WS-ROOM-IDX) * 100
               / WS-RM-MEASURED-MIN(WS-ROOM-IDX)
           MOVE LS-SHARE-PCT TO LS-SHARE-DISPLAY

           MOVE SPACES TO CR-LINE
           STRING
               "  " WS-RM-BUILDING(WS-ROOM-IDX)
               " " WS-RM-ROOM(WS-ROOM-IDX)
               "    " LS-MEASURED-DISPLAY
               "  " LS-STUFFY-DISPLAY
               "  " LS-VERY-STUFFY-DISPLAY
               "     " LS-SHARE-DISPLAY
               INTO CR-LINE
           END-STRING
           IF WS-RM-VERY-STUFFY-MIN(WS-ROOM-IDX) > 0
           THEN
               ADD 1 TO LS-CONCERN-COUNT
               MOVE "VENTILATE" TO CR-LINE(120:9)
           END-IF
           WRITE CR-LINE.

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
      *> PARAGRAPH: WRITE-BATCH-RUN-RECORD
      *> PURPOSE: Append this run's record to the shared batch-control
      *>          journal for the /status route.
      *> ===============================================================
       WRITE-BATCH-RUN-RECORD.
           MOVE FUNCTION CURRENT-DATE TO BC-END-TIMESTAMP
           CALL "BATCH-RUN-RECORD" USING
               BY REFERENCE BC-RECORD.

       END PROGRAM CO2-ROOM-REPORT-BATCH.
