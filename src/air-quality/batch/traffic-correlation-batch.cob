      *> ===============================================================
      *> PROGRAM: TRAFFIC-CORRELATION-BATCH
      *> PURPOSE: Set the council traffic department's induction-loop
      *>          counts beside our NO2 readings, so the question "did
      *>          the ring-road move NO2 away from the centre?" gets a
      *>          figure instead of an opinion.
      *>          Import: when the department's daily counts file is
      *>          present (traffic-counts.csv, one
      *>          date;counting_point;latitude;longitude;vehicles line
      *>          per point and day, the date as YYYY-MM-DD or
      *>          DD/MM/YYYY; the header and any malformed line are
      *>          skipped) every line is filed in the indexed traffic
      *>          count archive (see traffic-count), a day already on
      *>          file being replaced by the new figure.
      *>          Report: every counting point in the archive is
      *>          mapped to the nearest watched latitude/longitude
      *>          location or registered sensor, within
      *>          AQRSS_TRAFFIC_MAX_KM (default 5 km; a point further
      *>          from all of them is listed as unmapped). Each count
      *>          day is then paired with that day's NO2: the PREV'AIR
      *>          daily average for a watched location (CAMS when
      *>          PREV'AIR has no record that day), the mean of the
      *>          sensor's calibrated no2 readings for a sensor. A day
      *>          an operator annotated INVALID is left out.
      *>          traffic-no2-report.txt then gives, per counting point
      *>          and for all points together, the correlation
      *>          coefficient between daily vehicles and NO2, the
      *>          mean vehicles and NO2 before and after
      *>          AQRSS_TRAFFIC_CHANGE_DATE (YYYY-MM-DD - the day the
      *>          ring-road opened; without it that comparison is left
      *>          out), and the same means for weekdays against
      *>          weekends.
      *>          Atmo France zones carry no coordinates, so they are
      *>          not candidates for the mapping.
      *>          Scheduled from AIR-QUALITY-RSS's main loop on its
      *>          own job slot, and runnable on demand through the
      *>          /admin/jobs routes; not reachable as an HTTP data
      *>          route.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAFFIC-CORRELATION-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAFFIC-CSV-FILE ASSIGN TO "traffic-counts.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.

           SELECT TRAFFIC-COUNT-FILE ASSIGN TO "traffic-counts.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC-KEY
               FILE STATUS IS WS-TC-FILE-STATUS.

           SELECT PREVAIR-DAILY-HISTORY-FILE ASSIGN TO
                   "prevair-pollutant-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PVH-KEY
               FILE STATUS IS WS-PVH-FILE-STATUS.

           SELECT CAMS-HISTORY-FILE ASSIGN TO
                   "cams-pollutant-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMH-KEY
               FILE STATUS IS WS-CMH-FILE-STATUS.

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

           SELECT TRAFFIC-REPORT-FILE ASSIGN TO
                   "traffic-no2-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TR-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  TRAFFIC-CSV-FILE.
       01  CSV-LINE                     PIC X(200).

       FD  TRAFFIC-COUNT-FILE.
       COPY traffic-count IN "air-quality/batch".

       FD  PREVAIR-DAILY-HISTORY-FILE.
       COPY pollutant-daily-history IN "pollutant/service/prevair".

       FD  CAMS-HISTORY-FILE.
       COPY pollutant-daily-history IN "pollutant/service/cams".

       FD  SENSOR-REGISTRY-FILE.
       COPY sensor-registry-record IN "air-quality/service".

       FD  SENSOR-READING-FILE.
       COPY sensor-reading IN "air-quality/service".

       FD  TRAFFIC-REPORT-FILE.
       01  TR-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CSV-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-TC-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PVH-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CMH-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-SR-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-SEN-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-TR-FILE-STATUS            PIC X(02) VALUE SPACES.
      *> The layouts this program was compiled against (see
      *> AQRSS-LAYOUT-VERSION).
       01  C-TC-FILE-NAME               PIC X(40)
               VALUE "traffic-counts.dat".
       01  C-TC-LAYOUT-VERSION          PIC 9(3) VALUE 1.
       01  C-SEN-FILE-NAME              PIC X(40)
               VALUE "sensor-readings.dat".
       01  C-SEN-LAYOUT-VERSION         PIC 9(3) VALUE 2.
       01  C-SR-FILE-NAME               PIC X(40)
               VALUE "sensor-registry.dat".
       01  C-SR-LAYOUT-VERSION          PIC 9(3) VALUE 2.

      *> The places a counting point can be mapped to: the watched
      *> latitude/longitude locations ("L", WS-CD-REF the archives'
      *> "latitude,longitude" label) and the registered sensors ("S",
      *> WS-CD-REF the sensor id).
       01  C-CANDIDATE-MAX-COUNT        CONSTANT AS 60.
       01  WS-CANDIDATE-COUNT           PIC 9(2) VALUE 0.
       01  WS-CANDIDATE-TABLE.
           05  WS-CD-ENTRY OCCURS 60 TIMES INDEXED BY WS-CD-IDX.
               10  WS-CD-KIND           PIC X(1).
               10  WS-CD-REF            PIC X(21).
               10  WS-CD-NAME           PIC X(32).
               10  WS-CD-LATITUDE       PIC S9(3)V9(8).
               10  WS-CD-LONGITUDE      PIC S9(3)V9(8).

      *> One slot per counting point met in the archive, with its
      *> mapping and tallies; the slot after the last point's
      *> (C-POINT-MAX-COUNT + 1) sums all points together. The
      *> correlation sums are floating point: a year of daily counts
      *> squared runs past what a fixed picture holds comfortably.
       01  C-POINT-MAX-COUNT            CONSTANT AS 200.
       01  C-ALL-POINTS-SLOT            CONSTANT AS 201.
       01  WS-POINT-COUNT               PIC 9(3) VALUE 0.
       01  WS-POINT-TABLE.
           05  WS-PT-ENTRY OCCURS 201 TIMES INDEXED BY WS-PT-IDX.
               10  WS-PT-ID             PIC X(16).
               10  WS-PT-LATITUDE-STR   PIC X(10).
               10  WS-PT-LONGITUDE-STR  PIC X(10).
               10  WS-PT-MAPPED         PIC X(1).
               10  WS-PT-KIND           PIC X(1).
               10  WS-PT-REF            PIC X(21).
               10  WS-PT-NAME           PIC X(32).
               10  WS-PT-KM             PIC 9(4)V9(2).
               10  WS-PT-COUNT-DAYS     PIC 9(5) COMP.
               10  WS-PT-PAIRED-DAYS    PIC 9(5) COMP.
               10  WS-PT-SUM-X          USAGE COMP-2.
               10  WS-PT-SUM-Y          USAGE COMP-2.
               10  WS-PT-SUM-XY         USAGE COMP-2.
               10  WS-PT-SUM-XX         USAGE COMP-2.
               10  WS-PT-SUM-YY         USAGE COMP-2.
      *> Period tallies: 1 before the change date, 2 from it on,
      *> 3 weekdays, 4 weekends.
               10  WS-PT-PERIOD OCCURS 4 TIMES.
                   15  WS-PP-DAYS       PIC 9(5) COMP.
                   15  WS-PP-VEHICLES   PIC 9(12) COMP-3.
                   15  WS-PP-NO2        PIC 9(9)V9(1) COMP-3.
       01  WS-PT-SLOT                   PIC 9(3) VALUE 0.
       01  WS-PERIOD-IDX                PIC 9(1) VALUE 0.

      *> Operator annotations, loaded once per run.
       COPY reading-annotation-table IN "air-quality/service".
       COPY watched-locations IN "air-quality/batch".

       LOCAL-STORAGE SECTION.
       01  LS-CURRENT-TIMESTAMP         PIC X(21) VALUE SPACES.
       01  LS-ENV-VALUE                 PIC X(32) VALUE SPACES.
       01  LS-MAX-KM                    PIC 9(4)V9(2) VALUE 5.
       01  LS-CHANGE-DATE               PIC X(10) VALUE SPACES.
       01  LS-HAS-CHANGE-DATE           PIC X(01) VALUE "N".
       01  LS-PVH-OPEN                  PIC X(01) VALUE "N".
       01  LS-CMH-OPEN                  PIC X(01) VALUE "N".
       01  LS-SEN-OPEN                  PIC X(01) VALUE "N".

      *> One line of the counts file.
       01  LS-CSV-DATE                  PIC X(20) VALUE SPACES.
       01  LS-CSV-POINT                 PIC X(40) VALUE SPACES.
       01  LS-CSV-LATITUDE              PIC X(20) VALUE SPACES.
       01  LS-CSV-LONGITUDE             PIC X(20) VALUE SPACES.
       01  LS-CSV-VEHICLES              PIC X(20) VALUE SPACES.
       01  LS-IMPORT-DATE               PIC X(10) VALUE SPACES.
       01  LS-IMPORTED-COUNT            PIC 9(6) VALUE 0.
       01  LS-REPLACED-COUNT            PIC 9(6) VALUE 0.
       01  LS-REJECTED-COUNT            PIC 9(6) VALUE 0.
       01  LS-FAILED-COUNT              PIC 9(6) VALUE 0.

      *> The mapping search.
       01  LS-LABEL-LATITUDE            PIC S9(3)V9(6).
       01  LS-LABEL-LONGITUDE           PIC S9(3)V9(6).
       01  LS-LATITUDE-DISPLAY          PIC -ZZ9.999999.
       01  LS-LONGITUDE-DISPLAY         PIC -ZZ9.999999.
       01  LS-POINT-LATITUDE            PIC S9(3)V9(8).
       01  LS-POINT-LONGITUDE           PIC S9(3)V9(8).
       01  LS-DISTANCE-KM               PIC 9(4)V9(2).
       01  LS-NEAREST-SET               PIC X(01) VALUE "N".

      *> The count day being paired.
       01  LS-DAY-DATE                  PIC 9(8) VALUE 0.
       01  LS-WEEKDAY                   PIC 9(1) VALUE 0.
       01  LS-NO2-FOUND                 PIC X(01) VALUE "N".
       01  LS-NO2-VALUE                 PIC 9(3)V9(1) VALUE 0.
       01  LS-NO2-SUM                   PIC 9(7)V9(1) VALUE 0.
       01  LS-NO2-READINGS              PIC 9(5) VALUE 0.
       01  LS-ENTRY-IDX                 PIC 9(2) VALUE 0.
       01  LS-SCAN-PREFIX               PIC X(10) VALUE SPACES.
       01  LS-SCAN-LENGTH               PIC 9(2) VALUE 0.
       01  LS-SCAN-DONE                 PIC X(01) VALUE "N".
       01  LS-RA-ARCHIVE                PIC X(4) VALUE SPACES.
       01  LS-RA-LOCATION               PIC X(21) VALUE SPACES.
       01  LS-RA-ITEM                   PIC X(16) VALUE "no2".
       01  LS-RA-FLAG                   PIC X(7) VALUE SPACES.
       01  LS-RA-REASON                 PIC X(80) VALUE SPACES.
       01  LS-INVALID-COUNT             PIC 9(6) VALUE 0.
       01  LS-TOTAL-PAIRED              PIC 9(6) VALUE 0.

      *> The report's figures.
       01  LS-CORRELATION-NUM           USAGE COMP-2.
       01  LS-CORRELATION-DEN           USAGE COMP-2.
       01  LS-CORRELATION               PIC S9(1)V9(2) VALUE 0.
       01  LS-CORRELATION-DISPLAY       PIC -9.99.
       01  LS-MEAN-VEHICLES             PIC 9(7) VALUE 0.
       01  LS-MEAN-NO2                  PIC 9(3)V9(1) VALUE 0.
       01  LS-BEFORE-VEHICLES           PIC 9(7) VALUE 0.
       01  LS-BEFORE-NO2                PIC 9(3)V9(1) VALUE 0.
       01  LS-VEHICLES-DISPLAY          PIC Z(6)9.
       01  LS-NO2-DISPLAY               PIC ZZ9.9.
       01  LS-PCT-DISPLAY               PIC -(4)9.9.
       01  LS-DAYS-DISPLAY              PIC Z(4)9.
       01  LS-PAIRED-DISPLAY            PIC Z(4)9.
       01  LS-KM-DISPLAY                PIC Z(3)9.9.
       01  LS-PERIOD-LABEL              PIC X(20) VALUE SPACES.
       01  LS-HAS-CHANGE                PIC X(01) VALUE "N".
       01  LS-VEHICLE-PCT               PIC S9(4)V9(1) VALUE 0.
       01  LS-NO2-PCT                   PIC S9(4)V9(1) VALUE 0.
       01  LS-LINE-POS                  PIC 9(3) VALUE 1.
       01  LS-POINTS-DISPLAY            PIC Z(2)9.
       01  LS-TOTAL-DISPLAY             PIC Z(5)9.

       01  C-LOG-INFO                   PIC X(5) VALUE "INFO".
       01  C-LOG-WARN                   PIC X(5) VALUE "WARN".
       01  LS-LOG-MESSAGE               PIC X(256) VALUE SPACES.
       COPY batch-control IN "air-quality/batch".

       PROCEDURE DIVISION.

           MOVE "TRAFFIC-CORRELATION-BATCH" TO BC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO BC-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE TO LS-CURRENT-TIMESTAMP

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-TC-FILE-NAME
               BY REFERENCE C-TC-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "FAILED" TO BC-STATUS
               MOVE "traffic count layout not migrated" TO BC-NOTE
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF

           PERFORM IMPORT-TRAFFIC-COUNTS

           ACCEPT LS-ENV-VALUE FROM ENVIRONMENT "AQRSS_TRAFFIC_MAX_KM"
           IF FUNCTION TRIM(LS-ENV-VALUE) NOT = SPACES
           THEN
               IF FUNCTION TRIM(LS-ENV-VALUE) IS NUMERIC
               THEN
                   MOVE FUNCTION NUMVAL(LS-ENV-VALUE) TO LS-MAX-KM
               ELSE
                   DISPLAY "WARNING: AQRSS_TRAFFIC_MAX_KM is not a "
                       "whole number of km, using 5"
               END-IF
           END-IF
           MOVE SPACES TO LS-ENV-VALUE
           ACCEPT LS-ENV-VALUE
               FROM ENVIRONMENT "AQRSS_TRAFFIC_CHANGE_DATE"
           IF FUNCTION TRIM(LS-ENV-VALUE) NOT = SPACES
           THEN
               IF LS-ENV-VALUE(1:4) IS NUMERIC
                   AND LS-ENV-VALUE(5:1) = "-"
                   AND LS-ENV-VALUE(6:2) IS NUMERIC
                   AND LS-ENV-VALUE(8:1) = "-"
                   AND LS-ENV-VALUE(9:2) IS NUMERIC
                   AND LS-ENV-VALUE(11:1) = SPACE
               THEN
                   MOVE LS-ENV-VALUE(1:10) TO LS-CHANGE-DATE
                   MOVE "Y" TO LS-HAS-CHANGE-DATE
               ELSE
                   DISPLAY "WARNING: AQRSS_TRAFFIC_CHANGE_DATE is not "
                       "YYYY-MM-DD, before/after comparison left out"
               END-IF
           END-IF

           OPEN INPUT TRAFFIC-COUNT-FILE
           IF WS-TC-FILE-STATUS NOT = "00"
           THEN
               MOVE "Traffic correlation: no traffic counts on file, "
                   & "skipping" TO LS-LOG-MESSAGE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE "SKIPPED" TO BC-STATUS
               MOVE "no traffic counts on file" TO BC-NOTE
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF

           PERFORM LOAD-MAPPING-CANDIDATES
           CALL "READING-ANNOTATION-LOAD" USING
               BY REFERENCE RAT-TABLE-GRP
           PERFORM OPEN-NO2-SOURCES

           INITIALIZE WS-POINT-TABLE
           MOVE "All counting points" TO WS-PT-ID(C-ALL-POINTS-SLOT)
           PERFORM UNTIL WS-TC-FILE-STATUS NOT = "00"
               READ TRAFFIC-COUNT-FILE NEXT
                   AT END
                       MOVE "10" TO WS-TC-FILE-STATUS
                   NOT AT END
                       PERFORM PAIR-ONE-COUNT-DAY
               END-READ
           END-PERFORM
           CLOSE TRAFFIC-COUNT-FILE
           PERFORM CLOSE-NO2-SOURCES

           OPEN OUTPUT TRAFFIC-REPORT-FILE
           IF WS-TR-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not open traffic/NO2 report "
                   "file, status " WS-TR-FILE-STATUS
               MOVE "FAILED" TO BC-STATUS
               MOVE "traffic/NO2 report not writable" TO BC-NOTE
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF
           PERFORM WRITE-REPORT-HEADER
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-POINT-COUNT
               PERFORM WRITE-POINT-SECTION
           END-PERFORM
           SET WS-PT-IDX TO C-ALL-POINTS-SLOT
           PERFORM WRITE-POINT-SECTION
           CLOSE TRAFFIC-REPORT-FILE

           MOVE WS-POINT-COUNT TO LS-POINTS-DISPLAY
           MOVE LS-TOTAL-PAIRED TO LS-TOTAL-DISPLAY
           MOVE SPACES TO LS-LOG-MESSAGE
           STRING
               "Traffic correlation: " LS-IMPORTED-COUNT
               " count(s) imported, " LS-REPLACED-COUNT " replaced, "
               LS-REJECTED-COUNT " line(s) rejected; "
               FUNCTION TRIM(LS-POINTS-DISPLAY) " point(s), "
               FUNCTION TRIM(LS-TOTAL-DISPLAY) " day(s) paired, "
               LS-INVALID-COUNT " invalidated day(s) left out"
               INTO LS-LOG-MESSAGE
           END-STRING
           CALL "AQRSS-LOG" USING
               BY REFERENCE C-LOG-INFO
               BY REFERENCE LS-LOG-MESSAGE

           MOVE WS-POINT-COUNT TO BC-OK-COUNT
           MOVE LS-FAILED-COUNT TO BC-FAILED-COUNT
           MOVE SPACES TO BC-NOTE
           STRING
               FUNCTION TRIM(LS-POINTS-DISPLAY) " point(s), "
               FUNCTION TRIM(LS-TOTAL-DISPLAY) " day(s) paired"
               DELIMITED BY SIZE
               INTO BC-NOTE
           END-STRING
           MOVE "OK" TO BC-STATUS
           PERFORM WRITE-BATCH-RUN-RECORD

           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: IMPORT-TRAFFIC-COUNTS
      *> PURPOSE: File every line of traffic-counts.csv in the count
      *>          archive, creating the archive on the first import.
      *>          No counts file is not an error: the report still
      *>          runs on what the archive already holds.
      *> ===============================================================
       IMPORT-TRAFFIC-COUNTS.
           OPEN INPUT TRAFFIC-CSV-FILE
           IF WS-CSV-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF

           OPEN I-O TRAFFIC-COUNT-FILE
           IF WS-TC-FILE-STATUS = "35"
           THEN
               OPEN OUTPUT TRAFFIC-COUNT-FILE
               CLOSE TRAFFIC-COUNT-FILE
               OPEN I-O TRAFFIC-COUNT-FILE
           END-IF
           IF WS-TC-FILE-STATUS NOT = "00"
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Traffic correlation: could not open "
                   "traffic-counts.dat, status " WS-TC-FILE-STATUS
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               CLOSE TRAFFIC-CSV-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CSV-FILE-STATUS NOT = "00"
               READ TRAFFIC-CSV-FILE
                   AT END
                       MOVE "10" TO WS-CSV-FILE-STATUS
                   NOT AT END
                       PERFORM IMPORT-ONE-COUNT-LINE
               END-READ
           END-PERFORM
           CLOSE TRAFFIC-CSV-FILE
           CLOSE TRAFFIC-COUNT-FILE.

      *> ===============================================================
      *> PARAGRAPH: IMPORT-ONE-COUNT-LINE
      *> PURPOSE: Split one date;counting_point;latitude;longitude;
      *>          vehicles line and file it, replacing the point's
      *>          figure for that day when one is already on file. A
      *>          line with a missing field, an unreadable date or a
      *>          non-numeric count (the header among them) is
      *>          counted as rejected.
      *> ===============================================================
       IMPORT-ONE-COUNT-LINE.
           MOVE SPACES TO LS-CSV-DATE
           MOVE SPACES TO LS-CSV-POINT
           MOVE SPACES TO LS-CSV-LATITUDE
           MOVE SPACES TO LS-CSV-LONGITUDE
           MOVE SPACES TO LS-CSV-VEHICLES
           UNSTRING CSV-LINE
               DELIMITED BY ";"
               INTO LS-CSV-DATE LS-CSV-POINT
                   LS-CSV-LATITUDE LS-CSV-LONGITUDE LS-CSV-VEHICLES
           END-UNSTRING

           IF FUNCTION TRIM(LS-CSV-POINT) = SPACES
               OR FUNCTION TRIM(LS-CSV-LATITUDE) = SPACES
               OR FUNCTION TRIM(LS-CSV-LONGITUDE) = SPACES
               OR FUNCTION TRIM(LS-CSV-VEHICLES) = SPACES
               OR LS-CSV-POINT(17:) NOT = SPACES
               OR LS-CSV-LATITUDE(11:) NOT = SPACES
               OR LS-CSV-LONGITUDE(11:) NOT = SPACES
           THEN
               ADD 1 TO LS-REJECTED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(LS-CSV-VEHICLES) IS NOT NUMERIC
               OR FUNCTION LENGTH(FUNCTION TRIM(LS-CSV-VEHICLES)) > 7
           THEN
               ADD 1 TO LS-REJECTED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LS-IMPORT-DATE
           IF LS-CSV-DATE(1:4) IS NUMERIC AND LS-CSV-DATE(5:1) = "-"
               AND LS-CSV-DATE(6:2) IS NUMERIC
               AND LS-CSV-DATE(8:1) = "-"
               AND LS-CSV-DATE(9:2) IS NUMERIC
           THEN
               MOVE LS-CSV-DATE(1:10) TO LS-IMPORT-DATE
           END-IF
           IF LS-CSV-DATE(1:2) IS NUMERIC AND LS-CSV-DATE(3:1) = "/"
               AND LS-CSV-DATE(4:2) IS NUMERIC
               AND LS-CSV-DATE(6:1) = "/"
               AND LS-CSV-DATE(7:4) IS NUMERIC
           THEN
               STRING
                   LS-CSV-DATE(7:4) "-" LS-CSV-DATE(4:2) "-"
                   LS-CSV-DATE(1:2)
                   DELIMITED BY SIZE
                   INTO LS-IMPORT-DATE
               END-STRING
           END-IF
           IF LS-IMPORT-DATE = SPACES
               OR LS-IMPORT-DATE(6:2) < "01"
               OR LS-IMPORT-DATE(6:2) > "12"
               OR LS-IMPORT-DATE(9:2) < "01"
               OR LS-IMPORT-DATE(9:2) > "31"
           THEN
               ADD 1 TO LS-REJECTED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO TC-RECORD
           MOVE LS-IMPORT-DATE TO TC-DATE-STR
           MOVE LS-CSV-POINT(1:16) TO TC-POINT-ID
           MOVE FUNCTION NUMVAL(LS-CSV-VEHICLES) TO TC-VEHICLES
           MOVE LS-CSV-LATITUDE(1:10) TO TC-LATITUDE-STR
           MOVE LS-CSV-LONGITUDE(1:10) TO TC-LONGITUDE-STR
           MOVE LS-CURRENT-TIMESTAMP TO TC-IMPORTED-AT
           WRITE TC-RECORD
           EVALUATE WS-TC-FILE-STATUS
           WHEN "00"
               ADD 1 TO LS-IMPORTED-COUNT
           WHEN "22"
               REWRITE TC-RECORD
               IF WS-TC-FILE-STATUS = "00"
               THEN
                   ADD 1 TO LS-REPLACED-COUNT
               ELSE
                   ADD 1 TO LS-FAILED-COUNT
               END-IF
           WHEN OTHER
               DISPLAY "Traffic correlation: write failed for "
                   FUNCTION TRIM(TC-POINT-ID) " " TC-DATE-STR
                   ", status " WS-TC-FILE-STATUS
               ADD 1 TO LS-FAILED-COUNT
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: LOAD-MAPPING-CANDIDATES
      *> PURPOSE: Fill the candidate table with every watched
      *>          latitude/longitude location, labelled as the
      *>          archives key it, then every registered sensor.
      *> ===============================================================
       LOAD-MAPPING-CANDIDATES.
           MOVE 0 TO WS-CANDIDATE-COUNT
           CALL "LOAD-WATCHED-LOCATIONS" USING
               BY REFERENCE WL-REGISTRY-GRP
           PERFORM VARYING WL-LATLONG-INDEX FROM 1 BY 1
               UNTIL WL-LATLONG-INDEX > WL-LATLONG-COUNT
               ADD 1 TO WS-CANDIDATE-COUNT
               SET WS-CD-IDX TO WS-CANDIDATE-COUNT
               MOVE "L" TO WS-CD-KIND(WS-CD-IDX)
               MOVE FUNCTION NUMVAL(WL-LATITUDE-STR(WL-LATLONG-INDEX))
                   TO LS-LABEL-LATITUDE
               MOVE FUNCTION NUMVAL(
                       WL-LONGITUDE-STR(WL-LATLONG-INDEX))
                   TO LS-LABEL-LONGITUDE
               MOVE LS-LABEL-LATITUDE TO WS-CD-LATITUDE(WS-CD-IDX)
               MOVE LS-LABEL-LONGITUDE TO WS-CD-LONGITUDE(WS-CD-IDX)
               MOVE LS-LABEL-LATITUDE TO LS-LATITUDE-DISPLAY
               MOVE LS-LABEL-LONGITUDE TO LS-LONGITUDE-DISPLAY
               MOVE SPACES TO WS-CD-REF(WS-CD-IDX)
               STRING
                   FUNCTION TRIM(LS-LATITUDE-DISPLAY) ","
                   FUNCTION TRIM(LS-LONGITUDE-DISPLAY)
                   INTO WS-CD-REF(WS-CD-IDX)
               END-STRING
               MOVE SPACES TO WS-CD-NAME(WS-CD-IDX)
               STRING
                   "watched location "
                   FUNCTION TRIM(WL-LATLONG-ID(WL-LATLONG-INDEX))
                   INTO WS-CD-NAME(WS-CD-IDX)
               END-STRING
           END-PERFORM

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-SR-FILE-NAME
               BY REFERENCE C-SR-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
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
                       IF WS-CANDIDATE-COUNT < C-CANDIDATE-MAX-COUNT
                           AND FUNCTION TRIM(SR-LATITUDE-STR)
                               NOT = SPACES
                       THEN
                           ADD 1 TO WS-CANDIDATE-COUNT
                           SET WS-CD-IDX TO WS-CANDIDATE-COUNT
                           MOVE "S" TO WS-CD-KIND(WS-CD-IDX)
                           MOVE SR-SENSOR-ID TO WS-CD-REF(WS-CD-IDX)
                           MOVE FUNCTION NUMVAL(SR-LATITUDE-STR)
                               TO WS-CD-LATITUDE(WS-CD-IDX)
                           MOVE FUNCTION NUMVAL(SR-LONGITUDE-STR)
                               TO WS-CD-LONGITUDE(WS-CD-IDX)
                           MOVE SPACES TO WS-CD-NAME(WS-CD-IDX)
                           STRING
                               "sensor " FUNCTION TRIM(SR-SENSOR-ID)
                               INTO WS-CD-NAME(WS-CD-IDX)
                           END-STRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SENSOR-REGISTRY-FILE.

      *> ===============================================================
      *> PARAGRAPH: OPEN-NO2-SOURCES
      *> PURPOSE: Open the NO2 sources for keyed reads; one that is
      *>          missing (or, for the sensor archive, on a layout
      *>          this program does not know) just pairs nothing.
      *> ===============================================================
       OPEN-NO2-SOURCES.
           OPEN INPUT PREVAIR-DAILY-HISTORY-FILE
           IF WS-PVH-FILE-STATUS = "00"
           THEN
               MOVE "Y" TO LS-PVH-OPEN
           END-IF
           OPEN INPUT CAMS-HISTORY-FILE
           IF WS-CMH-FILE-STATUS = "00"
           THEN
               MOVE "Y" TO LS-CMH-OPEN
           END-IF
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-SEN-FILE-NAME
               BY REFERENCE C-SEN-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               OPEN INPUT SENSOR-READING-FILE
               IF WS-SEN-FILE-STATUS = "00"
               THEN
                   MOVE "Y" TO LS-SEN-OPEN
               END-IF
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: CLOSE-NO2-SOURCES
      *> PURPOSE: Close whichever NO2 sources OPEN-NO2-SOURCES opened.
      *> ===============================================================
       CLOSE-NO2-SOURCES.
           IF LS-PVH-OPEN = "Y"
           THEN
               CLOSE PREVAIR-DAILY-HISTORY-FILE
           END-IF
           IF LS-CMH-OPEN = "Y"
           THEN
               CLOSE CAMS-HISTORY-FILE
           END-IF
           IF LS-SEN-OPEN = "Y"
           THEN
               CLOSE SENSOR-READING-FILE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: PAIR-ONE-COUNT-DAY
      *> PURPOSE: Tally the TC-RECORD just read against its counting
      *>          point, and - when that day's NO2 is known at the
      *>          point's mapped place - against the correlation and
      *>          period sums of the point and of all points.
      *> ===============================================================
       PAIR-ONE-COUNT-DAY.
           PERFORM FIND-COUNTING-POINT
           IF WS-PT-SLOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           SET WS-PT-IDX TO WS-PT-SLOT
           ADD 1 TO WS-PT-COUNT-DAYS(WS-PT-IDX)
           ADD 1 TO WS-PT-COUNT-DAYS(C-ALL-POINTS-SLOT)
           IF WS-PT-MAPPED(WS-PT-IDX) NOT = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM LOOKUP-DAY-NO2
           IF LS-NO2-FOUND NOT = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF

           COMPUTE LS-DAY-DATE =
               FUNCTION NUMVAL(TC-DATE-STR(1:4)) * 10000
               + FUNCTION NUMVAL(TC-DATE-STR(6:2)) * 100
               + FUNCTION NUMVAL(TC-DATE-STR(9:2))
           COMPUTE LS-WEEKDAY = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(LS-DAY-DATE) - 1, 7) + 1
           ADD 1 TO LS-TOTAL-PAIRED
           PERFORM ADD-PAIRED-DAY
           SET WS-PT-IDX TO C-ALL-POINTS-SLOT
           PERFORM ADD-PAIRED-DAY.

      *> ===============================================================
      *> PARAGRAPH: ADD-PAIRED-DAY
      *> PURPOSE: Add one paired day (TC-VEHICLES, LS-NO2-VALUE,
      *>          LS-WEEKDAY) to slot WS-PT-IDX.
      *> ===============================================================
       ADD-PAIRED-DAY.
           ADD 1 TO WS-PT-PAIRED-DAYS(WS-PT-IDX)
           COMPUTE WS-PT-SUM-X(WS-PT-IDX) =
               WS-PT-SUM-X(WS-PT-IDX) + TC-VEHICLES
           COMPUTE WS-PT-SUM-Y(WS-PT-IDX) =
               WS-PT-SUM-Y(WS-PT-IDX) + LS-NO2-VALUE
           COMPUTE WS-PT-SUM-XY(WS-PT-IDX) =
               WS-PT-SUM-XY(WS-PT-IDX) + TC-VEHICLES * LS-NO2-VALUE
           COMPUTE WS-PT-SUM-XX(WS-PT-IDX) =
               WS-PT-SUM-XX(WS-PT-IDX) + TC-VEHICLES * TC-VEHICLES
           COMPUTE WS-PT-SUM-YY(WS-PT-IDX) =
               WS-PT-SUM-YY(WS-PT-IDX) + LS-NO2-VALUE * LS-NO2-VALUE

           IF LS-HAS-CHANGE-DATE = "Y"
           THEN
               IF TC-DATE-STR < LS-CHANGE-DATE
               THEN
                   MOVE 1 TO WS-PERIOD-IDX
               ELSE
                   MOVE 2 TO WS-PERIOD-IDX
               END-IF
               PERFORM ADD-PERIOD-DAY
           END-IF
           IF LS-WEEKDAY > 5
           THEN
               MOVE 4 TO WS-PERIOD-IDX
           ELSE
               MOVE 3 TO WS-PERIOD-IDX
           END-IF
           PERFORM ADD-PERIOD-DAY.

      *> ===============================================================
      *> PARAGRAPH: ADD-PERIOD-DAY
      *> PURPOSE: Add the paired day to period WS-PERIOD-IDX of slot
      *>          WS-PT-IDX.
      *> ===============================================================
       ADD-PERIOD-DAY.
           ADD 1 TO WS-PP-DAYS(WS-PT-IDX, WS-PERIOD-IDX)
           ADD TC-VEHICLES TO WS-PP-VEHICLES(WS-PT-IDX, WS-PERIOD-IDX)
           ADD LS-NO2-VALUE TO WS-PP-NO2(WS-PT-IDX, WS-PERIOD-IDX).

      *> ===============================================================
      *> PARAGRAPH: FIND-COUNTING-POINT
      *> PURPOSE: WS-PT-SLOT for TC-POINT-ID, claiming and mapping a
      *>          new slot the first time the point is met; 0 once the
      *>          table is full.
      *> ===============================================================
       FIND-COUNTING-POINT.
           MOVE 0 TO WS-PT-SLOT
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
               UNTIL WS-PT-IDX > WS-POINT-COUNT OR WS-PT-SLOT > 0
               IF WS-PT-ID(WS-PT-IDX) = TC-POINT-ID
               THEN
                   SET WS-PT-SLOT TO WS-PT-IDX
               END-IF
           END-PERFORM
           IF WS-PT-SLOT > 0 OR WS-POINT-COUNT >= C-POINT-MAX-COUNT
           THEN
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-POINT-COUNT
           MOVE WS-POINT-COUNT TO WS-PT-SLOT
           SET WS-PT-IDX TO WS-PT-SLOT
           MOVE TC-POINT-ID TO WS-PT-ID(WS-PT-IDX)
           MOVE TC-LATITUDE-STR TO WS-PT-LATITUDE-STR(WS-PT-IDX)
           MOVE TC-LONGITUDE-STR TO WS-PT-LONGITUDE-STR(WS-PT-IDX)
           PERFORM MAP-COUNTING-POINT.

      *> ===============================================================
      *> PARAGRAPH: MAP-COUNTING-POINT
      *> PURPOSE: Map point WS-PT-IDX to the nearest candidate within
      *>          LS-MAX-KM; WS-PT-MAPPED stays "N" when none is.
      *> ===============================================================
       MAP-COUNTING-POINT.
           MOVE "N" TO WS-PT-MAPPED(WS-PT-IDX)
           MOVE "N" TO LS-NEAREST-SET
           MOVE FUNCTION NUMVAL(TC-LATITUDE-STR) TO LS-POINT-LATITUDE
           MOVE FUNCTION NUMVAL(TC-LONGITUDE-STR) TO LS-POINT-LONGITUDE
           PERFORM VARYING WS-CD-IDX FROM 1 BY 1
               UNTIL WS-CD-IDX > WS-CANDIDATE-COUNT
               CALL "HAVERSINE-DISTANCE-KM" USING
                   BY REFERENCE LS-POINT-LATITUDE
                   BY REFERENCE LS-POINT-LONGITUDE
                   BY REFERENCE WS-CD-LATITUDE(WS-CD-IDX)
                   BY REFERENCE WS-CD-LONGITUDE(WS-CD-IDX)
                   BY REFERENCE LS-DISTANCE-KM
               IF LS-DISTANCE-KM <= LS-MAX-KM
                   AND (LS-NEAREST-SET = "N"
                       OR LS-DISTANCE-KM < WS-PT-KM(WS-PT-IDX))
               THEN
                   MOVE "Y" TO LS-NEAREST-SET
                   MOVE "Y" TO WS-PT-MAPPED(WS-PT-IDX)
                   MOVE LS-DISTANCE-KM TO WS-PT-KM(WS-PT-IDX)
                   MOVE WS-CD-KIND(WS-CD-IDX) TO WS-PT-KIND(WS-PT-IDX)
                   MOVE WS-CD-REF(WS-CD-IDX) TO WS-PT-REF(WS-PT-IDX)
                   MOVE WS-CD-NAME(WS-CD-IDX) TO WS-PT-NAME(WS-PT-IDX)
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: LOOKUP-DAY-NO2
      *> PURPOSE: LS-NO2-VALUE for TC-DATE-STR at point WS-PT-IDX's
      *>          mapped place: PREV'AIR then CAMS for a watched
      *>          location, the sensor's own readings for a sensor.
      *>          LS-NO2-FOUND "N" when no source has the day, or an
      *>          operator invalidated it.
      *> ===============================================================
       LOOKUP-DAY-NO2.
           MOVE "N" TO LS-NO2-FOUND
           MOVE 0 TO LS-NO2-VALUE
           IF WS-PT-KIND(WS-PT-IDX) = "S"
           THEN
               PERFORM LOOKUP-SENSOR-NO2
               MOVE "SENS" TO LS-RA-ARCHIVE
           ELSE
               PERFORM LOOKUP-PREVAIR-NO2
               MOVE "PREV" TO LS-RA-ARCHIVE
               IF LS-NO2-FOUND NOT = "Y"
               THEN
                   PERFORM LOOKUP-CAMS-NO2
                   MOVE "CAMS" TO LS-RA-ARCHIVE
               END-IF
           END-IF
           IF LS-NO2-FOUND NOT = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PT-REF(WS-PT-IDX) TO LS-RA-LOCATION
           CALL "READING-ANNOTATION-FIND" USING
               BY REFERENCE RAT-TABLE-GRP
               BY REFERENCE LS-RA-ARCHIVE
               BY REFERENCE TC-DATE-STR
               BY REFERENCE LS-RA-LOCATION
               BY REFERENCE LS-RA-ITEM
               BY REFERENCE LS-RA-FLAG
               BY REFERENCE LS-RA-REASON
           IF LS-RA-FLAG = "INVALID"
           THEN
               MOVE "N" TO LS-NO2-FOUND
               ADD 1 TO LS-INVALID-COUNT
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: LOOKUP-PREVAIR-NO2
      *> PURPOSE: The PREV'AIR archive's no2 daily average for the
      *>          day and mapped location, when archived.
      *> ===============================================================
       LOOKUP-PREVAIR-NO2.
           IF LS-PVH-OPEN NOT = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE TC-DATE-STR TO PVH-DATE-STR
           MOVE WS-PT-REF(WS-PT-IDX) TO PVH-LOCATION
           READ PREVAIR-DAILY-HISTORY-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           PERFORM VARYING LS-ENTRY-IDX FROM 1 BY 1
               UNTIL LS-ENTRY-IDX > PVH-COUNT
               OR LS-ENTRY-IDX > C-PVH-HISTORY-MAX-COUNT
               IF PVH-NAME(LS-ENTRY-IDX) = "no2"
               THEN
                   MOVE PVH-AVERAGE(LS-ENTRY-IDX) TO LS-NO2-VALUE
                   MOVE "Y" TO LS-NO2-FOUND
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: LOOKUP-CAMS-NO2
      *> PURPOSE: The CAMS archive's no2 daily average for the day and
      *>          mapped location, when archived.
      *> ===============================================================
       LOOKUP-CAMS-NO2.
           IF LS-CMH-OPEN NOT = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE TC-DATE-STR TO CMH-DATE-STR
           MOVE WS-PT-REF(WS-PT-IDX) TO CMH-LOCATION
           READ CAMS-HISTORY-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           PERFORM VARYING LS-ENTRY-IDX FROM 1 BY 1
               UNTIL LS-ENTRY-IDX > CMH-COUNT
               OR LS-ENTRY-IDX > C-CMH-HISTORY-MAX-COUNT
               IF CMH-NAME(LS-ENTRY-IDX) = "no2"
               THEN
                   MOVE CMH-AVERAGE(LS-ENTRY-IDX) TO LS-NO2-VALUE
                   MOVE "Y" TO LS-NO2-FOUND
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: LOOKUP-SENSOR-NO2
      *> PURPOSE: The mean of the mapped sensor's calibrated no2
      *>          readings on the day, whether it stamped them the
      *>          server's YYYYMMDD... way or the ISO YYYY-MM-DD...
      *>          way.
      *> ===============================================================
       LOOKUP-SENSOR-NO2.
           IF LS-SEN-OPEN NOT = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LS-NO2-SUM
           MOVE 0 TO LS-NO2-READINGS
           MOVE SPACES TO LS-SCAN-PREFIX
           STRING
               TC-DATE-STR(1:4) TC-DATE-STR(6:2) TC-DATE-STR(9:2)
               DELIMITED BY SIZE
               INTO LS-SCAN-PREFIX
           END-STRING
           MOVE 8 TO LS-SCAN-LENGTH
           PERFORM SCAN-SENSOR-DAY
           MOVE TC-DATE-STR TO LS-SCAN-PREFIX
           MOVE 10 TO LS-SCAN-LENGTH
           PERFORM SCAN-SENSOR-DAY
           IF LS-NO2-READINGS > 0
           THEN
               COMPUTE LS-NO2-VALUE ROUNDED =
                   LS-NO2-SUM / LS-NO2-READINGS
               MOVE "Y" TO LS-NO2-FOUND
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: SCAN-SENSOR-DAY
      *> PURPOSE: Add the mapped sensor's no2 readings whose stamp
      *>          starts with LS-SCAN-PREFIX (LS-SCAN-LENGTH long) to
      *>          LS-NO2-SUM and LS-NO2-READINGS.
      *> ===============================================================
       SCAN-SENSOR-DAY.
           MOVE LOW-VALUES TO SEN-KEY
           MOVE WS-PT-REF(WS-PT-IDX)(1:16) TO SEN-SENSOR-ID
           MOVE LS-SCAN-PREFIX(1:LS-SCAN-LENGTH)
               TO SEN-TIMESTAMP(1:LS-SCAN-LENGTH)
           START SENSOR-READING-FILE
               KEY IS GREATER THAN OR EQUAL TO SEN-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           MOVE "N" TO LS-SCAN-DONE
           PERFORM UNTIL LS-SCAN-DONE = "Y"
               READ SENSOR-READING-FILE NEXT
                   AT END
                       MOVE "Y" TO LS-SCAN-DONE
                   NOT AT END
                       IF SEN-SENSOR-ID NOT = WS-PT-REF(WS-PT-IDX)
                           OR SEN-TIMESTAMP(1:LS-SCAN-LENGTH)
                               NOT = LS-SCAN-PREFIX(1:LS-SCAN-LENGTH)
                       THEN
                           MOVE "Y" TO LS-SCAN-DONE
                       ELSE
                           IF SEN-POLLUTANT = "no2"
                           THEN
                               ADD SEN-VALUE TO LS-NO2-SUM
                               ADD 1 TO LS-NO2-READINGS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: WRITE-REPORT-HEADER
      *> PURPOSE: The report's title and the terms it was run on.
      *> ===============================================================
       WRITE-REPORT-HEADER.
           MOVE SPACES TO TR-LINE
           STRING
               "Road traffic / NO2 correlation report - generated "
               LS-CURRENT-TIMESTAMP(1:4) "-" LS-CURRENT-TIMESTAMP(5:2)
               "-" LS-CURRENT-TIMESTAMP(7:2)
               DELIMITED BY SIZE
               INTO TR-LINE
           END-STRING
           WRITE TR-LINE
           MOVE LS-MAX-KM TO LS-KM-DISPLAY
           MOVE SPACES TO TR-LINE
           STRING
               "(each counting point paired with the NO2 of the "
               "nearest watched location or sensor within "
               FUNCTION TRIM(LS-KM-DISPLAY) " km;"
               INTO TR-LINE
           END-STRING
           WRITE TR-LINE
           MOVE " days an operator marked INVALID are left out)"
               TO TR-LINE
           WRITE TR-LINE
           MOVE SPACES TO TR-LINE
           IF LS-HAS-CHANGE-DATE = "Y"
           THEN
               STRING
                   "Change date: " LS-CHANGE-DATE
                   DELIMITED BY SIZE
                   INTO TR-LINE
               END-STRING
           ELSE
               MOVE "Change date: not configured "
                   & "(AQRSS_TRAFFIC_CHANGE_DATE)" TO TR-LINE
           END-IF
           WRITE TR-LINE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-POINT-SECTION
      *> PURPOSE: Slot WS-PT-IDX's section: where it is mapped, how
      *>          many days paired, the correlation, and the period
      *>          comparisons.
      *> ===============================================================
       WRITE-POINT-SECTION.
           MOVE SPACES TO TR-LINE
           WRITE TR-LINE
           MOVE SPACES TO TR-LINE
           IF WS-PT-IDX = C-ALL-POINTS-SLOT
           THEN
               MOVE "All counting points together" TO TR-LINE
           ELSE
               IF WS-PT-MAPPED(WS-PT-IDX) = "Y"
               THEN
                   MOVE WS-PT-KM(WS-PT-IDX) TO LS-KM-DISPLAY
                   STRING
                       "Counting point "
                       FUNCTION TRIM(WS-PT-ID(WS-PT-IDX)) " ("
                       FUNCTION TRIM(WS-PT-LATITUDE-STR(WS-PT-IDX))
                       ","
                       FUNCTION TRIM(WS-PT-LONGITUDE-STR(WS-PT-IDX))
                       ") -> " FUNCTION TRIM(WS-PT-NAME(WS-PT-IDX))
                       ", " FUNCTION TRIM(LS-KM-DISPLAY) " km"
                       DELIMITED BY SIZE
                       INTO TR-LINE
                   END-STRING
               ELSE
                   STRING
                       "Counting point "
                       FUNCTION TRIM(WS-PT-ID(WS-PT-IDX)) " ("
                       FUNCTION TRIM(WS-PT-LATITUDE-STR(WS-PT-IDX))
                       ","
                       FUNCTION TRIM(WS-PT-LONGITUDE-STR(WS-PT-IDX))
                       ") -> unmapped, nothing within range"
                       DELIMITED BY SIZE
                       INTO TR-LINE
                   END-STRING
               END-IF
           END-IF
           WRITE TR-LINE

           MOVE WS-PT-COUNT-DAYS(WS-PT-IDX) TO LS-DAYS-DISPLAY
           MOVE WS-PT-PAIRED-DAYS(WS-PT-IDX) TO LS-PAIRED-DISPLAY
           MOVE SPACES TO TR-LINE
           MOVE 1 TO LS-LINE-POS
           STRING
               "  " FUNCTION TRIM(LS-PAIRED-DISPLAY) " of "
               FUNCTION TRIM(LS-DAYS-DISPLAY)
               " count day(s) paired with NO2"
               DELIMITED BY SIZE
               INTO TR-LINE
               WITH POINTER LS-LINE-POS
           END-STRING
           IF WS-PT-PAIRED-DAYS(WS-PT-IDX) = 0
           THEN
               WRITE TR-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-CORRELATION
           IF LS-CORRELATION-DEN > 0
           THEN
               MOVE LS-CORRELATION TO LS-CORRELATION-DISPLAY
               STRING
                   "; correlation vehicles/NO2 r = "
                   LS-CORRELATION-DISPLAY
                   DELIMITED BY SIZE
                   INTO TR-LINE
                   WITH POINTER LS-LINE-POS
               END-STRING
           ELSE
               STRING
                   "; too few or too even days for a correlation"
                   DELIMITED BY SIZE
                   INTO TR-LINE
                   WITH POINTER LS-LINE-POS
               END-STRING
           END-IF
           WRITE TR-LINE

           IF LS-HAS-CHANGE-DATE = "Y"
           THEN
               MOVE 1 TO WS-PERIOD-IDX
               MOVE "Before change" TO LS-PERIOD-LABEL
               PERFORM WRITE-PERIOD-LINE
               MOVE 2 TO WS-PERIOD-IDX
               MOVE "From change on" TO LS-PERIOD-LABEL
               PERFORM WRITE-PERIOD-LINE
           END-IF
           MOVE 3 TO WS-PERIOD-IDX
           MOVE "Weekdays" TO LS-PERIOD-LABEL
           PERFORM WRITE-PERIOD-LINE
           MOVE 4 TO WS-PERIOD-IDX
           MOVE "Weekends" TO LS-PERIOD-LABEL
           PERFORM WRITE-PERIOD-LINE.

      *> ===============================================================
      *> PARAGRAPH: COMPUTE-CORRELATION
      *> PURPOSE: Pearson's r between slot WS-PT-IDX's daily vehicles
      *>          and NO2 into LS-CORRELATION; LS-CORRELATION-DEN 0
      *>          when fewer than three days paired or either series
      *>          never varied.
      *> ===============================================================
       COMPUTE-CORRELATION.
           MOVE 0 TO LS-CORRELATION
           MOVE 0 TO LS-CORRELATION-DEN
           IF WS-PT-PAIRED-DAYS(WS-PT-IDX) < 3
           THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE LS-CORRELATION-NUM =
               WS-PT-PAIRED-DAYS(WS-PT-IDX) * WS-PT-SUM-XY(WS-PT-IDX)
               - WS-PT-SUM-X(WS-PT-IDX) * WS-PT-SUM-Y(WS-PT-IDX)
           COMPUTE LS-CORRELATION-DEN =
               (WS-PT-PAIRED-DAYS(WS-PT-IDX) * WS-PT-SUM-XX(WS-PT-IDX)
                   - WS-PT-SUM-X(WS-PT-IDX) * WS-PT-SUM-X(WS-PT-IDX))
               * (WS-PT-PAIRED-DAYS(WS-PT-IDX)
                   * WS-PT-SUM-YY(WS-PT-IDX)
                   - WS-PT-SUM-Y(WS-PT-IDX) * WS-PT-SUM-Y(WS-PT-IDX))
           IF LS-CORRELATION-DEN <= 0
           THEN
               MOVE 0 TO LS-CORRELATION-DEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE LS-CORRELATION-DEN =
               FUNCTION SQRT(LS-CORRELATION-DEN)
           COMPUTE LS-CORRELATION ROUNDED =
               LS-CORRELATION-NUM / LS-CORRELATION-DEN
               ON SIZE ERROR
                   MOVE 0 TO LS-CORRELATION-DEN
           END-COMPUTE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-PERIOD-LINE
      *> PURPOSE: One period's line for slot WS-PT-IDX: paired days,
      *>          mean vehicles per day and mean NO2 - for the period
      *>          from the change date on, with the change against the
      *>          period before it.
      *> ===============================================================
       WRITE-PERIOD-LINE.
           MOVE SPACES TO TR-LINE
           MOVE WS-PP-DAYS(WS-PT-IDX, WS-PERIOD-IDX) TO LS-DAYS-DISPLAY
           IF WS-PP-DAYS(WS-PT-IDX, WS-PERIOD-IDX) = 0
           THEN
               STRING
                   "  " LS-PERIOD-LABEL ": no paired day"
                   DELIMITED BY SIZE
                   INTO TR-LINE
               END-STRING
               WRITE TR-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE LS-MEAN-VEHICLES ROUNDED =
               WS-PP-VEHICLES(WS-PT-IDX, WS-PERIOD-IDX)
               / WS-PP-DAYS(WS-PT-IDX, WS-PERIOD-IDX)
           COMPUTE LS-MEAN-NO2 ROUNDED =
               WS-PP-NO2(WS-PT-IDX, WS-PERIOD-IDX)
               / WS-PP-DAYS(WS-PT-IDX, WS-PERIOD-IDX)
           MOVE LS-MEAN-VEHICLES TO LS-VEHICLES-DISPLAY
           MOVE LS-MEAN-NO2 TO LS-NO2-DISPLAY

           MOVE "N" TO LS-HAS-CHANGE
           IF WS-PERIOD-IDX = 1
           THEN
               MOVE LS-MEAN-VEHICLES TO LS-BEFORE-VEHICLES
               MOVE LS-MEAN-NO2 TO LS-BEFORE-NO2
           END-IF
           IF WS-PERIOD-IDX = 2
               AND WS-PP-DAYS(WS-PT-IDX, 1) > 0
               AND LS-BEFORE-VEHICLES > 0
               AND LS-BEFORE-NO2 > 0
           THEN
               MOVE "Y" TO LS-HAS-CHANGE
               COMPUTE LS-VEHICLE-PCT ROUNDED =
                   (LS-MEAN-VEHICLES - LS-BEFORE-VEHICLES) * 100
                   / LS-BEFORE-VEHICLES
               COMPUTE LS-NO2-PCT ROUNDED =
                   (LS-MEAN-NO2 - LS-BEFORE-NO2) * 100
                   / LS-BEFORE-NO2
           END-IF

           MOVE 1 TO LS-LINE-POS
           STRING
               "  " LS-PERIOD-LABEL ": "
               FUNCTION TRIM(LS-DAYS-DISPLAY) " day(s), "
               FUNCTION TRIM(LS-VEHICLES-DISPLAY) " vehicles/day"
               DELIMITED BY SIZE
               INTO TR-LINE
               WITH POINTER LS-LINE-POS
           END-STRING
           IF LS-HAS-CHANGE = "Y"
           THEN
               MOVE LS-VEHICLE-PCT TO LS-PCT-DISPLAY
               STRING
                   " (" FUNCTION TRIM(LS-PCT-DISPLAY) "%)"
                   DELIMITED BY SIZE
                   INTO TR-LINE
                   WITH POINTER LS-LINE-POS
               END-STRING
           END-IF
           STRING
               ", NO2 " FUNCTION TRIM(LS-NO2-DISPLAY) " ug/m3"
               DELIMITED BY SIZE
               INTO TR-LINE
               WITH POINTER LS-LINE-POS
           END-STRING
           IF LS-HAS-CHANGE = "Y"
           THEN
               MOVE LS-NO2-PCT TO LS-PCT-DISPLAY
               STRING
                   " (" FUNCTION TRIM(LS-PCT-DISPLAY) "%)"
                   DELIMITED BY SIZE
                   INTO TR-LINE
                   WITH POINTER LS-LINE-POS
               END-STRING
           END-IF
           WRITE TR-LINE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-BATCH-RUN-RECORD
      *> PURPOSE: Append this run's record to the shared batch-control
      *>          journal for the /status route.
      *> ===============================================================
       WRITE-BATCH-RUN-RECORD.
           MOVE FUNCTION CURRENT-DATE TO BC-END-TIMESTAMP
           CALL "BATCH-RUN-RECORD" USING
               BY REFERENCE BC-RECORD.

       END PROGRAM TRAFFIC-CORRELATION-BATCH.
