      *> ===============================================================
      *> PROGRAM: POLLEN-RECONCILIATION-BATCH
      *> PURPOSE: Nightly job that fetches today's pollen table for
      *>          each watched latitude/longitude from BOTH pollen
      *>          providers - the Atmo France WMS layer through
      *>          POLLEN-DATA-SOURCE/POLLEN-PARSER, and the Copernicus
      *>          CAMS forecast through CAMS-POLLEN-FETCH - and
      *>          matches the two species by species on their shared
      *>          POLLEN-CODE-NAME (CAMS-POLLEN-FETCH already maps its
      *>          six species onto the Atmo France code_ names and
      *>          0-5 levels). Every species whose levels differ by
      *>          more than one is written to the discrepancy report,
      *>          so we notice the two sources drifting apart before
      *>          a failover day serves a subscriber a 1 where the
      *>          primary would have said 4.
      *>          The pollutant-side equivalent is
      *>          PROVIDER-RECONCILIATION-BATCH; this job is its
      *>          pollen twin, with the same report-and-journal shape.
      *>          A location outside metropolitan France is skipped:
      *>          CAMS has no pollen there to compare against.
      *>          Called from AIR-QUALITY-RSS's main loop; not
      *>          reachable from the HTTP router.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLLEN-RECONCILIATION-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Append-only log of every cross-provider pollen discrepancy
      *> this job has ever found, one row per location/species
      *> pairing that disagreed by more than a level.
           SELECT POLLEN-RECON-REPORT-FILE ASSIGN TO
                   "pollen-reconciliation-report.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRC-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  POLLEN-RECON-REPORT-FILE.
       COPY pollen-reconciliation-record IN "air-quality/batch".

       WORKING-STORAGE SECTION.
       01  WS-PRC-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-LOCATION-COUNT            PIC 9(5) VALUE 0.
       01  WS-DISCREPANCY-COUNT         PIC 9(5) VALUE 0.

      *> Atmo France's table for the location currently being
      *> compared.
       COPY "pollen-data" IN "pollen/service".

      *> CAMS's table for the same location. Same layout, renamed so
      *> both providers can be held at once - the same REPLACING
      *> trick POLLEN-SERVICE uses for its last-known-good copy.
       COPY "pollen-data" IN "pollen/service"
           REPLACING ==POLLEN-GRP== BY ==CPG-POLLEN-GRP==
                     ==POLLEN-DATE-MAJ== BY ==CPG-POLLEN-DATE-MAJ==
                     ==POLLEN-RESPONSIBLE== BY ==CPG-POLLEN-RESP==
                     ==POLLEN-SOURCE== BY ==CPG-POLLEN-SOURCE==
                     ==POLLEN-CODE-COUNT== BY ==CPG-POLLEN-CODE-CT==
                     ==POLLEN-CODES== BY ==CPG-POLLEN-CODES==
                     ==POLLEN-CODE-INDEX== BY ==CPG-POLLEN-CODE-IDX==
                     ==POLLEN-CODE-NAME== BY ==CPG-POLLEN-CODE-NAME==
                     ==POLLEN-CODE-VALUE== BY ==CPG-POLLEN-CODE-VAL==
                     ==POLLEN-CODE-GRAINS== BY ==CPG-POLLEN-CODE-GRN==
                     ==POLLEN-CODE-DATE== BY ==CPG-POLLEN-CODE-DATE==
                     ==C-POLLEN-MAX-CODES== BY ==CPG-POLLEN-MAX==.

       LOCAL-STORAGE SECTION.
      *> The report layout this program was compiled against (see
      *> AQRSS-LAYOUT-VERSION).
       01  C-PRC-FILE-NAME              PIC X(40)
               VALUE "pollen-reconciliation-report.dat".
       01  C-PRC-LAYOUT-VERSION         PIC 9(3) VALUE 1.
      *> "More than a level" apart is a discrepancy; one level is
      *> ordinary band-edge noise between a measured and a modelled
      *> source.
       01  C-PRC-LEVEL-TOLERANCE        PIC 9(1) VALUE 1.
       01  LS-FETCH-DATE-STR            PIC X(8) VALUE SPACES.
       01  LS-TIMESTAMP                 PIC X(21) VALUE SPACES.

       01  LS-LATITUDE-DEGREES          PIC S9(3)V9(8).
       01  LS-LONGITUDE-DEGREES         PIC S9(3)V9(8).
       01  LS-LATITUDE-DISPLAY          PIC -ZZ9.999999.
       01  LS-LONGITUDE-DISPLAY         PIC -ZZ9.999999.
       01  LS-LOCATION-LABEL            PIC X(21) VALUE SPACES.
      *> POLLEN-DATA-SOURCE's request arguments: always a latitude/
      *> longitude request, region auto-detected.
       01  LS-CODE-ZONE                 PIC X(5) VALUE SPACES.
       01  LS-HAS-CODE-ZONE             PIC X(01) VALUE "N".
       01  LS-REGION                    PIC X(12) VALUE SPACES.
       01  LS-REGION-CODE               PIC X(12) VALUE SPACES.
       01  LS-ATMO-DATA-URL             PIC X(1000) VALUE SPACES.
       01  LS-CAMS-DATA-URL             PIC X(1000) VALUE SPACES.
       01  LS-ATMO-BUFFER               PIC X(10000) VALUE SPACES.
       01  LS-ATMO-OK                   PIC X(01) VALUE "N".
       01  LS-CAMS-OK                   PIC X(01) VALUE "N".

       01  LS-LEVEL-DIFF                PIC S9(2) VALUE 0.
       01  LS-MATCH-FOUND-IDX           USAGE BINARY-LONG VALUE 0.
       01  C-LOG-INFO                   PIC X(5) VALUE "INFO".
       01  C-LOG-WARN                   PIC X(5) VALUE "WARN".
       01  LS-LOG-MESSAGE               PIC X(256) VALUE SPACES.
       COPY batch-control IN "air-quality/batch".

       COPY "watched-locations" IN "air-quality/batch".

       PROCEDURE DIVISION.

           MOVE "POLLEN-RECONCILIATION-BATCH" TO BC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO BC-START-TIMESTAMP

      *> The discrepancy report is refused until its layout matches
      *> what this program was compiled against (see
      *> AQRSS-LAYOUT-VERSION).
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-PRC-FILE-NAME
               BY REFERENCE C-PRC-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "SKIPPED" TO BC-STATUS
               MOVE "pollen recon report awaiting migration"
                   TO BC-NOTE
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF

           OPEN EXTEND POLLEN-RECON-REPORT-FILE
           IF WS-PRC-FILE-STATUS = "35"
           THEN
               OPEN OUTPUT POLLEN-RECON-REPORT-FILE
           END-IF
           IF WS-PRC-FILE-STATUS NOT = "00"
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Pollen reconciliation: could not open report "
                   "file, status " WS-PRC-FILE-STATUS
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE "FAILED" TO BC-STATUS
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO LS-FETCH-DATE-STR
           MOVE FUNCTION CURRENT-DATE TO LS-TIMESTAMP

           CALL "LOAD-WATCHED-LOCATIONS" USING
               BY REFERENCE WL-REGISTRY-GRP

           PERFORM VARYING WL-LATLONG-INDEX FROM 1 BY 1
               UNTIL WL-LATLONG-INDEX > WL-LATLONG-COUNT
               PERFORM RECONCILE-ONE-LOCATION
           END-PERFORM

           CLOSE POLLEN-RECON-REPORT-FILE

           MOVE SPACES TO LS-LOG-MESSAGE
           STRING
               "Pollen reconciliation: " WS-LOCATION-COUNT
               " location(s) compared, " WS-DISCREPANCY-COUNT
               " discrepancy(ies)"
               INTO LS-LOG-MESSAGE
           END-STRING
           CALL "AQRSS-LOG" USING
               BY REFERENCE C-LOG-INFO
               BY REFERENCE LS-LOG-MESSAGE

           MOVE "OK" TO BC-STATUS
           PERFORM WRITE-BATCH-RUN-RECORD

           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: WRITE-BATCH-RUN-RECORD
      *> PURPOSE: Append this run's record to the shared batch-control
      *>          journal for the /status route: ok counts locations
      *>          compared, failed counts discrepancies found.
      *> ===============================================================
       WRITE-BATCH-RUN-RECORD.
           MOVE FUNCTION CURRENT-DATE TO BC-END-TIMESTAMP
           MOVE WS-LOCATION-COUNT TO BC-OK-COUNT
           MOVE WS-DISCREPANCY-COUNT TO BC-FAILED-COUNT
           CALL "BATCH-RUN-RECORD" USING
               BY REFERENCE BC-RECORD.

      *> ===============================================================
      *> PARAGRAPH: RECONCILE-ONE-LOCATION
      *> PURPOSE: Fetch both providers for the watched location at
      *>          WL-LATLONG-INDEX and compare. A location outside
      *>          metropolitan France, or where either provider had
      *>          nothing to give (down, refused by its breaker or
      *>          budget, or an unparseable payload), is skipped with
      *>          a log line - there is nothing to compare, which is
      *>          not the same as a discrepancy.
      *> ===============================================================
       RECONCILE-ONE-LOCATION.
           MOVE FUNCTION NUMVAL(WL-LATITUDE-STR(WL-LATLONG-INDEX))
               TO LS-LATITUDE-DEGREES
           MOVE FUNCTION NUMVAL(WL-LONGITUDE-STR(WL-LATLONG-INDEX))
               TO LS-LONGITUDE-DEGREES
           MOVE LS-LATITUDE-DEGREES TO LS-LATITUDE-DISPLAY
           MOVE LS-LONGITUDE-DEGREES TO LS-LONGITUDE-DISPLAY
           MOVE SPACES TO LS-LOCATION-LABEL
           STRING
               FUNCTION TRIM(LS-LATITUDE-DISPLAY) ","
               FUNCTION TRIM(LS-LONGITUDE-DISPLAY)
               INTO LS-LOCATION-LABEL
           END-STRING

           CALL "POLLEN-REGION-FOR-LOCATION" USING
               BY REFERENCE LS-LATITUDE-DEGREES
               BY REFERENCE LS-LONGITUDE-DEGREES
               BY REFERENCE LS-REGION
               BY REFERENCE LS-REGION-CODE
           IF LS-REGION-CODE NOT = "METRO"
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO LS-ATMO-OK
           MOVE 0 TO POLLEN-CODE-COUNT
           CALL "POLLEN-DATA-SOURCE" USING
               BY REFERENCE LS-LATITUDE-DEGREES
               BY REFERENCE LS-LONGITUDE-DEGREES
               BY REFERENCE LS-CODE-ZONE
               BY REFERENCE LS-HAS-CODE-ZONE
               BY REFERENCE LS-REGION
               BY REFERENCE LS-ATMO-DATA-URL
               BY REFERENCE LS-ATMO-BUFFER
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               CALL "POLLEN-PARSER" USING
                   BY REFERENCE LS-ATMO-BUFFER
                   POLLEN-GRP
                   BY REFERENCE LS-LATITUDE-DEGREES
                   BY REFERENCE LS-LONGITUDE-DEGREES
                   RETURNING RETURN-CODE
               IF RETURN-CODE = 0 AND POLLEN-CODE-COUNT > 0
               THEN
                   MOVE "Y" TO LS-ATMO-OK
               END-IF
           END-IF

           MOVE "N" TO LS-CAMS-OK
           CALL "CAMS-POLLEN-FETCH" USING
               BY REFERENCE LS-FETCH-DATE-STR
               BY REFERENCE LS-LATITUDE-DEGREES
               BY REFERENCE LS-LONGITUDE-DEGREES
               BY REFERENCE CPG-POLLEN-GRP
               BY REFERENCE LS-CAMS-DATA-URL
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               MOVE "Y" TO LS-CAMS-OK
           END-IF

           IF LS-ATMO-OK = "N" OR LS-CAMS-OK = "N"
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Pollen reconciliation: missing data for "
                   FUNCTION TRIM(WL-LATLONG-ID(WL-LATLONG-INDEX))
                   " (atmo=" LS-ATMO-OK " cams=" LS-CAMS-OK
                   "), skipping"
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LOCATION-COUNT
           PERFORM COMPARE-POLLEN-LEVELS.

      *> ===============================================================
      *> PARAGRAPH: COMPARE-POLLEN-LEVELS
      *> PURPOSE: Match the two tables species by species on
      *>          POLLEN-CODE-NAME and write one report row per
      *>          species whose levels differ by more than a level.
      *>          A species only one provider reports is not a
      *>          discrepancy - Atmo France publishes far more
      *>          species than the six CAMS models.
      *> ===============================================================
       COMPARE-POLLEN-LEVELS.
           PERFORM VARYING CPG-POLLEN-CODE-IDX FROM 1 BY 1
               UNTIL CPG-POLLEN-CODE-IDX > CPG-POLLEN-CODE-CT

               MOVE 0 TO LS-MATCH-FOUND-IDX
               PERFORM VARYING POLLEN-CODE-INDEX FROM 1 BY 1
                   UNTIL POLLEN-CODE-INDEX > POLLEN-CODE-COUNT
                   IF FUNCTION TRIM(POLLEN-CODE-NAME(POLLEN-CODE-INDEX))
                       = FUNCTION TRIM(
                           CPG-POLLEN-CODE-NAME(CPG-POLLEN-CODE-IDX))
                   THEN
                       SET LS-MATCH-FOUND-IDX TO POLLEN-CODE-INDEX
                   END-IF
               END-PERFORM

               IF LS-MATCH-FOUND-IDX NOT = 0
               THEN
                   COMPUTE LS-LEVEL-DIFF =
                       POLLEN-CODE-VALUE(LS-MATCH-FOUND-IDX)
                       - CPG-POLLEN-CODE-VAL(CPG-POLLEN-CODE-IDX)
                   IF LS-LEVEL-DIFF < 0
                   THEN
                       COMPUTE LS-LEVEL-DIFF = 0 - LS-LEVEL-DIFF
                   END-IF
                   IF LS-LEVEL-DIFF > C-PRC-LEVEL-TOLERANCE
                   THEN
                       MOVE LS-TIMESTAMP TO PRC-TIMESTAMP
                       MOVE WL-LATLONG-ID(WL-LATLONG-INDEX)
                           TO PRC-LOCATION-ID
                       MOVE LS-LOCATION-LABEL TO PRC-LOCATION
                       MOVE CPG-POLLEN-CODE-NAME(CPG-POLLEN-CODE-IDX)
                           TO PRC-SPECIES
                       MOVE POLLEN-CODE-VALUE(LS-MATCH-FOUND-IDX)
                           TO PRC-ATMO-LEVEL
                       MOVE CPG-POLLEN-CODE-VAL(CPG-POLLEN-CODE-IDX)
                           TO PRC-CAMS-LEVEL
                       MOVE CPG-POLLEN-CODE-GRN(CPG-POLLEN-CODE-IDX)
                           TO PRC-CAMS-GRAINS
                       WRITE PRC-RECORD
                       ADD 1 TO WS-DISCREPANCY-COUNT
                   END-IF
               END-IF
           END-PERFORM.

       END PROGRAM POLLEN-RECONCILIATION-BATCH.
