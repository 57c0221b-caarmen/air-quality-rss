      *> ===============================================================
      *> PROGRAM: LOCATION-RENAME-SERVICE
      *> PURPOSE: Move one watched location's past onto another id,
      *>          so fixing a mistyped id, or folding a site whose
      *>          sensor moved into the entry for its new position,
      *>          no longer orphans its history. Everything keyed on
      *>          the location id - the daily ranking and weather
      *>          records, the alert state, the outstanding alert
      *>          acknowledgements, the alert profile and the
      *>          location-group memberships - follows the id. On a
      *>          merge, the archives keyed on the old
      *>          entry's coordinates - the pollen, PREV'AIR intraday
      *>          and daily, CAMS daily archives and the forecast
      *>          log - also follow onto the survivor's coordinates,
      *>          unless another watched entry still sits on the old
      *>          coordinates and needs them. Where the survivor
      *>          already holds a record under the same key (both
      *>          sites recorded the same day), the survivor's own
      *>          record is kept and the old one dropped.
      *>          LOCATION-RENAME-RUN with IN-APPLY "N" only counts,
      *>          and records that dry run in the batch-control
      *>          journal; with "Y" it rewrites. The registry entry
      *>          itself is changed last and only when every file
      *>          was rewritten cleanly, so a run that fails part
      *>          way can simply be run again: what was moved is no
      *>          longer found under the old id.
      *>          Runs are serialized on their own mutex slot, so a
      *>          dry run never counts a file a real run is halfway
      *>          through.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCATION-RENAME-SERVICE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> Records to move are collected here before any is moved: a
      *> keyed probe for the survivor's record would lose the
      *> sequential walk's place in the file being walked.
           SELECT RENAME-SCRATCH-FILE ASSIGN TO "location-rename.tmp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RS-FILE-STATUS.

           SELECT LOCATION-RANKING-FILE ASSIGN TO
                   "location-ranking.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LR-KEY
               FILE STATUS IS WS-LR-FILE-STATUS.

           SELECT WEATHER-HISTORY-FILE ASSIGN TO
                   "weather-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WH-KEY
               FILE STATUS IS WS-WH-FILE-STATUS.

           SELECT ALERT-STATE-FILE ASSIGN TO "alert-state.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AS-FILE-STATUS.

           SELECT ALERT-STATE-SCRATCH-FILE ASSIGN TO
                   "alert-state.dat.tmp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ASS-FILE-STATUS.

           SELECT ALERT-ACK-FILE ASSIGN TO "alert-acks.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AA-ALERT-ID
               FILE STATUS IS WS-AA-FILE-STATUS.

           SELECT POLLEN-HISTORY-FILE ASSIGN TO "pollen-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PH-FILE-STATUS.

           SELECT PREVAIR-INTRADAY-FILE ASSIGN TO
                   "prevair-intraday-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PIH-KEY
               FILE STATUS IS WS-PIH-FILE-STATUS.

           SELECT PREVAIR-DAILY-HISTORY-FILE ASSIGN TO
                   "prevair-pollutant-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PVH-KEY
               FILE STATUS IS WS-PVH-FILE-STATUS.

           SELECT CAMS-DAILY-HISTORY-FILE ASSIGN TO
                   "cams-pollutant-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMH-KEY
               FILE STATUS IS WS-CMH-FILE-STATUS.

           SELECT FORECAST-LOG-FILE ASSIGN TO "forecast-log.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FL-KEY
               FILE STATUS IS WS-FL-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  RENAME-SCRATCH-FILE.
       01  RS-RECORD                    PIC X(700).

       FD  LOCATION-RANKING-FILE.
       COPY location-ranking IN "air-quality/batch".

       FD  WEATHER-HISTORY-FILE.
       COPY weather-history IN "air-quality/batch".

       FD  ALERT-STATE-FILE.
       COPY alert-state IN "air-quality/batch".

       FD  ALERT-STATE-SCRATCH-FILE.
       01  ASS-RECORD                   PIC X(33).

       FD  ALERT-ACK-FILE.
       COPY alert-ack IN "air-quality/service".

       FD  POLLEN-HISTORY-FILE.
       COPY pollen-history IN "pollen/service".

       FD  PREVAIR-INTRADAY-FILE.
       COPY pollutant-intraday-history IN "pollutant/service/prevair".

       FD  PREVAIR-DAILY-HISTORY-FILE.
       COPY pollutant-daily-history IN "pollutant/service/prevair".

       FD  CAMS-DAILY-HISTORY-FILE.
       COPY pollutant-daily-history IN "pollutant/service/cams".

       FD  FORECAST-LOG-FILE.
       COPY forecast-log IN "air-quality/batch".

       WORKING-STORAGE SECTION.
       01  WS-RS-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-LR-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-WH-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-AS-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ASS-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-AA-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PH-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PIH-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-PVH-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CMH-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-FL-FILE-STATUS            PIC X(02) VALUE SPACES.
      *> Every run shares the static file connectors across the MHD
      *> worker threads and the job dispatcher, so every run holds
      *> its own mutex slot (see AQRSS-MUTEX's slot map).
       01  C-MUTEX-ID                   PIC 9(2) VALUE 43.
      *> The registered layouts of the archives that have one (see
      *> AQRSS-LAYOUT-VERSION); one still in an old width is left
      *> alone rather than rewritten through the new record.
       01  C-PVH-FILE-NAME              PIC X(40)
               VALUE "prevair-pollutant-history.dat".
       01  C-PVH-LAYOUT-VERSION         PIC 9(3) VALUE 1.
       01  C-CMH-FILE-NAME              PIC X(40)
               VALUE "cams-pollutant-history.dat".
       01  C-CMH-LAYOUT-VERSION         PIC 9(3) VALUE 1.
       01  C-FL-FILE-NAME               PIC X(40)
               VALUE "forecast-log.dat".
       01  C-FL-LAYOUT-VERSION          PIC 9(3) VALUE 2.

       LOCAL-STORAGE SECTION.
      *> The two registry entries, as found before anything moves.
       COPY watched-location-record IN "air-quality/service".
       01  LS-FROM-WLR                  PIC X(74) VALUE SPACES.
       01  LS-TO-WLR                    PIC X(74) VALUE SPACES.
       01  LS-FROM-KIND                 PIC X(7) VALUE SPACES.
       01  LS-FROM-TENANT               PIC X(8) VALUE SPACES.
       01  LS-TO-KIND                   PIC X(7) VALUE SPACES.
      *> The survivor's ranking-board label, in the form
      *> LOCATION-RANKING-BATCH files it under.
       01  LS-TO-RANK-LABEL             PIC X(21) VALUE SPACES.
      *> The coordinate labels the archives key on, and whether a
      *> merge moves the old coordinates' archives onto the new.
       01  LS-FROM-LABEL                PIC X(21) VALUE SPACES.
       01  LS-TO-LABEL                  PIC X(21) VALUE SPACES.
       01  LS-RELABEL                   PIC X(01) VALUE "N".
       01  LS-LABEL-SHARED-BY           PIC X(8) VALUE SPACES.
       01  LS-LATITUDE-DEGREES          PIC S9(3)V9(8) VALUE 0.
       01  LS-LONGITUDE-DEGREES         PIC S9(3)V9(8) VALUE 0.
       01  LS-LATITUDE-DISPLAY          PIC -ZZ9.999999.
       01  LS-LONGITUDE-DISPLAY         PIC -ZZ9.999999.
       01  LS-LABEL                     PIC X(21) VALUE SPACES.
       COPY watched-locations IN "air-quality/batch".

      *> The file being worked on, and its verdicts.
       01  LS-FX                        PIC 9(2) VALUE 0.
       01  LS-FILE-NAME                 PIC X(40) VALUE SPACES.
       01  LS-SURVIVOR-HELD             PIC X(01) VALUE "N".
       01  LS-FILE-TROUBLE              PIC X(01) VALUE "N".

      *> The alert-state file, read whole (it is small - see
      *> AIR-QUALITY-ALERT-BATCH) and written back whole.
       01  C-STATE-MAX-COUNT            CONSTANT AS 200.
       01  LS-STATE-COUNT               PIC 9(3) VALUE 0.
       01  LS-STATE-TABLE.
           05  LS-ST-ENTRY OCCURS 200 TIMES.
               10  LS-ST-LOCATION-ID    PIC X(8).
               10  LS-ST-ITEM-NAME      PIC X(16).
               10  LS-ST-LAST-LEVEL     PIC 9(9).
       01  LS-ST-IDX                    PIC 9(3) VALUE 0.
       01  LS-ST-PROBE                  PIC 9(3) VALUE 0.
       01  LS-STATE-OVERFLOW            PIC X(01) VALUE "N".

      *> The alert profile moves through its own registry.
       COPY alert-profile IN "air-quality/batch".
       01  LS-ADMIN-SCOPE               PIC X(8) VALUE "*".

      *> Group memberships move through the location-group registry.
       COPY location-groups IN "air-quality/service".
       COPY location-group-record IN "air-quality/service".
       01  LS-OLD-MEMBER-KEY            PIC X(24) VALUE SPACES.
       01  LS-MEMBER-IX                 PIC 9(3) VALUE 0.

      *> The summary being rendered.
       01  LS-SUMMARY-LINE              PIC X(120) VALUE SPACES.
       01  LS-SUMMARY-SCRATCH           PIC X(2000) VALUE SPACES.
       01  LS-MOVED-TEXT                PIC Z(6)9.
       01  LS-DROPPED-TEXT              PIC Z(6)9.
       01  LS-STATE-TEXT                PIC X(30) VALUE SPACES.
       01  LS-RUN-RESULT                PIC 9(1) VALUE 0.
       COPY batch-control IN "air-quality/batch".

       LINKAGE SECTION.
       01  IN-FROM-ID                   PIC X(8).
       01  IN-TO-ID                     PIC X(8).
       01  IN-APPLY                     PIC X(1).
       COPY location-rename-counts IN "air-quality/service".
       01  OUT-SUMMARY                  PIC X(2000).

      *> Unused default entry point: every caller targets the ENTRY
      *> point below, the same way ENV-CONFIG's callers always target
      *> one of its named entries.
       PROCEDURE DIVISION.
           GOBACK.

      *> ===============================================================
      *> ENTRY: LOCATION-RENAME-RUN
      *> PURPOSE: Move IN-FROM-ID's records onto IN-TO-ID - counting
      *>          only when IN-APPLY is "N", rewriting when "Y" - and
      *>          fill LRC-COUNTS-GRP and a plain-text OUT-SUMMARY.
      *>          Returns 0 when done, 1 when IN-FROM-ID is not in
      *>          the registry (or is IN-TO-ID), 2 when IN-TO-ID is
      *>          another tenant's entry or of another kind (a ZONE
      *>          entry never merges into a LATLONG one), 3 when the
      *>          registry cannot be read, 4 when a file could not be
      *>          read or rewritten - on a real run the registry
      *>          entry is then left as it was, ready for a re-run.
      *> ===============================================================
       ENTRY "LOCATION-RENAME-RUN" USING
           BY REFERENCE IN-FROM-ID
           BY REFERENCE IN-TO-ID
           BY REFERENCE IN-APPLY
           BY REFERENCE LRC-COUNTS-GRP
           BY REFERENCE OUT-SUMMARY.

           INITIALIZE LRC-COUNTS-GRP
           MOVE SPACES TO OUT-SUMMARY
           MOVE 0 TO LS-RUN-RESULT
           IF IN-FROM-ID = SPACES OR IN-FROM-ID = IN-TO-ID
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM READ-REGISTRY-ENTRIES
           IF LS-RUN-RESULT NOT = 0
           THEN
               MOVE LS-RUN-RESULT TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           IF LS-RELABEL = "Y"
           THEN
               PERFORM MOVE-POLLEN-ARCHIVE
               PERFORM MOVE-INTRADAY-ARCHIVE
               PERFORM MOVE-PREVAIR-DAILY-ARCHIVE
               PERFORM MOVE-CAMS-DAILY-ARCHIVE
               PERFORM MOVE-FORECAST-LOG
           END-IF
           PERFORM MOVE-RANKING-RECORDS
           PERFORM MOVE-WEATHER-RECORDS
           PERFORM MOVE-ALERT-ACKS
           PERFORM MOVE-ALERT-STATE
           PERFORM MOVE-ALERT-PROFILE
           PERFORM MOVE-GROUP-MEMBERSHIPS
           PERFORM MOVE-REGISTRY-ENTRY
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID

           IF IN-APPLY NOT = "Y"
           THEN
               PERFORM JOURNAL-DRY-RUN
           END-IF
           PERFORM RENDER-SUMMARY
           IF LRC-FAILED-FILES > 0
           THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: READ-REGISTRY-ENTRIES
      *> PURPOSE: Look both ids up, settle RENAME or MERGE, and work
      *>          out the coordinate labels a merge moves the
      *>          archives between. LS-RUN-RESULT carries the
      *>          refusal, if any.
      *> ===============================================================
       READ-REGISTRY-ENTRIES.
           CALL "WATCHED-LOCATION-GET" USING
               BY REFERENCE IN-FROM-ID
               BY REFERENCE WLR-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO LS-RUN-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE WLR-RECORD TO LS-FROM-WLR
           MOVE WLR-KIND TO LS-FROM-KIND
           MOVE WLR-TENANT TO LS-FROM-TENANT
           MOVE SPACES TO LS-FROM-LABEL
           IF WLR-KIND = "LATLONG"
           THEN
               PERFORM BUILD-COORDINATE-LABEL
               MOVE LS-LABEL TO LS-FROM-LABEL
           END-IF
           MOVE LS-FROM-LABEL TO LRC-FROM-LABEL

           MOVE SPACES TO WLR-RECORD
           CALL "WATCHED-LOCATION-GET" USING
               BY REFERENCE IN-TO-ID
               BY REFERENCE WLR-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
      *> A rename keeps the entry's coordinates, and with them every
      *> archive keyed on them.
               MOVE "RENAME" TO LRC-MODE
               MOVE "N" TO LS-RELABEL
               MOVE LS-FROM-LABEL TO LRC-TO-LABEL
               EXIT PARAGRAPH
           END-IF

           MOVE "MERGE" TO LRC-MODE
           MOVE WLR-RECORD TO LS-TO-WLR
           MOVE WLR-KIND TO LS-TO-KIND
           IF WLR-TENANT NOT = LS-FROM-TENANT
               OR WLR-KIND NOT = LS-FROM-KIND
           THEN
               MOVE 2 TO LS-RUN-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-TO-RANK-LABEL
           IF WLR-KIND = "LATLONG"
           THEN
               STRING
                   FUNCTION TRIM(WLR-LATITUDE-STR) ","
                   FUNCTION TRIM(WLR-LONGITUDE-STR)
                   INTO LS-TO-RANK-LABEL
               END-STRING
               PERFORM BUILD-COORDINATE-LABEL
               MOVE LS-LABEL TO LS-TO-LABEL
           ELSE
               STRING
                   "zone " FUNCTION TRIM(WLR-CODE-ZONE)
                   INTO LS-TO-RANK-LABEL
               END-STRING
           END-IF
           MOVE LS-TO-LABEL TO LRC-TO-LABEL

           MOVE "N" TO LS-RELABEL
           IF LS-FROM-KIND = "LATLONG"
               AND LS-FROM-LABEL NOT = LS-TO-LABEL
           THEN
               PERFORM CHECK-LABEL-STILL-WATCHED
               IF LS-LABEL-SHARED-BY = SPACES
               THEN
                   MOVE "Y" TO LS-RELABEL
               END-IF
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: BUILD-COORDINATE-LABEL
      *> PURPOSE: Build, from WLR-RECORD's coordinates, the same
      *>          edited "latitude,longitude" label the pollen archive
      *>          keys its records with, into LS-LABEL.
      *> ===============================================================
       BUILD-COORDINATE-LABEL.
           MOVE FUNCTION NUMVAL(WLR-LATITUDE-STR)
               TO LS-LATITUDE-DEGREES
           MOVE FUNCTION NUMVAL(WLR-LONGITUDE-STR)
               TO LS-LONGITUDE-DEGREES
           MOVE LS-LATITUDE-DEGREES TO LS-LATITUDE-DISPLAY
           MOVE LS-LONGITUDE-DEGREES TO LS-LONGITUDE-DISPLAY
           MOVE SPACES TO LS-LABEL
           STRING
               FUNCTION TRIM(LS-LATITUDE-DISPLAY) ","
               FUNCTION TRIM(LS-LONGITUDE-DISPLAY)
               INTO LS-LABEL
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: CHECK-LABEL-STILL-WATCHED
      *> PURPOSE: Set LS-LABEL-SHARED-BY to the id of any other
      *>          watched entry on the old entry's coordinates: their
      *>          archives are that entry's history too, and stay.
      *> ===============================================================
       CHECK-LABEL-STILL-WATCHED.
           MOVE SPACES TO LS-LABEL-SHARED-BY
           CALL "LOAD-WATCHED-LOCATIONS" USING
               BY REFERENCE WL-REGISTRY-GRP
           PERFORM VARYING WL-LATLONG-INDEX FROM 1 BY 1
               UNTIL WL-LATLONG-INDEX > WL-LATLONG-COUNT
               IF WL-LATLONG-ID(WL-LATLONG-INDEX) NOT = IN-FROM-ID
                   AND WL-LATLONG-ID(WL-LATLONG-INDEX) NOT = IN-TO-ID
               THEN
                   MOVE WL-LATITUDE-STR(WL-LATLONG-INDEX)
                       TO WLR-LATITUDE-STR
                   MOVE WL-LONGITUDE-STR(WL-LATLONG-INDEX)
                       TO WLR-LONGITUDE-STR
                   PERFORM BUILD-COORDINATE-LABEL
                   IF LS-LABEL = LS-FROM-LABEL
                   THEN
                       MOVE WL-LATLONG-ID(WL-LATLONG-INDEX)
                           TO LS-LABEL-SHARED-BY
                   END-IF
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: BEGIN-FILE
      *> PURPOSE: Open LRC-FILE slot LS-FX for LS-FILE-NAME.
      *> ===============================================================
       BEGIN-FILE.
           IF LRC-FILE-COUNT < C-LRC-FILE-MAX-COUNT
           THEN
               ADD 1 TO LRC-FILE-COUNT
           END-IF
           MOVE LRC-FILE-COUNT TO LS-FX
           MOVE LS-FILE-NAME TO LRC-FILE-NAME(LS-FX)
           MOVE 0 TO LRC-MOVED(LS-FX)
           MOVE 0 TO LRC-DROPPED(LS-FX)
           MOVE "D" TO LRC-FILE-STATE(LS-FX)
           MOVE "N" TO LS-FILE-TROUBLE.

      *> ===============================================================
      *> PARAGRAPH: FAIL-FILE
      *> PURPOSE: Mark slot LS-FX as not (fully) read or rewritten.
      *> ===============================================================
       FAIL-FILE.
           MOVE "F" TO LRC-FILE-STATE(LS-FX)
           ADD 1 TO LRC-FAILED-FILES.

      *> ===============================================================
      *> PARAGRAPH: TALLY-RECORD
      *> PURPOSE: Count the record just handled as moved, or as
      *>          dropped in favour of the survivor's own.
      *> ===============================================================
       TALLY-RECORD.
           IF LS-SURVIVOR-HELD = "Y"
           THEN
               ADD 1 TO LRC-DROPPED(LS-FX)
               ADD 1 TO LRC-DROPPED-TOTAL
           ELSE
               ADD 1 TO LRC-MOVED(LS-FX)
               ADD 1 TO LRC-MOVED-TOTAL
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: END-FILE
      *> PURPOSE: Close out slot LS-FX: a write or delete that went
      *>          wrong part way marks the file failed, and the
      *>          scratch file goes.
      *> ===============================================================
       END-FILE.
           IF LS-FILE-TROUBLE = "Y"
           THEN
               PERFORM FAIL-FILE
           END-IF
           CALL "CBL_DELETE_FILE" USING "location-rename.tmp".

      *> ===============================================================
      *> PARAGRAPH: OPEN-SCRATCH-OUTPUT
      *> PURPOSE: Start a fresh collection of records to move.
      *> ===============================================================
       OPEN-SCRATCH-OUTPUT.
           OPEN OUTPUT RENAME-SCRATCH-FILE.

      *> ===============================================================
      *> PARAGRAPH: REOPEN-SCRATCH-INPUT
      *> PURPOSE: Close the collection and reopen it to move from.
      *> ===============================================================
       REOPEN-SCRATCH-INPUT.
           CLOSE RENAME-SCRATCH-FILE
           OPEN INPUT RENAME-SCRATCH-FILE
           IF WS-RS-FILE-STATUS NOT = "00"
           THEN
               MOVE "Y" TO LS-FILE-TROUBLE
               MOVE "10" TO WS-RS-FILE-STATUS
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: MOVE-POLLEN-ARCHIVE
      *> PURPOSE: Move the pollen archive's days from the old
      *>          coordinates onto the survivor's.
      *> ===============================================================
       MOVE-POLLEN-ARCHIVE.
           MOVE "pollen-history.dat" TO LS-FILE-NAME
           PERFORM BEGIN-FILE
           IF IN-APPLY = "Y"
           THEN
               OPEN I-O POLLEN-HISTORY-FILE
           ELSE
               OPEN INPUT POLLEN-HISTORY-FILE
           END-IF
           IF WS-PH-FILE-STATUS = "35"
           THEN
               MOVE "A" TO LRC-FILE-STATE(LS-FX)
               EXIT PARAGRAPH
           END-IF
           IF WS-PH-FILE-STATUS NOT = "00"
           THEN
               PERFORM FAIL-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-SCRATCH-OUTPUT
           IF WS-RS-FILE-STATUS NOT = "00"
           THEN
               CLOSE POLLEN-HISTORY-FILE
               PERFORM FAIL-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO PH-KEY
           START POLLEN-HISTORY-FILE KEY IS >= PH-KEY
               INVALID KEY
                   MOVE "10" TO WS-PH-FILE-STATUS
           END-START
           PERFORM UNTIL WS-PH-FILE-STATUS = "10"
               READ POLLEN-HISTORY-FILE NEXT
                   AT END
                       MOVE "10" TO WS-PH-FILE-STATUS
                   NOT AT END
                       IF PH-LOCATION = LS-FROM-LABEL
                       THEN
                           MOVE PH-RECORD TO RS-RECORD
                           WRITE RS-RECORD
                       END-IF
               END-READ
           END-PERFORM

           PERFORM REOPEN-SCRATCH-INPUT
           PERFORM UNTIL WS-RS-FILE-STATUS = "10"
               READ RENAME-SCRATCH-FILE
                   AT END
                       MOVE "10" TO WS-RS-FILE-STATUS
                   NOT AT END
                       MOVE RS-RECORD TO PH-RECORD
                       MOVE LS-TO-LABEL TO PH-LOCATION
                       READ POLLEN-HISTORY-FILE KEY IS PH-KEY
                           INVALID KEY
                               MOVE "N" TO LS-SURVIVOR-HELD
                           NOT INVALID KEY
                               MOVE "Y" TO LS-SURVIVOR-HELD
                       END-READ
                       IF IN-APPLY = "Y"
                       THEN
                           IF LS-SURVIVOR-HELD = "N"
                           THEN
                               MOVE RS-RECORD TO PH-RECORD
                               MOVE LS-TO-LABEL TO PH-LOCATION
                               WRITE PH-RECORD
                               IF WS-PH-FILE-STATUS NOT = "00"
                               THEN
                                   MOVE "Y" TO LS-FILE-TROUBLE
                               END-IF
                           END-IF
                           MOVE RS-RECORD TO PH-RECORD
                           DELETE POLLEN-HISTORY-FILE RECORD
                           IF WS-PH-FILE-STATUS NOT = "00"
                           THEN
                               MOVE "Y" TO LS-FILE-TROUBLE
                           END-IF
                       END-IF
                       PERFORM TALLY-RECORD
               END-READ
           END-PERFORM
           CLOSE RENAME-SCRATCH-FILE
           CLOSE POLLEN-HISTORY-FILE
           PERFORM END-FILE.

      *> ===============================================================
      *> PARAGRAPH: MOVE-INTRADAY-ARCHIVE
      *> PURPOSE: The same move over the PREV'AIR intraday archive.
      *> ===============================================================
       MOVE-INTRADAY-ARCHIVE.
           MOVE "prevair-intraday-history.dat" TO LS-FILE-NAME
           PERFORM BEGIN-FILE
           IF IN-APPLY = "Y"
           THEN
               OPEN I-O PREVAIR-INTRADAY-FILE
           ELSE
               OPEN INPUT PREVAIR-INTRADAY-FILE
           END-IF
           IF WS-PIH-FILE-STATUS = "35"
           THEN
               MOVE "A" TO LRC-FILE-STATE(LS-FX)
               EXIT PARAGRAPH
           END-IF
           IF WS-PIH-FILE-STATUS NOT = "00"
           THEN
               PERFORM FAIL-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-SCRATCH-OUTPUT
           IF WS-RS-FILE-STATUS NOT = "00"
           THEN
               CLOSE PREVAIR-INTRADAY-FILE
               PERFORM FAIL-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO PIH-KEY
           START PREVAIR-INTRADAY-FILE KEY IS >= PIH-KEY
               INVALID KEY
                   MOVE "10" TO WS-PIH-FILE-STATUS
           END-START
           PERFORM UNTIL WS-PIH-FILE-STATUS = "10"
               READ PREVAIR-INTRADAY-FILE NEXT
                   AT END
                       MOVE "10" TO WS-PIH-FILE-STATUS
                   NOT AT END
                       IF PIH-LOCATION = LS-FROM-LABEL
                       THEN
                           MOVE PIH-RECORD TO RS-RECORD
                           WRITE RS-RECORD
                       END-IF
               END-READ
           END-PERFORM

           PERFORM REOPEN-SCRATCH-INPUT
           PERFORM UNTIL WS-RS-FILE-STATUS = "10"
               READ RENAME-SCRATCH-FILE
                   AT END
                       MOVE "10" TO WS-RS-FILE-STATUS
                   NOT AT END
                       MOVE RS-RECORD TO PIH-RECORD
                       MOVE LS-TO-LABEL TO PIH-LOCATION
                       READ PREVAIR-INTRADAY-FILE KEY IS PIH-KEY
                           INVALID KEY
                               MOVE "N" TO LS-SURVIVOR-HELD
                           NOT INVALID KEY
                               MOVE "Y" TO LS-SURVIVOR-HELD
                       END-READ
                       IF IN-APPLY = "Y"
                       THEN
                           IF LS-SURVIVOR-HELD = "N"
                           THEN
                               MOVE RS-RECORD TO PIH-RECORD
                               MOVE LS-TO-LABEL TO PIH-LOCATION
                               WRITE PIH-RECORD
                               IF WS-PIH-FILE-STATUS NOT = "00"
                               THEN
                                   MOVE "Y" TO LS-FILE-TROUBLE
                               END-IF
                           END-IF
                           MOVE RS-RECORD TO PIH-RECORD
                           DELETE PREVAIR-INTRADAY-FILE RECORD
                           IF WS-PIH-FILE-STATUS NOT = "00"
                           THEN
                               MOVE "Y" TO LS-FILE-TROUBLE
                           END-IF
                       END-IF
                       PERFORM TALLY-RECORD
               END-READ
           END-PERFORM
           CLOSE RENAME-SCRATCH-FILE
           CLOSE PREVAIR-INTRADAY-FILE
           PERFORM END-FILE.

      *> ===============================================================
      *> PARAGRAPH: MOVE-PREVAIR-DAILY-ARCHIVE
      *> PURPOSE: The same move over the daily PREV'AIR archive.
      *> ===============================================================
       MOVE-PREVAIR-DAILY-ARCHIVE.
           MOVE "prevair-pollutant-history.dat" TO LS-FILE-NAME
           PERFORM BEGIN-FILE
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-PVH-FILE-NAME
               BY REFERENCE C-PVH-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "S" TO LRC-FILE-STATE(LS-FX)
               ADD 1 TO LRC-FAILED-FILES
               EXIT PARAGRAPH
           END-IF
           IF IN-APPLY = "Y"
           THEN
               OPEN I-O PREVAIR-DAILY-HISTORY-FILE
           ELSE
               OPEN INPUT PREVAIR-DAILY-HISTORY-FILE
           END-IF
           IF WS-PVH-FILE-STATUS = "35"
           THEN
               MOVE "A" TO LRC-FILE-STATE(LS-FX)
               EXIT PARAGRAPH
           END-IF
           IF WS-PVH-FILE-STATUS NOT = "00"
           THEN
               PERFORM FAIL-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-SCRATCH-OUTPUT
           IF WS-RS-FILE-STATUS NOT = "00"
           THEN
               CLOSE PREVAIR-DAILY-HISTORY-FILE
               PERFORM FAIL-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO PVH-KEY
           START PREVAIR-DAILY-HISTORY-FILE KEY IS >= PVH-KEY
               INVALID KEY
                   MOVE "10" TO WS-PVH-FILE-STATUS
           END-START
           PERFORM UNTIL WS-PVH-FILE-STATUS = "10"
               READ PREVAIR-DAILY-HISTORY-FILE NEXT
                   AT END
                       MOVE "10" TO WS-PVH-FILE-STATUS
                   NOT AT END
                       IF PVH-LOCATION = LS-FROM-LABEL
                       THEN
                           MOVE PVH-RECORD TO RS-RECORD
                           WRITE RS-RECORD
                       END-IF
               END-READ
           END-PERFORM

           PERFORM REOPEN-SCRATCH-INPUT
           PERFORM UNTIL WS-RS-FILE-STATUS = "10"
               READ RENAME-SCRATCH-FILE
                   AT END
                       MOVE "10" TO WS-RS-FILE-STATUS
                   NOT AT END
                       MOVE RS-RECORD TO PVH-RECORD
                       MOVE LS-TO-LABEL TO PVH-LOCATION
                       READ PREVAIR-DAILY-HISTORY-FILE KEY IS PVH-KEY
                           INVALID KEY
                               MOVE "N" TO LS-SURVIVOR-HELD
                           NOT INVALID KEY
                               MOVE "Y" TO LS-SURVIVOR-HELD
                       END-READ
                       IF IN-APPLY = "Y"
                       THEN
                           IF LS-SURVIVOR-HELD = "N"
                           THEN
                               MOVE RS-RECORD TO PVH-RECORD
                               MOVE LS-TO-LABEL TO PVH-LOCATION
                               WRITE PVH-RECORD
                               IF WS-PVH-FILE-STATUS NOT = "00"
                               THEN
                                   MOVE "Y" TO LS-FILE-TROUBLE
                               END-IF
                           END-IF
                           MOVE RS-RECORD TO PVH-RECORD
                           DELETE PREVAIR-DAILY-HISTORY-FILE RECORD
                           IF WS-PVH-FILE-STATUS NOT = "00"
                           THEN
                               MOVE "Y" TO LS-FILE-TROUBLE
                           END-IF
                       END-IF
                       PERFORM TALLY-RECORD
               END-READ
           END-PERFORM
           CLOSE RENAME-SCRATCH-FILE
           CLOSE PREVAIR-DAILY-HISTORY-FILE
           PERFORM END-FILE.

      *> ===============================================================
      *> PARAGRAPH: MOVE-CAMS-DAILY-ARCHIVE
      *> PURPOSE: The same move over the daily CAMS archive.
      *> ===============================================================
       MOVE-CAMS-DAILY-ARCHIVE.
           MOVE "cams-pollutant-history.dat" TO LS-FILE-NAME
           PERFORM BEGIN-FILE
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-CMH-FILE-NAME
               BY REFERENCE C-CMH-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "S" TO LRC-FILE-STATE(LS-FX)
               ADD 1 TO LRC-FAILED-FILES
               EXIT PARAGRAPH
           END-IF
           IF IN-APPLY = "Y"
           THEN
               OPEN I-O CAMS-DAILY-HISTORY-FILE
           ELSE
               OPEN INPUT CAMS-DAILY-HISTORY-FILE
           END-IF
           IF WS-CMH-FILE-STATUS = "35"
           THEN
               MOVE "A" TO LRC-FILE-STATE(LS-FX)
               EXIT PARAGRAPH
           END-IF
           IF WS-CMH-FILE-STATUS NOT = "00"
           THEN
               PERFORM FAIL-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-SCRATCH-OUTPUT
           IF WS-RS-FILE-STATUS NOT = "00"
           THEN
               CLOSE CAMS-DAILY-HISTORY-FILE
               PERFORM FAIL-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO CMH-KEY
           START CAMS-DAILY-HISTORY-FILE KEY IS >= CMH-KEY
               INVALID KEY
                   MOVE "10" TO WS-CMH-FILE-STATUS
           END-START
           PERFORM UNTIL WS-CMH-FILE-STATUS = "10"
               READ CAMS-DAILY-HISTORY-FILE NEXT
                   AT END
                       MOVE "10" TO WS-CMH-FILE-STATUS
                   NOT AT END
                       IF CMH-LOCATION = LS-FROM-LABEL
                       THEN
                           MOVE CMH-RECORD TO RS-RECORD
                           WRITE RS-RECORD
                       END-IF
               END-READ
           END-PERFORM

           PERFORM REOPEN-SCRATCH-INPUT
           PERFORM UNTIL WS-RS-FILE-STATUS = "10"
               READ RENAME-SCRATCH-FILE
                   AT END
                       MOVE "10" TO WS-RS-FILE-STATUS
                   NOT AT END
                       MOVE RS-RECORD TO CMH-RECORD
                       MOVE LS-TO-LABEL TO CMH-LOCATION
                       READ CAMS-DAILY-HISTORY-FILE KEY IS CMH-KEY
                           INVALID KEY
                               MOVE "N" TO LS-SURVIVOR-HELD
                           NOT INVALID KEY
                               MOVE "Y" TO LS-SURVIVOR-HELD
                       END-READ
                       IF IN-APPLY = "Y"
                       THEN
                           IF LS-SURVIVOR-HELD = "N"
                           THEN
                               MOVE RS-RECORD TO CMH-RECORD
                               MOVE LS-TO-LABEL TO CMH-LOCATION
                               WRITE CMH-RECORD
                               IF WS-CMH-FILE-STATUS NOT = "00"
                               THEN
                                   MOVE "Y" TO LS-FILE-TROUBLE
                               END-IF
                           END-IF
                           MOVE RS-RECORD TO CMH-RECORD
                           DELETE CAMS-DAILY-HISTORY-FILE RECORD
                           IF WS-CMH-FILE-STATUS NOT = "00"
                           THEN
                               MOVE "Y" TO LS-FILE-TROUBLE
                           END-IF
                       END-IF
                       PERFORM TALLY-RECORD
               END-READ
           END-PERFORM
           CLOSE RENAME-SCRATCH-FILE
           CLOSE CAMS-DAILY-HISTORY-FILE
           PERFORM END-FILE.

      *> ===============================================================
      *> PARAGRAPH: MOVE-FORECAST-LOG
      *> PURPOSE: The same move over the forecast log, so forecasts
      *>          made for the old coordinates still get scored
      *>          against the survivor's readings.
      *> ===============================================================
       MOVE-FORECAST-LOG.
           MOVE "forecast-log.dat" TO LS-FILE-NAME
           PERFORM BEGIN-FILE
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-FL-FILE-NAME
               BY REFERENCE C-FL-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "S" TO LRC-FILE-STATE(LS-FX)
               ADD 1 TO LRC-FAILED-FILES
               EXIT PARAGRAPH
           END-IF
           IF IN-APPLY = "Y"
           THEN
               OPEN I-O FORECAST-LOG-FILE
           ELSE
               OPEN INPUT FORECAST-LOG-FILE
           END-IF
           IF WS-FL-FILE-STATUS = "35"
           THEN
               MOVE "A" TO LRC-FILE-STATE(LS-FX)
               EXIT PARAGRAPH
           END-IF
           IF WS-FL-FILE-STATUS NOT = "00"
           THEN
               PERFORM FAIL-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-SCRATCH-OUTPUT
           IF WS-RS-FILE-STATUS NOT = "00"
           THEN
               CLOSE FORECAST-LOG-FILE
               PERFORM FAIL-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO FL-KEY
           START FORECAST-LOG-FILE KEY IS >= FL-KEY
               INVALID KEY
                   MOVE "10" TO WS-FL-FILE-STATUS
           END-START
           PERFORM UNTIL WS-FL-FILE-STATUS = "10"
               READ FORECAST-LOG-FILE NEXT
                   AT END
                       MOVE "10" TO WS-FL-FILE-STATUS
                   NOT AT END
                       IF FL-LOCATION = LS-FROM-LABEL
                       THEN
                           MOVE FL-RECORD TO RS-RECORD
                           WRITE RS-RECORD
                       END-IF
               END-READ
           END-PERFORM

           PERFORM REOPEN-SCRATCH-INPUT
           PERFORM UNTIL WS-RS-FILE-STATUS = "10"
               READ RENAME-SCRATCH-FILE
                   AT END
                       MOVE "10" TO WS-RS-FILE-STATUS
                   NOT AT END
                       MOVE RS-RECORD TO FL-RECORD
                       MOVE LS-TO-LABEL TO FL-LOCATION
                       READ FORECAST-LOG-FILE KEY IS FL-KEY
                           INVALID KEY
                               MOVE "N" TO LS-SURVIVOR-HELD
                           NOT INVALID KEY
                               MOVE "Y" TO LS-SURVIVOR-HELD
                       END-READ
                       IF IN-APPLY = "Y"
                       THEN
                           IF LS-SURVIVOR-HELD = "N"
                           THEN
                               MOVE RS-RECORD TO FL-RECORD
                               MOVE LS-TO-LABEL TO FL-LOCATION
                               WRITE FL-RECORD
                               IF WS-FL-FILE-STATUS NOT = "00"
                               THEN
                                   MOVE "Y" TO LS-FILE-TROUBLE
                               END-IF
                           END-IF
                           MOVE RS-RECORD TO FL-RECORD
                           DELETE FORECAST-LOG-FILE RECORD
                           IF WS-FL-FILE-STATUS NOT = "00"
                           THEN
                               MOVE "Y" TO LS-FILE-TROUBLE
                           END-IF
                       END-IF
                       PERFORM TALLY-RECORD
               END-READ
           END-PERFORM
           CLOSE RENAME-SCRATCH-FILE
           CLOSE FORECAST-LOG-FILE
           PERFORM END-FILE.

      *> ===============================================================
      *> PARAGRAPH: MOVE-RANKING-RECORDS
      *> PURPOSE: Move the daily ranking records onto the new id -
      *>          and, on a merge, onto the survivor's board label -
      *>          so the leaderboard's day-on-day move and the
      *>          pollution rose carry straight on.
      *> ===============================================================
       MOVE-RANKING-RECORDS.
           MOVE "location-ranking.dat" TO LS-FILE-NAME
           PERFORM BEGIN-FILE
           IF IN-APPLY = "Y"
           THEN
               OPEN I-O LOCATION-RANKING-FILE
           ELSE
               OPEN INPUT LOCATION-RANKING-FILE
           END-IF
           IF WS-LR-FILE-STATUS = "35"
           THEN
               MOVE "A" TO LRC-FILE-STATE(LS-FX)
               EXIT PARAGRAPH
           END-IF
           IF WS-LR-FILE-STATUS NOT = "00"
           THEN
               PERFORM FAIL-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-SCRATCH-OUTPUT
           IF WS-RS-FILE-STATUS NOT = "00"
           THEN
               CLOSE LOCATION-RANKING-FILE
               PERFORM FAIL-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO LR-KEY
           START LOCATION-RANKING-FILE KEY IS >= LR-KEY
               INVALID KEY
                   MOVE "10" TO WS-LR-FILE-STATUS
           END-START
           PERFORM UNTIL WS-LR-FILE-STATUS = "10"
               READ LOCATION-RANKING-FILE NEXT
                   AT END
                       MOVE "10" TO WS-LR-FILE-STATUS
                   NOT AT END
                       IF LR-LOCATION-ID = IN-FROM-ID
                       THEN
                           MOVE LR-RECORD TO RS-RECORD
                           WRITE RS-RECORD
                       END-IF
               END-READ
           END-PERFORM

           PERFORM REOPEN-SCRATCH-INPUT
           PERFORM UNTIL WS-RS-FILE-STATUS = "10"
               READ RENAME-SCRATCH-FILE
                   AT END
                       MOVE "10" TO WS-RS-FILE-STATUS
                   NOT AT END
                       MOVE RS-RECORD TO LR-RECORD
                       MOVE IN-TO-ID TO LR-LOCATION-ID
                       READ LOCATION-RANKING-FILE KEY IS LR-KEY
                           INVALID KEY
                               MOVE "N" TO LS-SURVIVOR-HELD
                           NOT INVALID KEY
                               MOVE "Y" TO LS-SURVIVOR-HELD
                       END-READ
                       IF IN-APPLY = "Y"
                       THEN
                           IF LS-SURVIVOR-HELD = "N"
                           THEN
                               MOVE RS-RECORD TO LR-RECORD
                               MOVE IN-TO-ID TO LR-LOCATION-ID
                               IF LRC-MODE = "MERGE"
                               THEN
                                   MOVE LS-TO-RANK-LABEL TO LR-LABEL
                               END-IF
                               WRITE LR-RECORD
                               IF WS-LR-FILE-STATUS NOT = "00"
                               THEN
                                   MOVE "Y" TO LS-FILE-TROUBLE
                               END-IF
                           END-IF
                           MOVE RS-RECORD TO LR-RECORD
                           DELETE LOCATION-RANKING-FILE RECORD
                           IF WS-LR-FILE-STATUS NOT = "00"
                           THEN
                               MOVE "Y" TO LS-FILE-TROUBLE
                           END-IF
                       END-IF
                       PERFORM TALLY-RECORD
               END-READ
           END-PERFORM
           CLOSE RENAME-SCRATCH-FILE
           CLOSE LOCATION-RANKING-FILE
           PERFORM END-FILE.

      *> ===============================================================
      *> PARAGRAPH: MOVE-WEATHER-RECORDS
      *> PURPOSE: Move the daily weather records onto the new id.
      *> ===============================================================
       MOVE-WEATHER-RECORDS.
           MOVE "weather-history.dat" TO LS-FILE-NAME
           PERFORM BEGIN-FILE
           IF IN-APPLY = "Y"
           THEN
               OPEN I-O WEATHER-HISTORY-FILE
           ELSE
               OPEN INPUT WEATHER-HISTORY-FILE
           END-IF
           IF WS-WH-FILE-STATUS = "35"
           THEN
               MOVE "A" TO LRC-FILE-STATE(LS-FX)
               EXIT PARAGRAPH
           END-IF
           IF WS-WH-FILE-STATUS NOT = "00"
           THEN
               PERFORM FAIL-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-SCRATCH-OUTPUT
           IF WS-RS-FILE-STATUS NOT = "00"
           THEN
               CLOSE WEATHER-HISTORY-FILE
               PERFORM FAIL-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO WH-KEY
           START WEATHER-HISTORY-FILE KEY IS >= WH-KEY
               INVALID KEY
                   MOVE "10" TO WS-WH-FILE-STATUS
           END-START
           PERFORM UNTIL WS-WH-FILE-STATUS = "10"
               READ WEATHER-HISTORY-FILE NEXT
                   AT END
                       MOVE "10" TO WS-WH-FILE-STATUS
                   NOT AT END
                       IF WH-LOCATION-ID = IN-FROM-ID
                       THEN
                           MOVE WH-RECORD TO RS-RECORD
                           WRITE RS-RECORD
                       END-IF
               END-READ
           END-PERFORM

           PERFORM REOPEN-SCRATCH-INPUT
           PERFORM UNTIL WS-RS-FILE-STATUS = "10"
               READ RENAME-SCRATCH-FILE
                   AT END
                       MOVE "10" TO WS-RS-FILE-STATUS
                   NOT AT END
                       MOVE RS-RECORD TO WH-RECORD
                       MOVE IN-TO-ID TO WH-LOCATION-ID
                       READ WEATHER-HISTORY-FILE KEY IS WH-KEY
                           INVALID KEY
                               MOVE "N" TO LS-SURVIVOR-HELD
                           NOT INVALID KEY
                               MOVE "Y" TO LS-SURVIVOR-HELD
                       END-READ
                       IF IN-APPLY = "Y"
                       THEN
                           IF LS-SURVIVOR-HELD = "N"
                           THEN
                               MOVE RS-RECORD TO WH-RECORD
                               MOVE IN-TO-ID TO WH-LOCATION-ID
                               WRITE WH-RECORD
                               IF WS-WH-FILE-STATUS NOT = "00"
                               THEN
                                   MOVE "Y" TO LS-FILE-TROUBLE
                               END-IF
                           END-IF
                           MOVE RS-RECORD TO WH-RECORD
                           DELETE WEATHER-HISTORY-FILE RECORD
                           IF WS-WH-FILE-STATUS NOT = "00"
                           THEN
                               MOVE "Y" TO LS-FILE-TROUBLE
                           END-IF
                       END-IF
                       PERFORM TALLY-RECORD
               END-READ
           END-PERFORM
           CLOSE RENAME-SCRATCH-FILE
           CLOSE WEATHER-HISTORY-FILE
           PERFORM END-FILE.

      *> ===============================================================
      *> PARAGRAPH: MOVE-ALERT-ACKS
      *> PURPOSE: Re-point the alert acknowledgements filed for the
      *>          old id, so an outstanding alert can still be
      *>          acknowledged and escalated. Keyed on the alert id,
      *>          so nothing ever collides.
      *> ===============================================================
       MOVE-ALERT-ACKS.
           MOVE "alert-acks.dat" TO LS-FILE-NAME
           PERFORM BEGIN-FILE
           MOVE "N" TO LS-SURVIVOR-HELD
           IF IN-APPLY = "Y"
           THEN
               OPEN I-O ALERT-ACK-FILE
           ELSE
               OPEN INPUT ALERT-ACK-FILE
           END-IF
           IF WS-AA-FILE-STATUS = "35"
           THEN
               MOVE "A" TO LRC-FILE-STATE(LS-FX)
               EXIT PARAGRAPH
           END-IF
           IF WS-AA-FILE-STATUS NOT = "00"
           THEN
               PERFORM FAIL-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO AA-ALERT-ID
           START ALERT-ACK-FILE KEY IS >= AA-ALERT-ID
               INVALID KEY
                   MOVE "10" TO WS-AA-FILE-STATUS
           END-START
           PERFORM UNTIL WS-AA-FILE-STATUS = "10"
               READ ALERT-ACK-FILE NEXT
                   AT END
                       MOVE "10" TO WS-AA-FILE-STATUS
                   NOT AT END
                       IF AA-LOCATION-ID = IN-FROM-ID
                       THEN
                           IF IN-APPLY = "Y"
                           THEN
                               MOVE IN-TO-ID TO AA-LOCATION-ID
                               REWRITE AA-RECORD
                               IF WS-AA-FILE-STATUS NOT = "00"
                               THEN
                                   MOVE "Y" TO LS-FILE-TROUBLE
                               END-IF
                           END-IF
                           PERFORM TALLY-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERT-ACK-FILE
           PERFORM END-FILE.

      *> ===============================================================
      *> PARAGRAPH: MOVE-ALERT-STATE
      *> PURPOSE: Carry the old id's alert state over, so an episode
      *>          in progress does not re-alert as a fresh crossing
      *>          under the new id. A pollutant the survivor already
      *>          tracks keeps the survivor's state.
      *> ===============================================================
       MOVE-ALERT-STATE.
           MOVE "alert-state.dat" TO LS-FILE-NAME
           PERFORM BEGIN-FILE
           MOVE 0 TO LS-STATE-COUNT
           MOVE "N" TO LS-STATE-OVERFLOW
           OPEN INPUT ALERT-STATE-FILE
           IF WS-AS-FILE-STATUS = "35"
           THEN
               MOVE "A" TO LRC-FILE-STATE(LS-FX)
               EXIT PARAGRAPH
           END-IF
           IF WS-AS-FILE-STATUS NOT = "00"
           THEN
               PERFORM FAIL-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AS-FILE-STATUS = "10"
               READ ALERT-STATE-FILE
                   AT END
                       MOVE "10" TO WS-AS-FILE-STATUS
                   NOT AT END
                       IF LS-STATE-COUNT < C-STATE-MAX-COUNT
                       THEN
                           ADD 1 TO LS-STATE-COUNT
                           MOVE AS-LOCATION-ID
                               TO LS-ST-LOCATION-ID(LS-STATE-COUNT)
                           MOVE AS-ITEM-NAME
                               TO LS-ST-ITEM-NAME(LS-STATE-COUNT)
                           MOVE AS-LAST-LEVEL
                               TO LS-ST-LAST-LEVEL(LS-STATE-COUNT)
                       ELSE
                           MOVE "Y" TO LS-STATE-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALERT-STATE-FILE
      *> A file longer than the table would lose its tail on the
      *> rewrite; leave it alone instead.
           IF LS-STATE-OVERFLOW = "Y"
           THEN
               PERFORM FAIL-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING LS-ST-IDX FROM 1 BY 1
               UNTIL LS-ST-IDX > LS-STATE-COUNT
               IF LS-ST-LOCATION-ID(LS-ST-IDX) = IN-FROM-ID
               THEN
                   MOVE "N" TO LS-SURVIVOR-HELD
                   PERFORM VARYING LS-ST-PROBE FROM 1 BY 1
                       UNTIL LS-ST-PROBE > LS-STATE-COUNT
                       IF LS-ST-LOCATION-ID(LS-ST-PROBE) = IN-TO-ID
                           AND LS-ST-ITEM-NAME(LS-ST-PROBE)
                               = LS-ST-ITEM-NAME(LS-ST-IDX)
                       THEN
                           MOVE "Y" TO LS-SURVIVOR-HELD
                       END-IF
                   END-PERFORM
                   PERFORM TALLY-RECORD
                   IF LS-SURVIVOR-HELD = "Y"
                   THEN
                       MOVE SPACES TO LS-ST-LOCATION-ID(LS-ST-IDX)
                   ELSE
                       MOVE IN-TO-ID TO LS-ST-LOCATION-ID(LS-ST-IDX)
                   END-IF
               END-IF
           END-PERFORM
           IF IN-APPLY NOT = "Y"
               OR LRC-MOVED(LS-FX) + LRC-DROPPED(LS-FX) = 0
           THEN
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT ALERT-STATE-SCRATCH-FILE
           IF WS-ASS-FILE-STATUS NOT = "00"
           THEN
               PERFORM FAIL-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LS-ST-IDX FROM 1 BY 1
               UNTIL LS-ST-IDX > LS-STATE-COUNT
               IF LS-ST-LOCATION-ID(LS-ST-IDX) NOT = SPACES
               THEN
                   MOVE LS-ST-LOCATION-ID(LS-ST-IDX) TO AS-LOCATION-ID
                   MOVE LS-ST-ITEM-NAME(LS-ST-IDX) TO AS-ITEM-NAME
                   MOVE LS-ST-LAST-LEVEL(LS-ST-IDX) TO AS-LAST-LEVEL
                   MOVE AS-RECORD TO ASS-RECORD
                   WRITE ASS-RECORD
                   IF WS-ASS-FILE-STATUS NOT = "00"
                   THEN
                       MOVE "Y" TO LS-FILE-TROUBLE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ALERT-STATE-SCRATCH-FILE
           IF LS-FILE-TROUBLE = "Y"
           THEN
               CALL "CBL_DELETE_FILE" USING "alert-state.dat.tmp"
               PERFORM FAIL-FILE
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_DELETE_FILE" USING "alert-state.dat"
           CALL "CBL_RENAME_FILE" USING
               "alert-state.dat.tmp" "alert-state.dat"
           IF RETURN-CODE NOT = 0
           THEN
               PERFORM FAIL-FILE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: MOVE-ALERT-PROFILE
      *> PURPOSE: Move the old id's alert profile (thresholds, quiet
      *>          hours, webhook) onto the new id through its own
      *>          registry. On a merge the survivor's own profile,
      *>          if it has one, wins.
      *> ===============================================================
       MOVE-ALERT-PROFILE.
           MOVE "alert-profiles.dat" TO LS-FILE-NAME
           PERFORM BEGIN-FILE
           MOVE SPACES TO AP-RECORD
           CALL "ALERT-PROFILE-GET" USING
               BY REFERENCE IN-TO-ID
               BY REFERENCE AP-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               MOVE "Y" TO LS-SURVIVOR-HELD
           ELSE
               MOVE "N" TO LS-SURVIVOR-HELD
           END-IF
           MOVE SPACES TO AP-RECORD
           CALL "ALERT-PROFILE-GET" USING
               BY REFERENCE IN-FROM-ID
               BY REFERENCE AP-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM TALLY-RECORD
           IF IN-APPLY NOT = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF

           IF LS-SURVIVOR-HELD = "N"
           THEN
               MOVE IN-TO-ID TO AP-LOCATION-ID
               CALL "ALERT-PROFILE-SAVE" USING
                   BY REFERENCE AP-RECORD
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
               THEN
                   PERFORM FAIL-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           CALL "ALERT-PROFILE-REMOVE" USING
               BY REFERENCE IN-FROM-ID
               BY REFERENCE LS-ADMIN-SCOPE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               PERFORM FAIL-FILE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: MOVE-GROUP-MEMBERSHIPS
      *> PURPOSE: Re-file every location-group membership of the old
      *>          id under the new one through the group registry.
      *>          On a merge, a group already holding the survivor
      *>          keeps that membership and the old one is dropped.
      *> ===============================================================
       MOVE-GROUP-MEMBERSHIPS.
           MOVE "location-groups.dat" TO LS-FILE-NAME
           PERFORM BEGIN-FILE
           CALL "LOAD-LOCATION-GROUPS" USING
               BY REFERENCE LG-GROUPS-GRP
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               PERFORM FAIL-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LG-MEMBER-INDEX FROM 1 BY 1
               UNTIL LG-MEMBER-INDEX > LG-MEMBER-COUNT
               IF LG-MEMBER-KIND(LG-MEMBER-INDEX) = "LOCATION"
                   AND LG-MEMBER-ID(LG-MEMBER-INDEX) = IN-FROM-ID
               THEN
                   PERFORM MOVE-ONE-GROUP-MEMBERSHIP
               END-IF
           END-PERFORM
           IF LS-FILE-TROUBLE = "Y"
           THEN
               PERFORM FAIL-FILE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: MOVE-ONE-GROUP-MEMBERSHIP
      *> PURPOSE: Move membership LG-MEMBER-INDEX onto the new id.
      *> ===============================================================
       MOVE-ONE-GROUP-MEMBERSHIP.
           MOVE "N" TO LS-SURVIVOR-HELD
           PERFORM VARYING LS-MEMBER-IX FROM 1 BY 1
               UNTIL LS-MEMBER-IX > LG-MEMBER-COUNT
               IF LG-MEMBER-GROUP-ID(LS-MEMBER-IX)
                       = LG-MEMBER-GROUP-ID(LG-MEMBER-INDEX)
                   AND LG-MEMBER-KIND(LS-MEMBER-IX) = "LOCATION"
                   AND LG-MEMBER-ID(LS-MEMBER-IX) = IN-TO-ID
               THEN
                   MOVE "Y" TO LS-SURVIVOR-HELD
               END-IF
           END-PERFORM
           PERFORM TALLY-RECORD
           IF IN-APPLY NOT = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LGR-RECORD
           MOVE LG-MEMBER-GROUP-ID(LG-MEMBER-INDEX) TO LGR-GROUP-ID
           MOVE "LOCATION" TO LGR-MEMBER-KIND
           MOVE IN-FROM-ID TO LGR-MEMBER-ID
           MOVE LGR-KEY TO LS-OLD-MEMBER-KEY
           CALL "LOCATION-GROUP-GET" USING
               BY REFERENCE LS-OLD-MEMBER-KEY
               BY REFERENCE LGR-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "Y" TO LS-FILE-TROUBLE
               EXIT PARAGRAPH
           END-IF
           IF LS-SURVIVOR-HELD = "N"
           THEN
               MOVE IN-TO-ID TO LGR-MEMBER-ID
               CALL "LOCATION-GROUP-PUT" USING
                   BY REFERENCE LGR-RECORD
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
               THEN
                   MOVE "Y" TO LS-FILE-TROUBLE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           CALL "LOCATION-GROUP-DELETE" USING
               BY REFERENCE LS-OLD-MEMBER-KEY
               BY REFERENCE LS-ADMIN-SCOPE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "Y" TO LS-FILE-TROUBLE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: MOVE-REGISTRY-ENTRY
      *> PURPOSE: Last of all, the registry: a rename re-files the
      *>          entry under the new id, a merge drops the old entry
      *>          in favour of the survivor. Left untouched when any
      *>          file above could not be rewritten, so the run can
      *>          be repeated.
      *> ===============================================================
       MOVE-REGISTRY-ENTRY.
           MOVE "watched-locations.dat" TO LS-FILE-NAME
           PERFORM BEGIN-FILE
           IF LRC-MODE = "MERGE"
           THEN
               MOVE "Y" TO LS-SURVIVOR-HELD
           ELSE
               MOVE "N" TO LS-SURVIVOR-HELD
           END-IF
           PERFORM TALLY-RECORD
           IF IN-APPLY NOT = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF
           IF LRC-FAILED-FILES > 0
           THEN
               MOVE 0 TO LRC-MOVED(LS-FX)
               MOVE 0 TO LRC-DROPPED(LS-FX)
               PERFORM FAIL-FILE
               EXIT PARAGRAPH
           END-IF

           IF LRC-MODE = "RENAME"
           THEN
               MOVE LS-FROM-WLR TO WLR-RECORD
               MOVE IN-TO-ID TO WLR-LOCATION-ID
               CALL "WATCHED-LOCATION-ADD" USING
                   BY REFERENCE WLR-RECORD
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
               THEN
                   PERFORM FAIL-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           CALL "WATCHED-LOCATION-REMOVE" USING
               BY REFERENCE IN-FROM-ID
               BY REFERENCE LS-ADMIN-SCOPE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               PERFORM FAIL-FILE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: JOURNAL-DRY-RUN
      *> PURPOSE: Record the dry run in the batch-control journal
      *>          under the job that will do the work, so /status
      *>          shows what the approved run is expected to move
      *>          next to what it then did.
      *> ===============================================================
       JOURNAL-DRY-RUN.
           MOVE "LOCATION-RENAME-BATCH" TO BC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO BC-START-TIMESTAMP
           MOVE BC-START-TIMESTAMP TO BC-END-TIMESTAMP
           MOVE LRC-MOVED-TOTAL TO BC-OK-COUNT
           MOVE LRC-FAILED-FILES TO BC-FAILED-COUNT
           MOVE "DRY-RUN" TO BC-STATUS
           MOVE LRC-DROPPED-TOTAL TO LS-DROPPED-TEXT
           MOVE SPACES TO BC-NOTE
           STRING
               FUNCTION LOWER-CASE(FUNCTION TRIM(LRC-MODE)) " "
               FUNCTION TRIM(IN-FROM-ID) ">"
               FUNCTION TRIM(IN-TO-ID) ", "
               FUNCTION TRIM(LS-DROPPED-TEXT) " dropped"
               DELIMITED BY SIZE INTO BC-NOTE
           END-STRING
           CALL "BATCH-RUN-RECORD" USING
               BY REFERENCE BC-RECORD.

      *> ===============================================================
      *> PARAGRAPH: RENDER-SUMMARY
      *> PURPOSE: The plain-text account of the run for the admin
      *>          route's answer and the batch's log: the mode, the
      *>          coordinates involved, and one line per file.
      *> ===============================================================
       RENDER-SUMMARY.
           MOVE SPACES TO LS-SUMMARY-LINE
           IF IN-APPLY = "Y"
           THEN
               STRING
                   "Location " FUNCTION TRIM(LRC-MODE) " "
                   FUNCTION TRIM(IN-FROM-ID) " -> "
                   FUNCTION TRIM(IN-TO-ID)
                   DELIMITED BY SIZE INTO LS-SUMMARY-LINE
               END-STRING
           ELSE
               STRING
                   "Location " FUNCTION TRIM(LRC-MODE) " "
                   FUNCTION TRIM(IN-FROM-ID) " -> "
                   FUNCTION TRIM(IN-TO-ID) " (dry run: nothing "
                   "changed)"
                   DELIMITED BY SIZE INTO LS-SUMMARY-LINE
               END-STRING
           END-IF
           PERFORM APPEND-SUMMARY-LINE

           MOVE SPACES TO LS-SUMMARY-LINE
           EVALUATE TRUE
           WHEN LS-RELABEL = "Y"
               STRING
                   "Coordinate archives move from "
                   FUNCTION TRIM(LS-FROM-LABEL) " to "
                   FUNCTION TRIM(LS-TO-LABEL)
                   DELIMITED BY SIZE INTO LS-SUMMARY-LINE
               END-STRING
           WHEN LS-LABEL-SHARED-BY NOT = SPACES
               STRING
                   "Coordinate archives stay: "
                   FUNCTION TRIM(LS-LABEL-SHARED-BY)
                   " still watches " FUNCTION TRIM(LS-FROM-LABEL)
                   DELIMITED BY SIZE INTO LS-SUMMARY-LINE
               END-STRING
           WHEN OTHER
               MOVE "Coordinate archives unchanged (same coordinates)"
                   TO LS-SUMMARY-LINE
           END-EVALUATE
           PERFORM APPEND-SUMMARY-LINE

           PERFORM VARYING LS-FX FROM 1 BY 1
               UNTIL LS-FX > LRC-FILE-COUNT
               MOVE LRC-MOVED(LS-FX) TO LS-MOVED-TEXT
               MOVE LRC-DROPPED(LS-FX) TO LS-DROPPED-TEXT
               EVALUATE LRC-FILE-STATE(LS-FX)
               WHEN "A"
                   MOVE "no such file" TO LS-STATE-TEXT
               WHEN "S"
                   MOVE "awaiting layout migration" TO LS-STATE-TEXT
               WHEN "F"
                   MOVE "NOT REWRITTEN" TO LS-STATE-TEXT
               WHEN OTHER
                   MOVE "ok" TO LS-STATE-TEXT
               END-EVALUATE
               MOVE SPACES TO LS-SUMMARY-LINE
               STRING
                   "  " LRC-FILE-NAME(LS-FX)(1:30) " "
                   LS-MOVED-TEXT " moved " LS-DROPPED-TEXT
                   " dropped  " FUNCTION TRIM(LS-STATE-TEXT)
                   DELIMITED BY SIZE INTO LS-SUMMARY-LINE
               END-STRING
               PERFORM APPEND-SUMMARY-LINE
           END-PERFORM

           MOVE LRC-MOVED-TOTAL TO LS-MOVED-TEXT
           MOVE LRC-DROPPED-TOTAL TO LS-DROPPED-TEXT
           MOVE SPACES TO LS-SUMMARY-LINE
           STRING
               "Total: " FUNCTION TRIM(LS-MOVED-TEXT) " moved, "
               FUNCTION TRIM(LS-DROPPED-TEXT) " dropped in favour "
               "of the survivor's own"
               DELIMITED BY SIZE INTO LS-SUMMARY-LINE
           END-STRING
           PERFORM APPEND-SUMMARY-LINE.

      *> ===============================================================
      *> PARAGRAPH: APPEND-SUMMARY-LINE
      *> PURPOSE: Append LS-SUMMARY-LINE to OUT-SUMMARY as a new line.
      *> ===============================================================
       APPEND-SUMMARY-LINE.
           IF OUT-SUMMARY = SPACES
           THEN
               MOVE LS-SUMMARY-LINE TO OUT-SUMMARY
           ELSE
               MOVE OUT-SUMMARY TO LS-SUMMARY-SCRATCH
               STRING
                   FUNCTION TRIM(LS-SUMMARY-SCRATCH TRAILING) X"0A"
                   FUNCTION TRIM(LS-SUMMARY-LINE TRAILING)
                   DELIMITED BY SIZE INTO OUT-SUMMARY
               END-STRING
           END-IF.

       END PROGRAM LOCATION-RENAME-SERVICE.
