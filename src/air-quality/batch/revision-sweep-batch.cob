      *> ===============================================================
      *> PROGRAM: REVISION-SWEEP-BATCH
      *> PURPOSE: Nightly sweep for provider corrections. Atmo France
      *>          and PREV'AIR publish provisional figures and quietly
      *>          revise them over the following days, while our
      *>          archives keep whatever was fetched first - a record
      *>          is only ever replaced when someone happens to ask
      *>          for the same key again. This job re-fetches the
      *>          last three days (D-1 to D-3) for every watched
      *>          code_zone (Atmo France archive, AFH) and every
      *>          watched latitude/longitude pair (daily PREV'AIR
      *>          archive, PVH) and compares the answer with what the
      *>          archive holds:
      *>            - a pollutant whose index or mean changed is
      *>              brought up to date in the archived record, and
      *>              the change (old value, new value, when it was
      *>              seen) is appended to the provider revision log
      *>              (see the provider-revision copybook);
      *>            - a pollutant the provider has added to the day
      *>              is added to the record and logged the same way;
      *>            - a pollutant missing from the re-fetch, or
      *>              re-fetched with no index, is left as archived:
      *>              a thinner answer is not a correction.
      *>          Days never archived are not back-filled here - that
      *>          is ATMO-FRANCE-BACKFILL-BATCH's job - and a refused
      *>          or empty re-fetch (budget, breaker, outage) simply
      *>          leaves the day for the next night's sweep.
      *>          Reports already issued when a day was revised are
      *>          listed from the batch-control journal: every
      *>          successful run of a report-producing job that
      *>          finished on or after the revised day may carry the
      *>          old figure. The sweep report
      *>          (revision-sweep-report.txt) is rewritten whole on
      *>          every run and is downloadable through the exports
      *>          route.
      *>          Scheduled from AIR-QUALITY-RSS's main loop on its
      *>          own job slot, and runnable on demand through the
      *>          /admin/jobs routes; not reachable as an HTTP data
      *>          route.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVISION-SWEEP-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATMO-FRANCE-HISTORY-FILE ASSIGN TO
                   "atmo-france-pollutant-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFH-KEY
               FILE STATUS IS WS-AFH-FILE-STATUS.

           SELECT PREVAIR-DAILY-HISTORY-FILE ASSIGN TO
                   "prevair-pollutant-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PVH-KEY
               FILE STATUS IS WS-PVH-FILE-STATUS.

           SELECT REVISION-LOG-FILE ASSIGN TO "provider-revisions.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RV-FILE-STATUS.

           SELECT BATCH-CONTROL-FILE ASSIGN TO "batch-control.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BJ-FILE-STATUS.

           SELECT SWEEP-REPORT-FILE ASSIGN TO
                   "revision-sweep-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SR-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  ATMO-FRANCE-HISTORY-FILE.
       COPY pollutant-history IN "pollutant/service/atmo-france".

       FD  PREVAIR-DAILY-HISTORY-FILE.
       COPY pollutant-daily-history IN "pollutant/service/prevair".

       FD  REVISION-LOG-FILE.
       COPY provider-revision IN "air-quality/batch".

      *> The batch-control journal, read back for the runs that may
      *> have published a revised day. Same layout as the
      *> batch-control copybook, renamed so it can sit beside this
      *> job's own run record.
       FD  BATCH-CONTROL-FILE.
       01  BJ-RECORD.
           05  BJ-JOB-NAME              PIC X(32).
           05  BJ-START-TIMESTAMP       PIC X(21).
           05  BJ-END-TIMESTAMP         PIC X(21).
           05  BJ-OK-COUNT              PIC 9(5).
           05  BJ-FAILED-COUNT          PIC 9(5).
           05  BJ-STATUS                PIC X(8).
           05  BJ-NOTE                  PIC X(40).

       FD  SWEEP-REPORT-FILE.
       01  SR-LINE                      PIC X(160).

       WORKING-STORAGE SECTION.
       01  WS-AFH-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-PVH-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-RV-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-BJ-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-SR-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-AFH-OPEN                  PIC X(01) VALUE "N".
       01  WS-PVH-OPEN                  PIC X(01) VALUE "N".
       01  WS-RV-OPEN                   PIC X(01) VALUE "N".

      *> The archive layouts this program was compiled against (see
      *> AQRSS-LAYOUT-VERSION), same constants the live writers use.
       01  C-AFH-FILE-NAME              PIC X(40)
               VALUE "atmo-france-pollutant-history.dat".
       01  C-AFH-LAYOUT-VERSION         PIC 9(3) VALUE 2.
       01  C-PVH-FILE-NAME              PIC X(40)
               VALUE "prevair-pollutant-history.dat".
       01  C-PVH-LAYOUT-VERSION         PIC 9(3) VALUE 1.
       01  C-BCJ-FILE-NAME              PIC X(40)
               VALUE "batch-control.dat".
       01  C-BCJ-LAYOUT-VERSION         PIC 9(3) VALUE 2.
       01  C-ATMO-ADMIN-API             PIC S9(9) COMP-5 VALUE 0.

      *> The days swept, newest first: D-1, D-2, D-3, in both date
      *> shapes the providers want, with how many revisions each
      *> turned up.
       01  C-SWEEP-DAY-COUNT            CONSTANT AS 3.
       01  WS-DAY-IDX                   PIC 9(1) VALUE 0.
       01  WS-DAY-TABLE.
           05  WS-DY-ENTRY OCCURS 3 TIMES.
               10  WS-DY-YYYYMMDD       PIC X(8).
               10  WS-DY-ISO            PIC X(10).
               10  WS-DY-REVISED-COUNT  PIC 9(5).
       01  WS-TODAY-YYYYMMDD            PIC 9(8) VALUE 0.
       01  WS-DAY-ORDINAL               PIC S9(9) COMP-5 VALUE 0.
       01  WS-DAY-YYYYMMDD              PIC 9(8) VALUE 0.

      *> The archived record and the re-fetch, staged in one shape
      *> whichever provider they came from, so one comparison serves
      *> both archives. The archived side is updated in place as
      *> revisions are found and written back from there.
       01  WS-ARCHIVED-SET.
           05  WS-AR-COUNT              PIC 9(2) VALUE 0.
           05  WS-AR-ENTRY OCCURS 10 TIMES.
               10  WS-AR-NAME           PIC X(4).
               10  WS-AR-AVERAGE        PIC 9(3)V9(1).
               10  WS-AR-INDEX          PIC 9(9).
       01  WS-FETCHED-SET.
           05  WS-FT-COUNT              PIC 9(2) VALUE 0.
           05  WS-FT-ENTRY OCCURS 10 TIMES.
               10  WS-FT-NAME           PIC X(4).
               10  WS-FT-AVERAGE        PIC 9(3)V9(1).
               10  WS-FT-INDEX          PIC 9(9).
       01  WS-AR-IDX                    PIC 9(2) VALUE 0.
       01  WS-FT-IDX                    PIC 9(2) VALUE 0.
       01  WS-AR-FOUND                  PIC 9(2) VALUE 0.
       01  WS-RECORD-REVISED            PIC X(01) VALUE "N".
       01  WS-CMP-PROVIDER              PIC X(12) VALUE SPACES.
       01  WS-CMP-LOCATION              PIC X(21) VALUE SPACES.
       01  WS-OLD-AVERAGE               PIC 9(3)V9(1) VALUE 0.
       01  WS-OLD-INDEX                 PIC 9(9) VALUE 0.

      *> Every revision found this run, for the report.
       01  C-REVISION-MAX-COUNT         CONSTANT AS 200.
       01  WS-REVISION-COUNT            PIC 9(5) VALUE 0.
       01  WS-REVISION-TABLE.
           05  WS-RT-ENTRY OCCURS 200 TIMES INDEXED BY WS-RT-IDX.
               10  WS-RT-PROVIDER       PIC X(12).
               10  WS-RT-DATE-STR       PIC X(10).
               10  WS-RT-LOCATION       PIC X(21).
               10  WS-RT-POLLUTANT      PIC X(4).
               10  WS-RT-OLD-AVERAGE    PIC 9(3)V9(1).
               10  WS-RT-NEW-AVERAGE    PIC 9(3)V9(1).
               10  WS-RT-OLD-INDEX      PIC 9(9).
               10  WS-RT-NEW-INDEX      PIC 9(9).

      *> Report-producing runs that finished on or after a revised
      *> day: one slot per (day, job), with how many such runs and
      *> the latest one's end.
       01  C-AFFECTED-MAX-COUNT         CONSTANT AS 60.
       01  WS-AFFECTED-COUNT            PIC 9(2) VALUE 0.
       01  WS-AFFECTED-TABLE.
           05  WS-AF-ENTRY OCCURS 60 TIMES INDEXED BY WS-AF-IDX.
               10  WS-AF-DAY            PIC 9(1).
               10  WS-AF-JOB-NAME       PIC X(32).
               10  WS-AF-RUNS           PIC 9(3).
               10  WS-AF-LAST-END       PIC X(21).
       01  WS-AF-FOUND                  PIC 9(2) VALUE 0.
       01  WS-IS-REPORT-JOB             PIC X(01) VALUE "N".

       01  WS-CHECKED-COUNT             PIC 9(5) VALUE 0.
       01  WS-REWRITTEN-COUNT           PIC 9(5) VALUE 0.
       01  WS-NOT-ARCHIVED-COUNT        PIC 9(5) VALUE 0.
       01  WS-FETCH-FAILED-COUNT        PIC 9(5) VALUE 0.

       LOCAL-STORAGE SECTION.
       01  LS-CURRENT-DATE-AND-TIME.
           05  LS-CDT-YEAR              PIC 9(4).
           05  LS-CDT-MONTH             PIC 9(2).
           05  LS-CDT-DAY               PIC 9(2).
           05  LS-CDT-HOUR              PIC 9(2).
           05  LS-CDT-MINUTE            PIC 9(2).
       01  LS-SEEN-TIMESTAMP            PIC X(21) VALUE SPACES.
       01  LS-LATITUDE-DEGREES          PIC S9(3)V9(8).
       01  LS-LONGITUDE-DEGREES         PIC S9(3)V9(8).
      *> Edited the same way AIR-QUALITY-PREFETCH-BATCH edits the
      *> PVH location label, so the keys line up.
       01  LS-LATITUDE-DISPLAY          PIC -ZZ9.999999.
       01  LS-LONGITUDE-DISPLAY         PIC -ZZ9.999999.
       01  LS-OLD-INDEX-DISPLAY         PIC Z(8)9.
       01  LS-NEW-INDEX-DISPLAY         PIC Z(8)9.
       01  LS-OLD-AVERAGE-DISPLAY       PIC ZZ9.9.
       01  LS-NEW-AVERAGE-DISPLAY       PIC ZZ9.9.
       01  LS-COUNT-DISPLAY             PIC Z(4)9.
       01  LS-RUNS-DISPLAY              PIC ZZ9.
       01  LS-SECTION-LINES             PIC 9(3) VALUE 0.
       01  C-LOG-INFO                   PIC X(5) VALUE "INFO".
       01  C-LOG-WARN                   PIC X(5) VALUE "WARN".
       01  LS-LOG-MESSAGE               PIC X(256) VALUE SPACES.

      *> Run record for the shared batch-control journal, so the
      *> /status route can report whether and how this job last ran:
      *> ok counts archived days re-checked, failed counts re-fetches
      *> that came back empty.
       COPY batch-control IN "air-quality/batch".

       COPY "watched-locations" IN "air-quality/batch".

      *> The PREV'AIR re-fetch for the watched latitude/longitude
      *> pairs.
       COPY "pollutant-data" IN "pollutant/service".

      *> The Atmo France re-fetch for the watched zones, renamed so
      *> it can sit beside the PREV'AIR copy above.
       COPY "pollutant-data" IN "pollutant/service/atmo-france"
           REPLACING ==C-POLLUTANT-MAX-COUNT== BY
                         ==C-AF-POLLUTANT-MAX-COUNT==
                     ==IDX-POLLUTANT-NAME== BY
                         ==IDX-AF-POLLUTANT-NAME==
                     ==POLLUTANT-GRP== BY ==AF-POLLUTANT-GRP==
                     ==POLLUTANT-COUNT== BY ==AF-POLLUTANT-COUNT==
                     ==POLLUTANT-NAMES-GRP== BY
                         ==AF-POLLUTANT-NAMES-GRP==
                     ==POLLUTANT-NAMES== BY ==AF-POLLUTANT-NAMES==
                     ==POLLUTANT-NAME-INDEX== BY
                         ==AF-POLLUTANT-NAME-INDEX==
                     ==POLLUTANT-AVERAGES-GRP== BY
                         ==AF-POLLUTANT-AVERAGES-GRP==
                     ==POLLUTANT-AVERAGES== BY
                         ==AF-POLLUTANT-AVERAGES==
                     ==POLLUTANT-AVERAGE-INDEX== BY
                         ==AF-POLLUTANT-AVERAGE-INDEX==
                     ==POLLUTANT-INDICES-GRP== BY
                         ==AF-POLLUTANT-INDICES-GRP==
                     ==POLLUTANT-INDICES== BY
                         ==AF-POLLUTANT-INDICES==
                     ==POLLUTANT-INDEX-INDEX== BY
                         ==AF-POLLUTANT-INDEX-INDEX==.

       PROCEDURE DIVISION.

           MOVE "REVISION-SWEEP-BATCH" TO BC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO BC-START-TIMESTAMP

           MOVE FUNCTION CURRENT-DATE TO LS-CURRENT-DATE-AND-TIME
           PERFORM COMPUTE-SWEEP-DAYS

      *> Refuse archives of a layout this program does not
      *> understand, the same check the live archive writers make;
      *> the migration batch brings them forward.
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-AFH-FILE-NAME
               BY REFERENCE C-AFH-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "FAILED" TO BC-STATUS
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-PVH-FILE-NAME
               BY REFERENCE C-PVH-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "FAILED" TO BC-STATUS
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF

           CALL "LOAD-WATCHED-LOCATIONS" USING
               BY REFERENCE WL-REGISTRY-GRP
           IF WL-LATLONG-COUNT = 0 AND WL-ZONE-COUNT = 0
           THEN
               MOVE "Revision sweep: no watched locations, skipping"
                   TO LS-LOG-MESSAGE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE "SKIPPED" TO BC-STATUS
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF

      *> An archive that does not exist yet has nothing to revise;
      *> the sweep carries on with the other one.
           OPEN I-O ATMO-FRANCE-HISTORY-FILE
           IF WS-AFH-FILE-STATUS = "00"
           THEN
               MOVE "Y" TO WS-AFH-OPEN
           END-IF
           OPEN I-O PREVAIR-DAILY-HISTORY-FILE
           IF WS-PVH-FILE-STATUS = "00"
           THEN
               MOVE "Y" TO WS-PVH-OPEN
           END-IF
           IF WS-AFH-OPEN = "N" AND WS-PVH-OPEN = "N"
           THEN
               MOVE "Revision sweep: no archive to sweep, skipping"
                   TO LS-LOG-MESSAGE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE "SKIPPED" TO BC-STATUS
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF
           PERFORM OPEN-REVISION-LOG

           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > C-SWEEP-DAY-COUNT
               PERFORM VARYING WL-ZONE-INDEX FROM 1 BY 1
                   UNTIL WL-ZONE-INDEX > WL-ZONE-COUNT
                   PERFORM SWEEP-ONE-ZONE
               END-PERFORM
               PERFORM VARYING WL-LATLONG-INDEX FROM 1 BY 1
                   UNTIL WL-LATLONG-INDEX > WL-LATLONG-COUNT
                   PERFORM SWEEP-ONE-LOCATION
               END-PERFORM
           END-PERFORM

           IF WS-AFH-OPEN = "Y"
           THEN
               CLOSE ATMO-FRANCE-HISTORY-FILE
           END-IF
           IF WS-PVH-OPEN = "Y"
           THEN
               CLOSE PREVAIR-DAILY-HISTORY-FILE
           END-IF
           IF WS-RV-OPEN = "Y"
           THEN
               CLOSE REVISION-LOG-FILE
           END-IF

           PERFORM FIND-AFFECTED-REPORTS
           PERFORM WRITE-SWEEP-REPORT

           MOVE SPACES TO LS-LOG-MESSAGE
           STRING
               "Revision sweep: " WS-CHECKED-COUNT
               " archived days re-checked, " WS-REVISION-COUNT
               " revisions, " WS-REWRITTEN-COUNT
               " records updated, " WS-FETCH-FAILED-COUNT
               " re-fetches empty"
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
      *>          journal for the /status route.
      *> ===============================================================
       WRITE-BATCH-RUN-RECORD.
           MOVE FUNCTION CURRENT-DATE TO BC-END-TIMESTAMP
           MOVE WS-CHECKED-COUNT TO BC-OK-COUNT
           MOVE WS-FETCH-FAILED-COUNT TO BC-FAILED-COUNT
           CALL "BATCH-RUN-RECORD" USING
               BY REFERENCE BC-RECORD.

      *> ===============================================================
      *> PARAGRAPH: COMPUTE-SWEEP-DAYS
      *> PURPOSE: Fill the day table with D-1 to D-3, in the
      *>          YYYYMMDD shape PREV'AIR is fetched with and the
      *>          YYYY-MM-DD shape both archives are keyed on.
      *> ===============================================================
       COMPUTE-SWEEP-DAYS.
           COMPUTE WS-TODAY-YYYYMMDD =
               LS-CDT-YEAR * 10000 + LS-CDT-MONTH * 100 + LS-CDT-DAY
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > C-SWEEP-DAY-COUNT
               COMPUTE WS-DAY-ORDINAL =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
                   - WS-DAY-IDX
               COMPUTE WS-DAY-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-ORDINAL)
               MOVE WS-DAY-YYYYMMDD TO WS-DY-YYYYMMDD(WS-DAY-IDX)
               MOVE SPACES TO WS-DY-ISO(WS-DAY-IDX)
               STRING
                   WS-DY-YYYYMMDD(WS-DAY-IDX)(1:4) "-"
                   WS-DY-YYYYMMDD(WS-DAY-IDX)(5:2) "-"
                   WS-DY-YYYYMMDD(WS-DAY-IDX)(7:2)
                   INTO WS-DY-ISO(WS-DAY-IDX)
               END-STRING
               MOVE 0 TO WS-DY-REVISED-COUNT(WS-DAY-IDX)
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: OPEN-REVISION-LOG
      *> PURPOSE: Open the revision log for append, creating it on
      *>          the first run. While the storage watchdog has the
      *>          appenders paused, or the log cannot be opened, the
      *>          sweep still corrects the archives and reports the
      *>          revisions - only the log line is lost.
      *> ===============================================================
       OPEN-REVISION-LOG.
           MOVE "N" TO WS-RV-OPEN
           CALL "STORAGE-APPEND-ALLOWED"
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND REVISION-LOG-FILE
           IF WS-RV-FILE-STATUS = "35"
           THEN
               OPEN OUTPUT REVISION-LOG-FILE
           END-IF
           IF WS-RV-FILE-STATUS NOT = "00"
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Revision sweep: could not open the revision log, "
                   "status " WS-RV-FILE-STATUS
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-RV-OPEN.

      *> ===============================================================
      *> PARAGRAPH: SWEEP-ONE-ZONE
      *> PURPOSE: Re-fetch the day at WS-DAY-IDX for the watched zone
      *>          at WL-ZONE-INDEX and bring its archived AFH record
      *>          up to date with whatever the provider has revised.
      *> ===============================================================
       SWEEP-ONE-ZONE.
           IF WS-AFH-OPEN = "N"
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DY-ISO(WS-DAY-IDX) TO AFH-DATE-STR
           MOVE WL-ZONE-ENTRY(WL-ZONE-INDEX) TO AFH-CODE-ZONE
           READ ATMO-FRANCE-HISTORY-FILE KEY IS AFH-KEY
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-AFH-FILE-STATUS NOT = "00"
           THEN
               ADD 1 TO WS-NOT-ARCHIVED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO AF-POLLUTANT-COUNT
           CALL "ATMO-RAW-FETCH" USING
               BY REFERENCE WS-DY-ISO(WS-DAY-IDX)
               BY REFERENCE WL-ZONE-ENTRY(WL-ZONE-INDEX)
               BY REFERENCE C-ATMO-ADMIN-API
               BY REFERENCE AF-POLLUTANT-GRP
           IF AF-POLLUTANT-COUNT = 0
           THEN
               ADD 1 TO WS-FETCH-FAILED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHECKED-COUNT

           MOVE AFH-COUNT TO WS-AR-COUNT
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
               UNTIL WS-AR-IDX > C-PH-HISTORY-MAX-COUNT
               MOVE AFH-NAME(WS-AR-IDX) TO WS-AR-NAME(WS-AR-IDX)
               MOVE AFH-AVERAGE(WS-AR-IDX) TO WS-AR-AVERAGE(WS-AR-IDX)
               MOVE AFH-INDEX(WS-AR-IDX) TO WS-AR-INDEX(WS-AR-IDX)
           END-PERFORM
           MOVE AF-POLLUTANT-COUNT TO WS-FT-COUNT
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
               UNTIL WS-FT-IDX > AF-POLLUTANT-COUNT
               MOVE AF-POLLUTANT-NAMES(WS-FT-IDX)
                   TO WS-FT-NAME(WS-FT-IDX)
               MOVE AF-POLLUTANT-AVERAGES(WS-FT-IDX)
                   TO WS-FT-AVERAGE(WS-FT-IDX)
               MOVE AF-POLLUTANT-INDICES(WS-FT-IDX)
                   TO WS-FT-INDEX(WS-FT-IDX)
           END-PERFORM

           MOVE "ATMO-FRANCE" TO WS-CMP-PROVIDER
           MOVE SPACES TO WS-CMP-LOCATION
           MOVE WL-ZONE-ENTRY(WL-ZONE-INDEX) TO WS-CMP-LOCATION
           PERFORM COMPARE-STAGED-READINGS
           IF WS-RECORD-REVISED = "N"
           THEN
               EXIT PARAGRAPH
           END-IF

      *> The quality score stays as stamped at archive time: the
      *> revision only corrects figures, it does not re-grade the
      *> payload.
           MOVE WS-AR-COUNT TO AFH-COUNT
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
               UNTIL WS-AR-IDX > C-PH-HISTORY-MAX-COUNT
               MOVE WS-AR-NAME(WS-AR-IDX) TO AFH-NAME(WS-AR-IDX)
               MOVE WS-AR-AVERAGE(WS-AR-IDX) TO AFH-AVERAGE(WS-AR-IDX)
               MOVE WS-AR-INDEX(WS-AR-IDX) TO AFH-INDEX(WS-AR-IDX)
           END-PERFORM
           REWRITE AFH-RECORD
           IF WS-AFH-FILE-STATUS = "00"
           THEN
               ADD 1 TO WS-REWRITTEN-COUNT
           ELSE
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Revision sweep: rewrite failed for "
                   AFH-DATE-STR " zone " AFH-CODE-ZONE ", status "
                   WS-AFH-FILE-STATUS
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: SWEEP-ONE-LOCATION
      *> PURPOSE: Re-fetch the day at WS-DAY-IDX for the watched
      *>          latitude/longitude pair at WL-LATLONG-INDEX and
      *>          bring its archived PVH record up to date with
      *>          whatever PREV'AIR has revised.
      *> ===============================================================
       SWEEP-ONE-LOCATION.
           IF WS-PVH-OPEN = "N"
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(WL-LATITUDE-STR(WL-LATLONG-INDEX))
               TO LS-LATITUDE-DEGREES
           MOVE FUNCTION NUMVAL(WL-LONGITUDE-STR(WL-LATLONG-INDEX))
               TO LS-LONGITUDE-DEGREES
           MOVE LS-LATITUDE-DEGREES TO LS-LATITUDE-DISPLAY
           MOVE LS-LONGITUDE-DEGREES TO LS-LONGITUDE-DISPLAY
           MOVE SPACES TO WS-CMP-LOCATION
           STRING
               FUNCTION TRIM(LS-LATITUDE-DISPLAY) ","
               FUNCTION TRIM(LS-LONGITUDE-DISPLAY)
               INTO WS-CMP-LOCATION
           END-STRING

           MOVE WS-DY-ISO(WS-DAY-IDX) TO PVH-DATE-STR
           MOVE WS-CMP-LOCATION TO PVH-LOCATION
           READ PREVAIR-DAILY-HISTORY-FILE KEY IS PVH-KEY
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-PVH-FILE-STATUS NOT = "00"
           THEN
               ADD 1 TO WS-NOT-ARCHIVED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO POLLUTANT-COUNT
           CALL "PREVAIR-RAW-FETCH" USING
               BY REFERENCE WS-DY-YYYYMMDD(WS-DAY-IDX)
               BY REFERENCE LS-LATITUDE-DEGREES
               BY REFERENCE LS-LONGITUDE-DEGREES
               BY REFERENCE POLLUTANT-GRP
           IF POLLUTANT-COUNT = 0
           THEN
               ADD 1 TO WS-FETCH-FAILED-COUNT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHECKED-COUNT

           MOVE PVH-COUNT TO WS-AR-COUNT
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
               UNTIL WS-AR-IDX > C-PVH-HISTORY-MAX-COUNT
               MOVE PVH-NAME(WS-AR-IDX) TO WS-AR-NAME(WS-AR-IDX)
               MOVE PVH-AVERAGE(WS-AR-IDX) TO WS-AR-AVERAGE(WS-AR-IDX)
               MOVE PVH-INDEX(WS-AR-IDX) TO WS-AR-INDEX(WS-AR-IDX)
           END-PERFORM
      *> PREV'AIR hands back upper-case, NUL-padded names; the
      *> archive holds them in the Atmo France vocabulary.
           MOVE POLLUTANT-COUNT TO WS-FT-COUNT
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
               UNTIL WS-FT-IDX > POLLUTANT-COUNT
               INSPECT POLLUTANT-NAMES(WS-FT-IDX)
                   REPLACING ALL X"00" BY SPACE
               MOVE FUNCTION LOWER-CASE(POLLUTANT-NAMES(WS-FT-IDX))
                   TO WS-FT-NAME(WS-FT-IDX)
               MOVE POLLUTANT-AVERAGES(WS-FT-IDX)
                   TO WS-FT-AVERAGE(WS-FT-IDX)
               MOVE POLLUTANT-INDICES(WS-FT-IDX)
                   TO WS-FT-INDEX(WS-FT-IDX)
           END-PERFORM

           MOVE "PREVAIR" TO WS-CMP-PROVIDER
           PERFORM COMPARE-STAGED-READINGS
           IF WS-RECORD-REVISED = "N"
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE WS-AR-COUNT TO PVH-COUNT
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
               UNTIL WS-AR-IDX > C-PVH-HISTORY-MAX-COUNT
               MOVE WS-AR-NAME(WS-AR-IDX) TO PVH-NAME(WS-AR-IDX)
               MOVE WS-AR-AVERAGE(WS-AR-IDX) TO PVH-AVERAGE(WS-AR-IDX)
               MOVE WS-AR-INDEX(WS-AR-IDX) TO PVH-INDEX(WS-AR-IDX)
           END-PERFORM
           REWRITE PVH-RECORD
           IF WS-PVH-FILE-STATUS = "00"
           THEN
               ADD 1 TO WS-REWRITTEN-COUNT
           ELSE
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Revision sweep: rewrite failed for "
                   PVH-DATE-STR " at " FUNCTION TRIM(PVH-LOCATION)
                   ", status " WS-PVH-FILE-STATUS
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: COMPARE-STAGED-READINGS
      *> PURPOSE: Walk the re-fetched readings against the archived
      *>          ones for WS-CMP-PROVIDER/WS-CMP-LOCATION on the day
      *>          at WS-DAY-IDX. A changed index or mean updates the
      *>          archived entry; a pollutant the archive lacks is
      *>          appended while the record has room. Each such
      *>          change is recorded and sets WS-RECORD-REVISED. A
      *>          re-fetched index of 0 is "no data", not a revision.
      *> ===============================================================
       COMPARE-STAGED-READINGS.
           MOVE "N" TO WS-RECORD-REVISED
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
               UNTIL WS-FT-IDX > WS-FT-COUNT
               IF WS-FT-INDEX(WS-FT-IDX) > 0
                   AND WS-FT-NAME(WS-FT-IDX) NOT = SPACES
               THEN
                   PERFORM COMPARE-ONE-READING
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: COMPARE-ONE-READING
      *> PURPOSE: Compare the re-fetched reading at WS-FT-IDX with the
      *>          archived reading of the same pollutant.
      *> ===============================================================
       COMPARE-ONE-READING.
           MOVE 0 TO WS-AR-FOUND
           PERFORM VARYING WS-AR-IDX FROM 1 BY 1
               UNTIL WS-AR-IDX > WS-AR-COUNT
               IF WS-AR-NAME(WS-AR-IDX) = WS-FT-NAME(WS-FT-IDX)
               THEN
                   MOVE WS-AR-IDX TO WS-AR-FOUND
               END-IF
           END-PERFORM

           IF WS-AR-FOUND = 0
           THEN
               IF WS-AR-COUNT >= 10
               THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-AR-COUNT
               MOVE WS-AR-COUNT TO WS-AR-FOUND
               MOVE WS-FT-NAME(WS-FT-IDX) TO WS-AR-NAME(WS-AR-FOUND)
               MOVE 0 TO WS-AR-AVERAGE(WS-AR-FOUND)
               MOVE 0 TO WS-AR-INDEX(WS-AR-FOUND)
           ELSE
               IF WS-AR-INDEX(WS-AR-FOUND) = WS-FT-INDEX(WS-FT-IDX)
                   AND WS-AR-AVERAGE(WS-AR-FOUND)
                       = WS-FT-AVERAGE(WS-FT-IDX)
               THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-AR-AVERAGE(WS-AR-FOUND) TO WS-OLD-AVERAGE
           MOVE WS-AR-INDEX(WS-AR-FOUND) TO WS-OLD-INDEX
           MOVE WS-FT-AVERAGE(WS-FT-IDX) TO WS-AR-AVERAGE(WS-AR-FOUND)
           MOVE WS-FT-INDEX(WS-FT-IDX) TO WS-AR-INDEX(WS-AR-FOUND)
           MOVE "Y" TO WS-RECORD-REVISED
           PERFORM RECORD-ONE-REVISION.

      *> ===============================================================
      *> PARAGRAPH: RECORD-ONE-REVISION
      *> PURPOSE: Append the change just found to the revision log
      *>          and keep it for the sweep report.
      *> ===============================================================
       RECORD-ONE-REVISION.
           ADD 1 TO WS-REVISION-COUNT
           ADD 1 TO WS-DY-REVISED-COUNT(WS-DAY-IDX)

           IF WS-RV-OPEN = "Y"
           THEN
               MOVE FUNCTION CURRENT-DATE TO LS-SEEN-TIMESTAMP
               MOVE LS-SEEN-TIMESTAMP TO RV-SEEN-TIMESTAMP
               MOVE WS-CMP-PROVIDER TO RV-PROVIDER
               MOVE WS-DY-ISO(WS-DAY-IDX) TO RV-DATE-STR
               MOVE WS-CMP-LOCATION TO RV-LOCATION
               MOVE WS-FT-NAME(WS-FT-IDX) TO RV-POLLUTANT
               MOVE WS-OLD-AVERAGE TO RV-OLD-AVERAGE
               MOVE WS-FT-AVERAGE(WS-FT-IDX) TO RV-NEW-AVERAGE
               MOVE WS-OLD-INDEX TO RV-OLD-INDEX
               MOVE WS-FT-INDEX(WS-FT-IDX) TO RV-NEW-INDEX
               WRITE RV-RECORD
           END-IF

           IF WS-REVISION-COUNT > C-REVISION-MAX-COUNT
           THEN
               EXIT PARAGRAPH
           END-IF
           SET WS-RT-IDX TO WS-REVISION-COUNT
           MOVE WS-CMP-PROVIDER TO WS-RT-PROVIDER(WS-RT-IDX)
           MOVE WS-DY-ISO(WS-DAY-IDX) TO WS-RT-DATE-STR(WS-RT-IDX)
           MOVE WS-CMP-LOCATION TO WS-RT-LOCATION(WS-RT-IDX)
           MOVE WS-FT-NAME(WS-FT-IDX) TO WS-RT-POLLUTANT(WS-RT-IDX)
           MOVE WS-OLD-AVERAGE TO WS-RT-OLD-AVERAGE(WS-RT-IDX)
           MOVE WS-FT-AVERAGE(WS-FT-IDX)
               TO WS-RT-NEW-AVERAGE(WS-RT-IDX)
           MOVE WS-OLD-INDEX TO WS-RT-OLD-INDEX(WS-RT-IDX)
           MOVE WS-FT-INDEX(WS-FT-IDX) TO WS-RT-NEW-INDEX(WS-RT-IDX).

      *> ===============================================================
      *> PARAGRAPH: FIND-AFFECTED-REPORTS
      *> PURPOSE: Read the batch-control journal for successful runs
      *>          of report-producing jobs that finished on or after a
      *>          revised day - each may have published the figure
      *>          the provider has since changed. Skipped when nothing
      *>          was revised, or when the journal is missing or of a
      *>          layout this program does not read.
      *> ===============================================================
       FIND-AFFECTED-REPORTS.
           MOVE 0 TO WS-AFFECTED-COUNT
           IF WS-REVISION-COUNT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-BCJ-FILE-NAME
               BY REFERENCE C-BCJ-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BATCH-CONTROL-FILE
           IF WS-BJ-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BJ-FILE-STATUS = "10"
               READ BATCH-CONTROL-FILE
                   AT END
                       MOVE "10" TO WS-BJ-FILE-STATUS
                   NOT AT END
                       PERFORM CONSIDER-ONE-RUN
               END-READ
           END-PERFORM
           CLOSE BATCH-CONTROL-FILE.

      *> ===============================================================
      *> PARAGRAPH: CONSIDER-ONE-RUN
      *> PURPOSE: Tally the journal run in BJ-RECORD against every
      *>          revised day it finished on or after, when it is a
      *>          successful run of a report-producing job.
      *> ===============================================================
       CONSIDER-ONE-RUN.
           IF BJ-STATUS NOT = "OK"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-REPORT-JOB
           IF WS-IS-REPORT-JOB = "N"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > C-SWEEP-DAY-COUNT
               IF WS-DY-REVISED-COUNT(WS-DAY-IDX) > 0
                   AND BJ-END-TIMESTAMP(1:8)
                       >= WS-DY-YYYYMMDD(WS-DAY-IDX)
               THEN
                   PERFORM TALLY-AFFECTED-RUN
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: CHECK-REPORT-JOB
      *> PURPOSE: Set WS-IS-REPORT-JOB when BJ-JOB-NAME is one of the
      *>          jobs that publish or file figures drawn from the
      *>          swept archives.
      *> ===============================================================
       CHECK-REPORT-JOB.
           MOVE "N" TO WS-IS-REPORT-JOB
           EVALUATE BJ-JOB-NAME
           WHEN "DAILY-BULLETIN-BATCH"
           WHEN "FEED-PUBLISH-BATCH"
           WHEN "SOCIAL-PUBLISH-BATCH"
           WHEN "ATMO-FRANCE-MULTI-ZONE-BATCH"
           WHEN "LOCATION-RANKING-BATCH"
           WHEN "CSV-EXPORT-BATCH"
           WHEN "YEAR-OVER-YEAR-REPORT-BATCH"
           WHEN "REGULATORY-EXCEEDANCE-BATCH"
           WHEN "FORECAST-ACCURACY-BATCH"
           WHEN "POLLUTION-ROSE-BATCH"
           WHEN "SYMPTOM-CORRELATION-BATCH"
           WHEN "CLIMATOLOGY-BASELINE-BATCH"
               MOVE "Y" TO WS-IS-REPORT-JOB
           WHEN OTHER
               CONTINUE
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: TALLY-AFFECTED-RUN
      *> PURPOSE: Count the run in BJ-RECORD against (WS-DAY-IDX,
      *>          job), keeping the latest end time seen.
      *> ===============================================================
       TALLY-AFFECTED-RUN.
           MOVE 0 TO WS-AF-FOUND
           PERFORM VARYING WS-AF-IDX FROM 1 BY 1
               UNTIL WS-AF-IDX > WS-AFFECTED-COUNT
               IF WS-AF-DAY(WS-AF-IDX) = WS-DAY-IDX
                   AND WS-AF-JOB-NAME(WS-AF-IDX) = BJ-JOB-NAME
               THEN
                   SET WS-AF-FOUND TO WS-AF-IDX
               END-IF
           END-PERFORM
           IF WS-AF-FOUND = 0
           THEN
               IF WS-AFFECTED-COUNT >= C-AFFECTED-MAX-COUNT
               THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-AFFECTED-COUNT
               MOVE WS-AFFECTED-COUNT TO WS-AF-FOUND
               MOVE WS-DAY-IDX TO WS-AF-DAY(WS-AF-FOUND)
               MOVE BJ-JOB-NAME TO WS-AF-JOB-NAME(WS-AF-FOUND)
               MOVE 0 TO WS-AF-RUNS(WS-AF-FOUND)
               MOVE SPACES TO WS-AF-LAST-END(WS-AF-FOUND)
           END-IF
           ADD 1 TO WS-AF-RUNS(WS-AF-FOUND)
           IF BJ-END-TIMESTAMP > WS-AF-LAST-END(WS-AF-FOUND)
           THEN
               MOVE BJ-END-TIMESTAMP TO WS-AF-LAST-END(WS-AF-FOUND)
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: WRITE-SWEEP-REPORT
      *> PURPOSE: Rewrite revision-sweep-report.txt: the days swept,
      *>          every revision found, and per revised day the report
      *>          runs that went out before the correction.
      *> ===============================================================
       WRITE-SWEEP-REPORT.
           OPEN OUTPUT SWEEP-REPORT-FILE
           IF WS-SR-FILE-STATUS NOT = "00"
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Revision sweep: could not write the report, "
                   "status " WS-SR-FILE-STATUS
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SR-LINE
           STRING
               "Provider revision sweep - run "
               LS-CDT-YEAR "-" LS-CDT-MONTH "-" LS-CDT-DAY " "
               LS-CDT-HOUR ":" LS-CDT-MINUTE
               INTO SR-LINE
           END-STRING
           WRITE SR-LINE
           MOVE SPACES TO SR-LINE
           WRITE SR-LINE

           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > C-SWEEP-DAY-COUNT
               MOVE WS-DY-REVISED-COUNT(WS-DAY-IDX) TO LS-COUNT-DISPLAY
               MOVE SPACES TO SR-LINE
               STRING
                   "Day " WS-DY-ISO(WS-DAY-IDX) ": "
                   FUNCTION TRIM(LS-COUNT-DISPLAY) " revisions"
                   INTO SR-LINE
               END-STRING
               WRITE SR-LINE
           END-PERFORM
           MOVE SPACES TO SR-LINE
           WRITE SR-LINE

           IF WS-REVISION-COUNT = 0
           THEN
               MOVE "No provider revisions found." TO SR-LINE
               WRITE SR-LINE
               CLOSE SWEEP-REPORT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE "Revisions (archived value -> provider's value now):"
               TO SR-LINE
           WRITE SR-LINE
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-REVISION-COUNT
                   OR WS-RT-IDX > C-REVISION-MAX-COUNT
               PERFORM WRITE-REVISION-LINE
           END-PERFORM
           IF WS-REVISION-COUNT > C-REVISION-MAX-COUNT
           THEN
               MOVE WS-REVISION-COUNT TO LS-COUNT-DISPLAY
               MOVE SPACES TO SR-LINE
               STRING
                   "  ... " FUNCTION TRIM(LS-COUNT-DISPLAY)
                   " revisions in all; see provider-revisions.dat"
                   INTO SR-LINE
               END-STRING
               WRITE SR-LINE
           END-IF
           MOVE SPACES TO SR-LINE
           WRITE SR-LINE

           MOVE "Reports issued before the revision:" TO SR-LINE
           WRITE SR-LINE
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > C-SWEEP-DAY-COUNT
               IF WS-DY-REVISED-COUNT(WS-DAY-IDX) > 0
               THEN
                   PERFORM WRITE-AFFECTED-DAY
               END-IF
           END-PERFORM

           CLOSE SWEEP-REPORT-FILE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-REVISION-LINE
      *> PURPOSE: One report line for the revision at WS-RT-IDX.
      *> ===============================================================
       WRITE-REVISION-LINE.
           MOVE WS-RT-OLD-INDEX(WS-RT-IDX) TO LS-OLD-INDEX-DISPLAY
           MOVE WS-RT-NEW-INDEX(WS-RT-IDX) TO LS-NEW-INDEX-DISPLAY
           MOVE WS-RT-OLD-AVERAGE(WS-RT-IDX) TO LS-OLD-AVERAGE-DISPLAY
           MOVE WS-RT-NEW-AVERAGE(WS-RT-IDX) TO LS-NEW-AVERAGE-DISPLAY
           MOVE SPACES TO SR-LINE
           STRING
               "  " WS-RT-DATE-STR(WS-RT-IDX) " "
               WS-RT-PROVIDER(WS-RT-IDX) " "
               WS-RT-LOCATION(WS-RT-IDX) " "
               WS-RT-POLLUTANT(WS-RT-IDX) "  index "
               FUNCTION TRIM(LS-OLD-INDEX-DISPLAY) " -> "
               FUNCTION TRIM(LS-NEW-INDEX-DISPLAY) ", mean "
               FUNCTION TRIM(LS-OLD-AVERAGE-DISPLAY) " -> "
               FUNCTION TRIM(LS-NEW-AVERAGE-DISPLAY)
               INTO SR-LINE
           END-STRING
           WRITE SR-LINE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-AFFECTED-DAY
      *> PURPOSE: List the report runs tallied against the revised
      *>          day at WS-DAY-IDX, or say there were none.
      *> ===============================================================
       WRITE-AFFECTED-DAY.
           MOVE SPACES TO SR-LINE
           STRING
               "  " WS-DY-ISO(WS-DAY-IDX) ":"
               INTO SR-LINE
           END-STRING
           WRITE SR-LINE
           MOVE 0 TO LS-SECTION-LINES
           PERFORM VARYING WS-AF-IDX FROM 1 BY 1
               UNTIL WS-AF-IDX > WS-AFFECTED-COUNT
               IF WS-AF-DAY(WS-AF-IDX) = WS-DAY-IDX
               THEN
                   MOVE WS-AF-RUNS(WS-AF-IDX) TO LS-RUNS-DISPLAY
                   MOVE SPACES TO SR-LINE
                   STRING
                       "    " WS-AF-JOB-NAME(WS-AF-IDX) " "
                       FUNCTION TRIM(LS-RUNS-DISPLAY)
                       " run(s), last finished "
                       WS-AF-LAST-END(WS-AF-IDX)(1:4) "-"
                       WS-AF-LAST-END(WS-AF-IDX)(5:2) "-"
                       WS-AF-LAST-END(WS-AF-IDX)(7:2) " "
                       WS-AF-LAST-END(WS-AF-IDX)(9:2) ":"
                       WS-AF-LAST-END(WS-AF-IDX)(11:2)
                       INTO SR-LINE
                   END-STRING
                   WRITE SR-LINE
                   ADD 1 TO LS-SECTION-LINES
               END-IF
           END-PERFORM
           IF LS-SECTION-LINES = 0
           THEN
               MOVE "    (no report has run since)" TO SR-LINE
               WRITE SR-LINE
           END-IF.

       END PROGRAM REVISION-SWEEP-BATCH.
