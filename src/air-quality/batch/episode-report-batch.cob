      *> ===============================================================
      *> PROGRAM: EPISODE-REPORT-BATCH
      *> PURPOSE: After-action report for every pollution episode that
      *>          has ended. The pieces of an episode's story are
      *>          spread over the alert event journal (see
      *>          ALERT-EVENT-JOURNAL), the notification outbox, the
      *>          history archives and the official declarations the
      *>          alert batch relayed; this job puts them together
      *>          once the episode is over, so nobody has to the next
      *>          morning.
      *>          An episode is one item (pollutant or pollen species)
      *>          elevated somewhere among the watched locations: it
      *>          opens with the first ONSET while no location is
      *>          elevated for that item, and ends with the RECOVER
      *>          that brings the last elevated location back under
      *>          threshold - the same recovery transition alert-state
      *>          records as a dropped entry. For each episode that
      *>          has ended since the last report, the job replays the
      *>          journal and writes:
      *>            - start, end, duration and peak level;
      *>            - every location hit, when it went up and came
      *>              back down, and its highest archived daily mean
      *>              for the item over the episode (INVALID readings
      *>              left out, SUSPECT ones footnoted), and for a
      *>              particulate the days put down to Saharan dust
      *>              or a wildfire smoke plume (see
      *>              SOURCE-ATTRIBUTION-BATCH), summed up for the
      *>              whole episode as its "likely contribution:";
      *>            - every alert raised, which channels it was queued
      *>              to and how delivery went, how long it took to be
      *>              acknowledged, and whether it had to be escalated
      *>              to the fallback channel;
      *>            - the delivery failures on their own;
      *>            - any official declaration relayed meanwhile;
      *>            - the full event timeline.
      *>          Reports are appended to
      *>          episode-after-action-reports.txt, the run's own
      *>          reports are also written to episode-report-latest.txt,
      *>          and episode-report-index.txt lists every episode
      *>          reported so far, newest first; all three are
      *>          downloadable through the exports route. The newest
      *>          episode end in the index is the watermark: an
      *>          episode that ended at or before it has been reported
      *>          already.
      *>          Scheduled from AIR-QUALITY-RSS's main loop on its
      *>          own job slot, and runnable on demand through the
      *>          /admin/jobs routes; not reachable as an HTTP data
      *>          route.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EPISODE-REPORT-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-EVENT-FILE ASSIGN TO "alert-events.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AE-FILE-STATUS.

           SELECT OUTBOX-FILE ASSIGN TO "notification-outbox.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OB-MESSAGE-ID
               FILE STATUS IS WS-OB-FILE-STATUS.

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

           SELECT EPISODE-INDEX-FILE ASSIGN TO
                   "episode-report-index.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IX-FILE-STATUS.

           SELECT EPISODE-INDEX-SCRATCH-FILE ASSIGN TO
                   "episode-report-index.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NX-FILE-STATUS.

           SELECT EPISODE-REPORT-FILE ASSIGN TO
                   "episode-after-action-reports.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ER-FILE-STATUS.

           SELECT EPISODE-LATEST-FILE ASSIGN TO
                   "episode-report-latest.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RL-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  ALERT-EVENT-FILE.
       COPY alert-event IN "air-quality/service".

       FD  OUTBOX-FILE.
       COPY notification-outbox IN "air-quality/service".

       FD  ATMO-FRANCE-HISTORY-FILE.
       COPY pollutant-history IN "pollutant/service/atmo-france".

       FD  PREVAIR-DAILY-HISTORY-FILE.
       COPY pollutant-daily-history IN "pollutant/service/prevair".

      *> One index line per reported episode: its id, start and end
      *> (YYYY-MM-DD HH:MM:SS), then a one-line summary. Lines that
      *> do not carry a date in IX-END (the heading) are skipped
      *> when the index is read back.
       FD  EPISODE-INDEX-FILE.
       01  IX-LINE.
           05  IX-EPISODE-ID            PIC X(32).
           05  FILLER                   PIC X(01).
           05  IX-START                 PIC X(19).
           05  FILLER                   PIC X(01).
           05  IX-END                   PIC X(19).
           05  FILLER                   PIC X(01).
           05  IX-SUMMARY               PIC X(87).

       FD  EPISODE-INDEX-SCRATCH-FILE.
       01  NX-LINE                      PIC X(160).

       FD  EPISODE-REPORT-FILE.
       01  ER-LINE                      PIC X(160).

       FD  EPISODE-LATEST-FILE.
       01  RL-LINE                      PIC X(160).

       WORKING-STORAGE SECTION.
       01  WS-AE-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-OB-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-AFH-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-PVH-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-IX-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-NX-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ER-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-RL-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-AFH-OPEN                  PIC X(01) VALUE "N".
       01  WS-PVH-OPEN                  PIC X(01) VALUE "N".
       01  WS-ER-OPEN                   PIC X(01) VALUE "N".
       01  WS-RL-OPEN                   PIC X(01) VALUE "N".

      *> The layouts this program was compiled against (see
      *> AQRSS-LAYOUT-VERSION), same constants the live writers use.
       01  C-AE-FILE-NAME               PIC X(40)
               VALUE "alert-events.dat".
       01  C-AE-LAYOUT-VERSION          PIC 9(3) VALUE 1.
       01  C-AFH-FILE-NAME              PIC X(40)
               VALUE "atmo-france-pollutant-history.dat".
       01  C-AFH-LAYOUT-VERSION         PIC 9(3) VALUE 2.
       01  C-PVH-FILE-NAME              PIC X(40)
               VALUE "prevair-pollutant-history.dat".
       01  C-PVH-LAYOUT-VERSION         PIC 9(3) VALUE 1.
      *> The outbox is shared with the delivery worker; it is read
      *> under NOTIFICATION-OUTBOX's own mutex slot, and it keeps
      *> sent and given-up messages for this many days only.
       01  C-OUTBOX-MUTEX-ID            PIC 9(2) VALUE 25.
       01  C-OUTBOX-RETENTION-DAYS      CONSTANT AS 7.
      *> Archive days looked at per location, from the episode's
      *> first day on.
       01  C-ARCHIVE-MAX-DAYS           CONSTANT AS 31.

      *> Newest episode end already in the index, YYYY-MM-DD
      *> HH:MM:SS; spaces when nothing has been reported yet.
       01  WS-WATERMARK                 PIC X(19) VALUE SPACES.

      *> Replay state: the items currently elevated somewhere, with
      *> when their episode opened and at how many locations, and
      *> the (item, location) pairs currently elevated.
       01  C-OPEN-MAX-COUNT             CONSTANT AS 40.
       01  WS-OPEN-COUNT                PIC 9(3) VALUE 0.
       01  WS-OPEN-TABLE.
           05  WS-OP-ENTRY OCCURS 40 TIMES INDEXED BY WS-OP-IDX.
               10  WS-OP-ITEM           PIC X(16).
               10  WS-OP-START          PIC X(21).
               10  WS-OP-ELEVATED       PIC 9(3).
       01  C-ELEVATED-MAX-COUNT         CONSTANT AS 200.
       01  WS-ELEVATED-COUNT            PIC 9(3) VALUE 0.
       01  WS-ELEVATED-TABLE.
           05  WS-EV-ENTRY OCCURS 200 TIMES INDEXED BY WS-EV-IDX.
               10  WS-EV-ITEM           PIC X(16).
               10  WS-EV-LOCATION       PIC X(21).

      *> Episodes that ended after the watermark, in the order they
      *> ended, waiting for their report.
       01  C-EPISODE-MAX-COUNT          CONSTANT AS 100.
       01  WS-EPISODE-COUNT             PIC 9(3) VALUE 0.
       01  WS-EPISODE-DROPPED           PIC 9(5) VALUE 0.
       01  WS-EPISODE-TABLE.
           05  WS-EP-ENTRY OCCURS 100 TIMES INDEXED BY WS-EP-IDX.
               10  WS-EP-ID             PIC X(32).
               10  WS-EP-ITEM           PIC X(16).
               10  WS-EP-START          PIC X(21).
               10  WS-EP-END            PIC X(21).
      *> The index line written for each, held until the index is
      *> rewritten newest first.
               10  WS-EP-INDEX-LINE     PIC X(160).

      *> The event being replayed, item folded to lower case and
      *> location keyed by its id (its label when it has none).
       01  WS-EVENT-ITEM                PIC X(16) VALUE SPACES.
       01  WS-EVENT-LOCATION            PIC X(21) VALUE SPACES.
       01  WS-EVENT-TS                  PIC X(19) VALUE SPACES.

      *> The episode being compiled.
       01  C-LOCATION-MAX-COUNT         CONSTANT AS 30.
       01  WS-LOCATION-COUNT            PIC 9(3) VALUE 0.
       01  WS-LOCATION-TABLE.
           05  WS-LC-ENTRY OCCURS 30 TIMES INDEXED BY WS-LC-IDX.
               10  WS-LC-KEY            PIC X(21).
               10  WS-LC-LABEL          PIC X(21).
               10  WS-LC-ONSET          PIC X(21).
               10  WS-LC-RECOVER        PIC X(21).
               10  WS-LC-PEAK-LEVEL     PIC 9(9).
               10  WS-LC-ALERTS         PIC 9(3).
               10  WS-LC-ARCHIVE        PIC X(4).
               10  WS-LC-ARCHIVE-MEAN   PIC 9(3)V9(1).
               10  WS-LC-ARCHIVE-DATE   PIC X(10).
               10  WS-LC-SUSPECT        PIC X(01).
               10  WS-LC-ATTRIBUTION    PIC X(4).
               10  WS-LC-ATTRIBUTED-DAYS PIC 9(3).
       01  C-ALERT-MAX-COUNT            CONSTANT AS 60.
       01  WS-ALERT-COUNT               PIC 9(3) VALUE 0.
       01  WS-ALERT-TABLE.
           05  WS-AL-ENTRY OCCURS 60 TIMES INDEXED BY WS-AL-IDX.
               10  WS-AL-ID             PIC X(16).
               10  WS-AL-LABEL          PIC X(21).
               10  WS-AL-EVENT          PIC X(8).
               10  WS-AL-LEVEL          PIC 9(9).
               10  WS-AL-RAISED         PIC X(21).
               10  WS-AL-ACKED          PIC X(21).
               10  WS-AL-FALLBACK       PIC X(8).
               10  WS-AL-SENT           PIC 9(3).
               10  WS-AL-FAILED         PIC 9(3).
               10  WS-AL-PENDING        PIC 9(3).
               10  WS-AL-ESCALATIONS    PIC 9(3).
               10  WS-AL-CHANNELS       PIC X(60).
       01  C-FAILURE-MAX-COUNT          CONSTANT AS 30.
       01  WS-FAILURE-COUNT             PIC 9(3) VALUE 0.
       01  WS-FAILURE-TABLE.
           05  WS-FL-ENTRY OCCURS 30 TIMES INDEXED BY WS-FL-IDX.
               10  WS-FL-ALERT-ID       PIC X(16).
               10  WS-FL-CHANNEL        PIC X(8).
               10  WS-FL-ATTEMPTS       PIC 9(2).
               10  WS-FL-LAST-TS        PIC X(21).
               10  WS-FL-ESCALATION     PIC X(01).
       01  C-TIMELINE-MAX-COUNT         CONSTANT AS 80.
       01  WS-TIMELINE-COUNT            PIC 9(5) VALUE 0.
       01  WS-TIMELINE-TABLE.
           05  WS-TL-TEXT               PIC X(160)
                   OCCURS 80 TIMES INDEXED BY WS-TL-IDX.
       01  WS-PEAK-LEVEL                PIC 9(9) VALUE 0.
       01  WS-PEAK-LABEL                PIC X(21) VALUE SPACES.
       01  WS-PEAK-TS                   PIC X(21) VALUE SPACES.
       01  WS-OFFICIAL-COUNT            PIC 9(3) VALUE 0.
       01  WS-OFFICIAL-TEXT             PIC X(64) VALUE SPACES.
       01  WS-ACKED-COUNT               PIC 9(3) VALUE 0.
       01  WS-ACK-TOTAL-SECONDS         PIC 9(12) VALUE 0.
       01  WS-ACK-MAX-SECONDS           PIC 9(12) VALUE 0.
       01  WS-ESCALATED-COUNT           PIC 9(3) VALUE 0.
       01  WS-DELIVERY-FAILED-COUNT     PIC 9(5) VALUE 0.
       01  WS-OUTBOX-READ               PIC X(01) VALUE "N".

      *> Archive lookup scratch.
       01  WS-DAY-ORDINAL               PIC S9(9) COMP-5 VALUE 0.
       01  WS-LAST-ORDINAL              PIC S9(9) COMP-5 VALUE 0.
       01  WS-DAY-YYYYMMDD              PIC 9(8) VALUE 0.
       01  WS-DAY-ISO                   PIC X(10) VALUE SPACES.
       01  WS-ARCHIVE-LOCATION          PIC X(21) VALUE SPACES.
       01  WS-ARCHIVE-IDX               PIC 9(2) VALUE 0.
       01  WS-ARCHIVE-NAME              PIC X(16) VALUE SPACES.
       01  WS-ARCHIVE-AVERAGE           PIC 9(3)V9(1) VALUE 0.
       01  WS-COMMA-COUNT               PIC 9(2) VALUE 0.
       01  WS-LATITUDE-TEXT             PIC X(21) VALUE SPACES.
       01  WS-LONGITUDE-TEXT            PIC X(21) VALUE SPACES.

      *> Operator annotations: INVALID readings are left out of the
      *> archived peaks, SUSPECT ones are footnoted.
       COPY reading-annotation-table IN "air-quality/service".
       01  WS-RA-ARCHIVE                PIC X(4) VALUE SPACES.
       01  WS-RA-FLAG                   PIC X(7) VALUE SPACES.
       01  WS-RA-REASON                 PIC X(80) VALUE SPACES.

      *> Natural-source attributions from the earliest episode start
      *> on: a particulate day attributed at a latitude,longitude
      *> location marks the location, and the episode as a whole.
       COPY source-attribution-table IN "air-quality/service".
       01  WS-ATTRIBUTION-FROM          PIC X(10) VALUE SPACES.
       01  WS-DAY-ATTRIBUTION           PIC X(4) VALUE SPACES.
       01  WS-EPISODE-ATTRIBUTION       PIC X(4) VALUE SPACES.
       01  WS-ATTRIBUTION-TEXT          PIC X(80) VALUE SPACES.
       01  C-ATTRIBUTION-LANG           PIC X(2) VALUE "EN".

      *> Timestamp arithmetic: a journal timestamp (the CURRENT-DATE
      *> shape) in, absolute seconds or a readable form out.
       01  WS-TS-IN                     PIC X(21) VALUE SPACES.
       01  WS-TS-PARTS.
           05  WS-TS-DATE               PIC 9(8).
           05  WS-TS-HOUR               PIC 9(2).
           05  WS-TS-MINUTE             PIC 9(2).
           05  WS-TS-SECOND             PIC 9(2).
       01  WS-TS-SECONDS                PIC 9(12) VALUE 0.
       01  WS-TS-TEXT                   PIC X(19) VALUE SPACES.
       01  WS-START-SECONDS             PIC 9(12) VALUE 0.
       01  WS-DURATION-SECONDS          PIC 9(12) VALUE 0.
       01  WS-DURATION-TEXT             PIC X(16) VALUE SPACES.
       01  WS-DURATION-DAYS             PIC 9(5) VALUE 0.
       01  WS-DURATION-HOURS            PIC 9(2) VALUE 0.
       01  WS-DURATION-MINUTES          PIC 9(2) VALUE 0.
       01  WS-DURATION-REST             PIC 9(12) VALUE 0.
       01  WS-DURATION-DAYS-DISPLAY     PIC Z(4)9.
      *> The episode's own start, end and duration, kept apart from
      *> the scratch fields the per-line formatting reuses.
       01  WS-EPISODE-START-TEXT        PIC X(19) VALUE SPACES.
       01  WS-EPISODE-END-TEXT          PIC X(19) VALUE SPACES.
       01  WS-EPISODE-DURATION-TEXT     PIC X(16) VALUE SPACES.
       01  WS-INDEX-LINE-NUMBER         PIC 9(3) VALUE 0.

       01  WS-REPORTED-COUNT            PIC 9(5) VALUE 0.
       01  WS-EVENT-READ-COUNT          PIC 9(7) VALUE 0.

       LOCAL-STORAGE SECTION.
       01  LS-CURRENT-DATE-AND-TIME.
           05  LS-CDT-YEAR              PIC 9(4).
           05  LS-CDT-MONTH             PIC 9(2).
           05  LS-CDT-DAY               PIC 9(2).
           05  LS-CDT-HOUR              PIC 9(2).
           05  LS-CDT-MINUTE            PIC 9(2).
       01  LS-TODAY-YYYYMMDD            PIC 9(8) VALUE 0.
       01  LS-REPORT-LINE               PIC X(160) VALUE SPACES.
       01  LS-TIMELINE-LINE             PIC X(160) VALUE SPACES.
       01  LS-SUMMARY                   PIC X(87) VALUE SPACES.
       01  LS-TALLY                     PIC 9(4) VALUE 0.
       01  LS-FOUND                     PIC X(01) VALUE "N".
       01  LS-CHANNELS-SCRATCH          PIC X(60) VALUE SPACES.
       01  LS-LATITUDE-DEGREES          PIC S9(3)V9(8).
       01  LS-LONGITUDE-DEGREES         PIC S9(3)V9(8).
      *> Edited the same way AIR-QUALITY-PREFETCH-BATCH edits the
      *> PVH location label, so the keys line up.
       01  LS-LATITUDE-DISPLAY          PIC -ZZ9.999999.
       01  LS-LONGITUDE-DISPLAY         PIC -ZZ9.999999.
       01  LS-LEVEL-DISPLAY             PIC Z(8)9.
       01  LS-COUNT-DISPLAY             PIC Z(4)9.
       01  LS-COUNT-DISPLAY-2           PIC Z(4)9.
       01  LS-COUNT-DISPLAY-3           PIC Z(4)9.
       01  LS-MEAN-DISPLAY              PIC ZZ9.9.
       01  LS-RAISED-TEXT               PIC X(19) VALUE SPACES.
       01  LS-ACK-TEXT                  PIC X(40) VALUE SPACES.
       01  LS-ACK-SECONDS               PIC S9(12) VALUE 0.
       01  C-LOG-INFO                   PIC X(5) VALUE "INFO".
       01  C-LOG-WARN                   PIC X(5) VALUE "WARN".
       01  LS-LOG-MESSAGE               PIC X(256) VALUE SPACES.

      *> Run record for the shared batch-control journal, so the
      *> /status route can report whether and how this job last ran:
      *> ok counts episodes reported, failed counts ended episodes
      *> that did not fit this run's table and wait for the next.
       COPY batch-control IN "air-quality/batch".

       PROCEDURE DIVISION.

           MOVE "EPISODE-REPORT-BATCH" TO BC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO BC-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE TO LS-CURRENT-DATE-AND-TIME
           COMPUTE LS-TODAY-YYYYMMDD =
               LS-CDT-YEAR * 10000 + LS-CDT-MONTH * 100 + LS-CDT-DAY

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-AE-FILE-NAME
               BY REFERENCE C-AE-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "FAILED" TO BC-STATUS
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF

           PERFORM READ-WATERMARK
           PERFORM REPLAY-JOURNAL
           IF WS-AE-FILE-STATUS = "35"
           THEN
               MOVE "Episode report: no alert events journaled yet"
                   TO LS-LOG-MESSAGE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE "SKIPPED" TO BC-STATUS
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF

           IF WS-EPISODE-COUNT = 0
           THEN
               MOVE "Episode report: no episode ended since the last "
                   & "report" TO LS-LOG-MESSAGE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE "OK" TO BC-STATUS
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF

      *> The archives only add the daily means; a missing or
      *> unmigrated one leaves that column empty rather than holding
      *> up the report.
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-AFH-FILE-NAME
               BY REFERENCE C-AFH-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               OPEN INPUT ATMO-FRANCE-HISTORY-FILE
               IF WS-AFH-FILE-STATUS = "00"
               THEN
                   MOVE "Y" TO WS-AFH-OPEN
               END-IF
           END-IF
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-PVH-FILE-NAME
               BY REFERENCE C-PVH-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               OPEN INPUT PREVAIR-DAILY-HISTORY-FILE
               IF WS-PVH-FILE-STATUS = "00"
               THEN
                   MOVE "Y" TO WS-PVH-OPEN
               END-IF
           END-IF
           CALL "READING-ANNOTATION-LOAD" USING
               BY REFERENCE RAT-TABLE-GRP

           OPEN EXTEND EPISODE-REPORT-FILE
           IF WS-ER-FILE-STATUS = "35"
           THEN
               OPEN OUTPUT EPISODE-REPORT-FILE
           END-IF
           IF WS-ER-FILE-STATUS = "00"
           THEN
               MOVE "Y" TO WS-ER-OPEN
           END-IF
           OPEN OUTPUT EPISODE-LATEST-FILE
           IF WS-RL-FILE-STATUS = "00"
           THEN
               MOVE "Y" TO WS-RL-OPEN
           END-IF
           IF WS-ER-OPEN = "N"
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Episode report: could not open the report "
                   "archive, status " WS-ER-FILE-STATUS
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               IF WS-RL-OPEN = "Y"
               THEN
                   CLOSE EPISODE-LATEST-FILE
               END-IF
               PERFORM CLOSE-ARCHIVES
               MOVE "FAILED" TO BC-STATUS
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF

           PERFORM LOAD-SOURCE-ATTRIBUTIONS
           PERFORM VARYING WS-EP-IDX FROM 1 BY 1
               UNTIL WS-EP-IDX > WS-EPISODE-COUNT
               PERFORM COMPILE-ONE-EPISODE
               PERFORM WRITE-EPISODE-REPORT
               ADD 1 TO WS-REPORTED-COUNT
           END-PERFORM

           CLOSE EPISODE-REPORT-FILE
           IF WS-RL-OPEN = "Y"
           THEN
               CLOSE EPISODE-LATEST-FILE
           END-IF
           PERFORM CLOSE-ARCHIVES
           PERFORM REWRITE-INDEX

           MOVE SPACES TO LS-LOG-MESSAGE
           STRING
               "Episode report: " WS-REPORTED-COUNT
               " episodes reported, " WS-EPISODE-DROPPED
               " left for the next run"
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
           MOVE WS-REPORTED-COUNT TO BC-OK-COUNT
           MOVE WS-EPISODE-DROPPED TO BC-FAILED-COUNT
           CALL "BATCH-RUN-RECORD" USING
               BY REFERENCE BC-RECORD.

      *> ===============================================================
      *> PARAGRAPH: LOAD-SOURCE-ATTRIBUTIONS
      *> PURPOSE: Load the natural-source attributions from the day
      *>          the earliest episode awaiting its report started.
      *> ===============================================================
       LOAD-SOURCE-ATTRIBUTIONS.
           MOVE 0 TO SAT-COUNT
           IF WS-EPISODE-COUNT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EP-START(1)(1:8) TO WS-DAY-YYYYMMDD
           PERFORM VARYING WS-EP-IDX FROM 2 BY 1
               UNTIL WS-EP-IDX > WS-EPISODE-COUNT
               IF WS-EP-START(WS-EP-IDX)(1:8) < WS-DAY-YYYYMMDD
               THEN
                   MOVE WS-EP-START(WS-EP-IDX)(1:8) TO WS-DAY-YYYYMMDD
               END-IF
           END-PERFORM
           STRING
               WS-DAY-YYYYMMDD(1:4) "-" WS-DAY-YYYYMMDD(5:2) "-"
               WS-DAY-YYYYMMDD(7:2)
               DELIMITED BY SIZE
               INTO WS-ATTRIBUTION-FROM
           END-STRING
           CALL "SOURCE-ATTRIBUTION-LOAD" USING
               BY REFERENCE SAT-TABLE-GRP
               BY REFERENCE WS-ATTRIBUTION-FROM.

      *> ===============================================================
      *> PARAGRAPH: CLOSE-ARCHIVES
      *> PURPOSE: Close whichever history archives were opened.
      *> ===============================================================
       CLOSE-ARCHIVES.
           IF WS-AFH-OPEN = "Y"
           THEN
               CLOSE ATMO-FRANCE-HISTORY-FILE
               MOVE "N" TO WS-AFH-OPEN
           END-IF
           IF WS-PVH-OPEN = "Y"
           THEN
               CLOSE PREVAIR-DAILY-HISTORY-FILE
               MOVE "N" TO WS-PVH-OPEN
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: READ-WATERMARK
      *> PURPOSE: Find the newest episode end already in the index.
      *>          No index yet leaves the watermark blank, so every
      *>          ended episode in the journal is reported.
      *> ===============================================================
       READ-WATERMARK.
           MOVE SPACES TO WS-WATERMARK
           OPEN INPUT EPISODE-INDEX-FILE
           IF WS-IX-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-IX-FILE-STATUS NOT = "00"
               READ EPISODE-INDEX-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF IX-END(1:4) IS NUMERIC
                           AND IX-END > WS-WATERMARK
                       THEN
                           MOVE IX-END TO WS-WATERMARK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EPISODE-INDEX-FILE.

      *> ===============================================================
      *> PARAGRAPH: REPLAY-JOURNAL
      *> PURPOSE: Replay the whole alert event journal once, tracking
      *>          which items are elevated where, and collect every
      *>          episode that ended after the watermark. Episodes
      *>          still open at the end of the journal are not
      *>          reported until they end.
      *> ===============================================================
       REPLAY-JOURNAL.
           OPEN INPUT ALERT-EVENT-FILE
           IF WS-AE-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AE-FILE-STATUS NOT = "00"
               READ ALERT-EVENT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       ADD 1 TO WS-EVENT-READ-COUNT
                       PERFORM REPLAY-ONE-EVENT
               END-READ
           END-PERFORM
           CLOSE ALERT-EVENT-FILE
           MOVE "00" TO WS-AE-FILE-STATUS.

      *> ===============================================================
      *> PARAGRAPH: NORMALIZE-EVENT
      *> PURPOSE: Fold the AE-RECORD just read into the keys the
      *>          replay matches on: the item in lower case (the
      *>          providers disagree on case) and the location by its
      *>          id, or its label when it has none.
      *> ===============================================================
       NORMALIZE-EVENT.
           MOVE FUNCTION LOWER-CASE(AE-ITEM-NAME) TO WS-EVENT-ITEM
           INSPECT WS-EVENT-ITEM REPLACING ALL LOW-VALUE BY SPACE
           IF AE-LOCATION-ID = SPACES
           THEN
               MOVE AE-LOCATION-LABEL TO WS-EVENT-LOCATION
           ELSE
               MOVE AE-LOCATION-ID TO WS-EVENT-LOCATION
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: REPLAY-ONE-EVENT
      *> PURPOSE: Apply one journaled ONSET or RECOVER to the replay
      *>          state; every other event leaves it as it is.
      *> ===============================================================
       REPLAY-ONE-EVENT.
           IF AE-EVENT NOT = "ONSET" AND AE-EVENT NOT = "RECOVER"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM NORMALIZE-EVENT

           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
               UNTIL WS-EV-IDX > WS-ELEVATED-COUNT
                   OR (WS-EV-ITEM(WS-EV-IDX) = WS-EVENT-ITEM
                       AND WS-EV-LOCATION(WS-EV-IDX)
                           = WS-EVENT-LOCATION)
               CONTINUE
           END-PERFORM
           PERFORM VARYING WS-OP-IDX FROM 1 BY 1
               UNTIL WS-OP-IDX > WS-OPEN-COUNT
                   OR WS-OP-ITEM(WS-OP-IDX) = WS-EVENT-ITEM
               CONTINUE
           END-PERFORM

           IF AE-EVENT = "ONSET"
           THEN
               PERFORM REPLAY-ONSET
           ELSE
               PERFORM REPLAY-RECOVER
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: REPLAY-ONSET
      *> PURPOSE: Mark the (item, location) pair elevated, opening the
      *>          item's episode when it is the first one up.
      *> ===============================================================
       REPLAY-ONSET.
           IF WS-EV-IDX <= WS-ELEVATED-COUNT
           THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-ELEVATED-COUNT >= C-ELEVATED-MAX-COUNT
           THEN
               DISPLAY "WARNING: episode replay table full, "
                   "dropping " FUNCTION TRIM(WS-EVENT-ITEM) " at "
                   FUNCTION TRIM(WS-EVENT-LOCATION)
               EXIT PARAGRAPH
           END-IF
           IF WS-OP-IDX > WS-OPEN-COUNT
           THEN
               IF WS-OPEN-COUNT >= C-OPEN-MAX-COUNT
               THEN
                   DISPLAY "WARNING: open episode table full, "
                       "dropping " FUNCTION TRIM(WS-EVENT-ITEM)
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-OPEN-COUNT
               SET WS-OP-IDX TO WS-OPEN-COUNT
               MOVE WS-EVENT-ITEM TO WS-OP-ITEM(WS-OP-IDX)
               MOVE AE-TIMESTAMP TO WS-OP-START(WS-OP-IDX)
               MOVE 0 TO WS-OP-ELEVATED(WS-OP-IDX)
           END-IF
           ADD 1 TO WS-ELEVATED-COUNT
           SET WS-EV-IDX TO WS-ELEVATED-COUNT
           MOVE WS-EVENT-ITEM TO WS-EV-ITEM(WS-EV-IDX)
           MOVE WS-EVENT-LOCATION TO WS-EV-LOCATION(WS-EV-IDX)
           ADD 1 TO WS-OP-ELEVATED(WS-OP-IDX).

      *> ===============================================================
      *> PARAGRAPH: REPLAY-RECOVER
      *> PURPOSE: Drop the (item, location) pair from the elevated
      *>          set; when it was the item's last one, its episode
      *>          has ended.
      *> ===============================================================
       REPLAY-RECOVER.
           IF WS-EV-IDX > WS-ELEVATED-COUNT
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EV-ENTRY(WS-ELEVATED-COUNT) TO WS-EV-ENTRY(WS-EV-IDX)
           SUBTRACT 1 FROM WS-ELEVATED-COUNT
           IF WS-OP-IDX > WS-OPEN-COUNT
           THEN
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-OP-ELEVATED(WS-OP-IDX)
           IF WS-OP-ELEVATED(WS-OP-IDX) > 0
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE AE-TIMESTAMP TO WS-TS-IN
           PERFORM FORMAT-TIMESTAMP
           IF WS-TS-TEXT > WS-WATERMARK
           THEN
               IF WS-EPISODE-COUNT >= C-EPISODE-MAX-COUNT
               THEN
                   ADD 1 TO WS-EPISODE-DROPPED
               ELSE
                   ADD 1 TO WS-EPISODE-COUNT
                   SET WS-EP-IDX TO WS-EPISODE-COUNT
                   MOVE WS-OP-ITEM(WS-OP-IDX) TO WS-EP-ITEM(WS-EP-IDX)
                   MOVE WS-OP-START(WS-OP-IDX)
                       TO WS-EP-START(WS-EP-IDX)
                   MOVE AE-TIMESTAMP TO WS-EP-END(WS-EP-IDX)
                   MOVE SPACES TO WS-EP-ID(WS-EP-IDX)
                   STRING
                       "E" WS-OP-START(WS-OP-IDX)(1:14) "-"
                       FUNCTION TRIM(WS-OP-ITEM(WS-OP-IDX))
                       INTO WS-EP-ID(WS-EP-IDX)
                   END-STRING
               END-IF
           END-IF
           MOVE WS-OP-ENTRY(WS-OPEN-COUNT) TO WS-OP-ENTRY(WS-OP-IDX)
           SUBTRACT 1 FROM WS-OPEN-COUNT.

      *> ===============================================================
      *> PARAGRAPH: COMPILE-ONE-EPISODE
      *> PURPOSE: Gather everything the report for the episode at
      *>          WS-EP-IDX needs: a second pass over the journal for
      *>          its locations, alerts, acknowledgements, fallbacks,
      *>          official declarations and timeline, then the outbox
      *>          for how each alert was delivered and the archives
      *>          for each location's daily means.
      *> ===============================================================
       COMPILE-ONE-EPISODE.
           MOVE 0 TO WS-LOCATION-COUNT
           MOVE 0 TO WS-ALERT-COUNT
           MOVE 0 TO WS-FAILURE-COUNT
           MOVE 0 TO WS-TIMELINE-COUNT
           MOVE 0 TO WS-PEAK-LEVEL
           MOVE SPACES TO WS-PEAK-LABEL
           MOVE SPACES TO WS-PEAK-TS
           MOVE 0 TO WS-OFFICIAL-COUNT
           MOVE SPACES TO WS-OFFICIAL-TEXT
           MOVE SPACES TO WS-EPISODE-ATTRIBUTION
           MOVE 0 TO WS-ACKED-COUNT
           MOVE 0 TO WS-ACK-TOTAL-SECONDS
           MOVE 0 TO WS-ACK-MAX-SECONDS
           MOVE 0 TO WS-ESCALATED-COUNT
           MOVE 0 TO WS-DELIVERY-FAILED-COUNT
           MOVE "N" TO WS-OUTBOX-READ

           OPEN INPUT ALERT-EVENT-FILE
           IF WS-AE-FILE-STATUS = "00"
           THEN
               PERFORM UNTIL WS-AE-FILE-STATUS NOT = "00"
                   READ ALERT-EVENT-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM CONSIDER-EPISODE-EVENT
                   END-READ
               END-PERFORM
               CLOSE ALERT-EVENT-FILE
           END-IF

           IF WS-ALERT-COUNT > 0
           THEN
               PERFORM SCAN-OUTBOX
           END-IF
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
               UNTIL WS-LC-IDX > WS-LOCATION-COUNT
               PERFORM FIND-ARCHIVE-PEAK
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: CONSIDER-EPISODE-EVENT
      *> PURPOSE: Fold one journaled event into the episode being
      *>          compiled. Acknowledgements and fallbacks belong to
      *>          it through their alert id, whenever they happened;
      *>          official declarations through falling inside its
      *>          window; onsets, escalations and recoveries through
      *>          both the window and the item.
      *> ===============================================================
       CONSIDER-EPISODE-EVENT.
           IF AE-EVENT = "ACK" OR AE-EVENT = "FALLBACK"
           THEN
               PERFORM VARYING WS-AL-IDX FROM 1 BY 1
                   UNTIL WS-AL-IDX > WS-ALERT-COUNT
                       OR WS-AL-ID(WS-AL-IDX) = AE-ALERT-ID
                   CONTINUE
               END-PERFORM
               IF WS-AL-IDX > WS-ALERT-COUNT
               THEN
                   EXIT PARAGRAPH
               END-IF
               IF AE-EVENT = "ACK"
               THEN
                   IF WS-AL-ACKED(WS-AL-IDX) = SPACES
                   THEN
                       MOVE AE-TIMESTAMP TO WS-AL-ACKED(WS-AL-IDX)
                   END-IF
               ELSE
                   MOVE AE-DETAIL TO WS-AL-FALLBACK(WS-AL-IDX)
                   ADD 1 TO WS-ESCALATED-COUNT
               END-IF
               MOVE WS-AL-LABEL(WS-AL-IDX) TO AE-LOCATION-LABEL
               PERFORM ADD-TIMELINE-EVENT
               EXIT PARAGRAPH
           END-IF

           IF AE-TIMESTAMP(1:14) < WS-EP-START(WS-EP-IDX)(1:14)
               OR AE-TIMESTAMP(1:14) > WS-EP-END(WS-EP-IDX)(1:14)
           THEN
               EXIT PARAGRAPH
           END-IF

           IF AE-EVENT = "OFFICIAL"
           THEN
               ADD 1 TO WS-OFFICIAL-COUNT
               IF WS-OFFICIAL-TEXT = SPACES
               THEN
                   MOVE AE-DETAIL TO WS-OFFICIAL-TEXT
               END-IF
               PERFORM ADD-TIMELINE-EVENT
               EXIT PARAGRAPH
           END-IF

           PERFORM NORMALIZE-EVENT
           IF WS-EVENT-ITEM NOT = WS-EP-ITEM(WS-EP-IDX)
           THEN
               EXIT PARAGRAPH
           END-IF
           IF AE-EVENT NOT = "ONSET"
               AND AE-EVENT NOT = "ESCALATE"
               AND AE-EVENT NOT = "RECOVER"
           THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM ADD-TIMELINE-EVENT
           PERFORM TRACK-EPISODE-LOCATION
           IF AE-EVENT = "RECOVER"
           THEN
               EXIT PARAGRAPH
           END-IF

           IF AE-LEVEL > WS-PEAK-LEVEL
           THEN
               MOVE AE-LEVEL TO WS-PEAK-LEVEL
               MOVE AE-LOCATION-LABEL TO WS-PEAK-LABEL
               MOVE AE-TIMESTAMP TO WS-PEAK-TS
           END-IF
           IF AE-ALERT-ID = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-ALERT-COUNT >= C-ALERT-MAX-COUNT
           THEN
               DISPLAY "WARNING: episode alert table full, dropping "
                   FUNCTION TRIM(AE-ALERT-ID)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ALERT-COUNT
           SET WS-AL-IDX TO WS-ALERT-COUNT
           INITIALIZE WS-AL-ENTRY(WS-AL-IDX)
           MOVE AE-ALERT-ID TO WS-AL-ID(WS-AL-IDX)
           MOVE AE-LOCATION-LABEL TO WS-AL-LABEL(WS-AL-IDX)
           MOVE AE-EVENT TO WS-AL-EVENT(WS-AL-IDX)
           MOVE AE-LEVEL TO WS-AL-LEVEL(WS-AL-IDX)
           MOVE AE-TIMESTAMP TO WS-AL-RAISED(WS-AL-IDX)
           IF WS-LC-IDX <= WS-LOCATION-COUNT
           THEN
               ADD 1 TO WS-LC-ALERTS(WS-LC-IDX)
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: TRACK-EPISODE-LOCATION
      *> PURPOSE: Find or add the event's location in the episode's
      *>          location table (left at WS-LC-IDX) and note its
      *>          first onset, last recovery and highest level.
      *> ===============================================================
       TRACK-EPISODE-LOCATION.
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
               UNTIL WS-LC-IDX > WS-LOCATION-COUNT
                   OR WS-LC-KEY(WS-LC-IDX) = WS-EVENT-LOCATION
               CONTINUE
           END-PERFORM
           IF WS-LC-IDX > WS-LOCATION-COUNT
           THEN
               IF WS-LOCATION-COUNT >= C-LOCATION-MAX-COUNT
               THEN
                   DISPLAY "WARNING: episode location table full, "
                       "dropping " FUNCTION TRIM(WS-EVENT-LOCATION)
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LOCATION-COUNT
               SET WS-LC-IDX TO WS-LOCATION-COUNT
               INITIALIZE WS-LC-ENTRY(WS-LC-IDX)
               MOVE WS-EVENT-LOCATION TO WS-LC-KEY(WS-LC-IDX)
               MOVE AE-LOCATION-LABEL TO WS-LC-LABEL(WS-LC-IDX)
           END-IF
           IF AE-EVENT = "RECOVER"
           THEN
               MOVE AE-TIMESTAMP TO WS-LC-RECOVER(WS-LC-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-LC-ONSET(WS-LC-IDX) = SPACES
           THEN
               MOVE AE-TIMESTAMP TO WS-LC-ONSET(WS-LC-IDX)
           END-IF
           IF AE-LEVEL > WS-LC-PEAK-LEVEL(WS-LC-IDX)
           THEN
               MOVE AE-LEVEL TO WS-LC-PEAK-LEVEL(WS-LC-IDX)
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: ADD-TIMELINE-EVENT
      *> PURPOSE: One timeline line for the AE-RECORD in hand. Past
      *>          the table's size the events are only counted, and
      *>          the report says how many were left out.
      *> ===============================================================
       ADD-TIMELINE-EVENT.
           ADD 1 TO WS-TIMELINE-COUNT
           IF WS-TIMELINE-COUNT > C-TIMELINE-MAX-COUNT
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE AE-TIMESTAMP TO WS-TS-IN
           PERFORM FORMAT-TIMESTAMP
           MOVE AE-LEVEL TO LS-LEVEL-DISPLAY
           MOVE SPACES TO LS-TIMELINE-LINE
           EVALUATE AE-EVENT
           WHEN "ACK"
               STRING
                   "  " WS-TS-TEXT "  ACK       alert "
                   FUNCTION TRIM(AE-ALERT-ID) " acknowledged ("
                   FUNCTION TRIM(AE-LOCATION-LABEL) ")"
                   INTO LS-TIMELINE-LINE
               END-STRING
           WHEN "FALLBACK"
               STRING
                   "  " WS-TS-TEXT "  FALLBACK  alert "
                   FUNCTION TRIM(AE-ALERT-ID)
                   " unacknowledged, escalated to channel "
                   FUNCTION TRIM(AE-DETAIL)
                   INTO LS-TIMELINE-LINE
               END-STRING
           WHEN "OFFICIAL"
               STRING
                   "  " WS-TS-TEXT "  OFFICIAL  declaration relayed "
                   "for " FUNCTION TRIM(AE-LOCATION-LABEL) ": "
                   FUNCTION TRIM(AE-DETAIL)
                   INTO LS-TIMELINE-LINE
               END-STRING
           WHEN "RECOVER"
               STRING
                   "  " WS-TS-TEXT "  RECOVER   "
                   FUNCTION TRIM(AE-LOCATION-LABEL)
                   " back under threshold (level "
                   FUNCTION TRIM(LS-LEVEL-DISPLAY) ")"
                   INTO LS-TIMELINE-LINE
               END-STRING
           WHEN OTHER
               STRING
                   "  " WS-TS-TEXT "  " AE-EVENT "  "
                   FUNCTION TRIM(AE-LOCATION-LABEL) " level "
                   FUNCTION TRIM(LS-LEVEL-DISPLAY) ", alert "
                   FUNCTION TRIM(AE-ALERT-ID)
                   INTO LS-TIMELINE-LINE
               END-STRING
           END-EVALUATE
           MOVE LS-TIMELINE-LINE TO WS-TL-TEXT(WS-TIMELINE-COUNT).

      *> ===============================================================
      *> PARAGRAPH: SCAN-OUTBOX
      *> PURPOSE: Walk the notification outbox for the messages that
      *>          carry one of the episode's alert ids - the alert
      *>          text quotes it, an escalation's subject names it -
      *>          and tally each alert's deliveries by outcome and
      *>          channel. Held under the outbox's mutex slot so a
      *>          drain running alongside cannot move a record
      *>          mid-read.
      *> ===============================================================
       SCAN-OUTBOX.
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-OUTBOX-MUTEX-ID
           OPEN INPUT OUTBOX-FILE
           IF WS-OB-FILE-STATUS = "00"
           THEN
               MOVE "Y" TO WS-OUTBOX-READ
               PERFORM UNTIL WS-OB-FILE-STATUS NOT = "00"
                   READ OUTBOX-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM MATCH-OUTBOX-RECORD
                   END-READ
               END-PERFORM
               CLOSE OUTBOX-FILE
           END-IF
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-OUTBOX-MUTEX-ID.

      *> ===============================================================
      *> PARAGRAPH: MATCH-OUTBOX-RECORD
      *> PURPOSE: Credit the OB-RECORD just read to every episode
      *>          alert it names: a grouped message (see the
      *>          coalescing window in NOTIFICATION-OUTBOX) lists
      *>          several. The held copies it replaced are skipped -
      *>          their delivery is the grouped message's.
      *> ===============================================================
       MATCH-OUTBOX-RECORD.
           IF OB-STATUS = "GROUPED"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
               UNTIL WS-AL-IDX > WS-ALERT-COUNT
               MOVE 0 TO LS-TALLY
               INSPECT OB-MESSAGE TALLYING LS-TALLY
                   FOR ALL WS-AL-ID(WS-AL-IDX)
               INSPECT OB-SUBJECT TALLYING LS-TALLY
                   FOR ALL WS-AL-ID(WS-AL-IDX)
               IF LS-TALLY > 0
               THEN
                   PERFORM CREDIT-OUTBOX-RECORD
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: CREDIT-OUTBOX-RECORD
      *> PURPOSE: Count the OB-RECORD in hand against the alert at
      *>          WS-AL-IDX, add its channel to the alert's recipient
      *>          list, and list it among the failures when the
      *>          outbox gave up on it.
      *> ===============================================================
       CREDIT-OUTBOX-RECORD.
           IF OB-SUBJECT(1:10) = "ESCALATION"
           THEN
               ADD 1 TO WS-AL-ESCALATIONS(WS-AL-IDX)
           END-IF
           EVALUATE OB-STATUS
           WHEN "SENT"
               ADD 1 TO WS-AL-SENT(WS-AL-IDX)
           WHEN "FAILED"
               ADD 1 TO WS-AL-FAILED(WS-AL-IDX)
               ADD 1 TO WS-DELIVERY-FAILED-COUNT
               IF WS-FAILURE-COUNT < C-FAILURE-MAX-COUNT
               THEN
                   ADD 1 TO WS-FAILURE-COUNT
                   SET WS-FL-IDX TO WS-FAILURE-COUNT
                   MOVE WS-AL-ID(WS-AL-IDX) TO WS-FL-ALERT-ID(WS-FL-IDX)
                   MOVE OB-CHANNEL-ID TO WS-FL-CHANNEL(WS-FL-IDX)
                   MOVE OB-ATTEMPTS TO WS-FL-ATTEMPTS(WS-FL-IDX)
                   MOVE OB-LAST-TS TO WS-FL-LAST-TS(WS-FL-IDX)
                   MOVE "N" TO WS-FL-ESCALATION(WS-FL-IDX)
                   IF OB-SUBJECT(1:10) = "ESCALATION"
                   THEN
                       MOVE "Y" TO WS-FL-ESCALATION(WS-FL-IDX)
                   END-IF
               END-IF
           WHEN OTHER
               ADD 1 TO WS-AL-PENDING(WS-AL-IDX)
           END-EVALUATE

           IF OB-CHANNEL-ID = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LS-TALLY
           IF WS-AL-CHANNELS(WS-AL-IDX) NOT = SPACES
           THEN
               INSPECT WS-AL-CHANNELS(WS-AL-IDX) TALLYING LS-TALLY
                   FOR ALL FUNCTION TRIM(OB-CHANNEL-ID)
           END-IF
           IF LS-TALLY > 0
           THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-AL-CHANNELS(WS-AL-IDX) = SPACES
           THEN
               MOVE OB-CHANNEL-ID TO WS-AL-CHANNELS(WS-AL-IDX)
           ELSE
               MOVE WS-AL-CHANNELS(WS-AL-IDX) TO LS-CHANNELS-SCRATCH
               MOVE SPACES TO WS-AL-CHANNELS(WS-AL-IDX)
               STRING
                   FUNCTION TRIM(LS-CHANNELS-SCRATCH) ","
                   FUNCTION TRIM(OB-CHANNEL-ID)
                   INTO WS-AL-CHANNELS(WS-AL-IDX)
               END-STRING
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: FIND-ARCHIVE-PEAK
      *> PURPOSE: The highest archived daily mean for the episode's
      *>          item at the location at WS-LC-IDX, over the
      *>          episode's days (at most C-ARCHIVE-MAX-DAYS of them):
      *>          the Atmo France archive for a code_zone, the daily
      *>          PREV'AIR archive for a latitude,longitude pair.
      *> ===============================================================
       FIND-ARCHIVE-PEAK.
           MOVE 0 TO WS-COMMA-COUNT
           INSPECT WS-LC-LABEL(WS-LC-IDX) TALLYING WS-COMMA-COUNT
               FOR ALL ","
           MOVE SPACES TO WS-ARCHIVE-LOCATION
           IF WS-COMMA-COUNT = 0
           THEN
               IF WS-AFH-OPEN = "N"
               THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-LC-LABEL(WS-LC-IDX) TO WS-ARCHIVE-LOCATION
               MOVE "ATMO" TO WS-RA-ARCHIVE
           ELSE
               IF WS-PVH-OPEN = "N"
               THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-LATITUDE-TEXT
               MOVE SPACES TO WS-LONGITUDE-TEXT
               UNSTRING WS-LC-LABEL(WS-LC-IDX) DELIMITED BY ","
                   INTO WS-LATITUDE-TEXT WS-LONGITUDE-TEXT
               END-UNSTRING
               MOVE FUNCTION NUMVAL(WS-LATITUDE-TEXT)
                   TO LS-LATITUDE-DEGREES
               MOVE FUNCTION NUMVAL(WS-LONGITUDE-TEXT)
                   TO LS-LONGITUDE-DEGREES
               MOVE LS-LATITUDE-DEGREES TO LS-LATITUDE-DISPLAY
               MOVE LS-LONGITUDE-DEGREES TO LS-LONGITUDE-DISPLAY
               STRING
                   FUNCTION TRIM(LS-LATITUDE-DISPLAY) ","
                   FUNCTION TRIM(LS-LONGITUDE-DISPLAY)
                   INTO WS-ARCHIVE-LOCATION
               END-STRING
               MOVE "PREV" TO WS-RA-ARCHIVE
           END-IF

           MOVE WS-EP-START(WS-EP-IDX)(1:8) TO WS-DAY-YYYYMMDD
           COMPUTE WS-DAY-ORDINAL =
               FUNCTION INTEGER-OF-DATE(WS-DAY-YYYYMMDD)
           MOVE WS-EP-END(WS-EP-IDX)(1:8) TO WS-DAY-YYYYMMDD
           COMPUTE WS-LAST-ORDINAL =
               FUNCTION INTEGER-OF-DATE(WS-DAY-YYYYMMDD)
           IF WS-LAST-ORDINAL - WS-DAY-ORDINAL >= C-ARCHIVE-MAX-DAYS
           THEN
               COMPUTE WS-LAST-ORDINAL =
                   WS-DAY-ORDINAL + C-ARCHIVE-MAX-DAYS - 1
           END-IF

           PERFORM UNTIL WS-DAY-ORDINAL > WS-LAST-ORDINAL
               COMPUTE WS-DAY-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-ORDINAL)
               MOVE SPACES TO WS-DAY-ISO
               STRING
                   WS-DAY-YYYYMMDD(1:4) "-" WS-DAY-YYYYMMDD(5:2) "-"
                   WS-DAY-YYYYMMDD(7:2)
                   INTO WS-DAY-ISO
               END-STRING
               PERFORM READ-ARCHIVE-DAY
               IF WS-RA-ARCHIVE = "PREV"
                   AND WS-EP-ITEM(WS-EP-IDX)(1:2) = "pm"
               THEN
                   PERFORM NOTE-DAY-ATTRIBUTION
               END-IF
               ADD 1 TO WS-DAY-ORDINAL
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: READ-ARCHIVE-DAY
      *> PURPOSE: Read WS-DAY-ISO's archived record for the location
      *>          and fold the item's daily mean into the location's
      *>          peak, unless the operator has marked it INVALID.
      *> ===============================================================
       READ-ARCHIVE-DAY.
           MOVE "N" TO LS-FOUND
           IF WS-RA-ARCHIVE = "ATMO"
           THEN
               MOVE WS-DAY-ISO TO AFH-DATE-STR
               MOVE WS-ARCHIVE-LOCATION(1:5) TO AFH-CODE-ZONE
               READ ATMO-FRANCE-HISTORY-FILE KEY IS AFH-KEY
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               PERFORM VARYING WS-ARCHIVE-IDX FROM 1 BY 1
                   UNTIL WS-ARCHIVE-IDX > AFH-COUNT
                       OR WS-ARCHIVE-IDX > C-PH-HISTORY-MAX-COUNT
                       OR LS-FOUND = "Y"
                   IF FUNCTION LOWER-CASE(AFH-NAME(WS-ARCHIVE-IDX))
                       = WS-EP-ITEM(WS-EP-IDX)
                   THEN
                       MOVE "Y" TO LS-FOUND
                       MOVE AFH-NAME(WS-ARCHIVE-IDX) TO WS-ARCHIVE-NAME
                       MOVE AFH-AVERAGE(WS-ARCHIVE-IDX)
                           TO WS-ARCHIVE-AVERAGE
                   END-IF
               END-PERFORM
           ELSE
               MOVE WS-DAY-ISO TO PVH-DATE-STR
               MOVE WS-ARCHIVE-LOCATION TO PVH-LOCATION
               READ PREVAIR-DAILY-HISTORY-FILE KEY IS PVH-KEY
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               PERFORM VARYING WS-ARCHIVE-IDX FROM 1 BY 1
                   UNTIL WS-ARCHIVE-IDX > PVH-COUNT
                       OR WS-ARCHIVE-IDX > C-PVH-HISTORY-MAX-COUNT
                       OR LS-FOUND = "Y"
                   IF FUNCTION LOWER-CASE(PVH-NAME(WS-ARCHIVE-IDX))
                       = WS-EP-ITEM(WS-EP-IDX)
                   THEN
                       MOVE "Y" TO LS-FOUND
                       MOVE PVH-NAME(WS-ARCHIVE-IDX) TO WS-ARCHIVE-NAME
                       MOVE PVH-AVERAGE(WS-ARCHIVE-IDX)
                           TO WS-ARCHIVE-AVERAGE
                   END-IF
               END-PERFORM
           END-IF
           IF LS-FOUND = "N"
           THEN
               EXIT PARAGRAPH
           END-IF

           CALL "READING-ANNOTATION-FIND" USING
               BY REFERENCE RAT-TABLE-GRP
               BY REFERENCE WS-RA-ARCHIVE
               BY REFERENCE WS-DAY-ISO
               BY REFERENCE WS-ARCHIVE-LOCATION
               BY REFERENCE WS-ARCHIVE-NAME
               BY REFERENCE WS-RA-FLAG
               BY REFERENCE WS-RA-REASON
           IF WS-RA-FLAG = "INVALID"
           THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-LC-ARCHIVE(WS-LC-IDX) = SPACES
               OR WS-ARCHIVE-AVERAGE > WS-LC-ARCHIVE-MEAN(WS-LC-IDX)
           THEN
               MOVE WS-RA-ARCHIVE TO WS-LC-ARCHIVE(WS-LC-IDX)
               MOVE WS-ARCHIVE-AVERAGE TO WS-LC-ARCHIVE-MEAN(WS-LC-IDX)
               MOVE WS-DAY-ISO TO WS-LC-ARCHIVE-DATE(WS-LC-IDX)
               MOVE "N" TO WS-LC-SUSPECT(WS-LC-IDX)
               IF WS-RA-FLAG = "SUSPECT"
               THEN
                   MOVE "Y" TO WS-LC-SUSPECT(WS-LC-IDX)
               END-IF
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: NOTE-DAY-ATTRIBUTION
      *> PURPOSE: Fold WS-DAY-ISO's natural-source attribution at the
      *>          location into the location's and the episode's: a
      *>          day of dust and a day of smoke make BOTH.
      *> ===============================================================
       NOTE-DAY-ATTRIBUTION.
           CALL "SOURCE-ATTRIBUTION-FIND" USING
               BY REFERENCE SAT-TABLE-GRP
               BY REFERENCE WS-DAY-ISO
               BY REFERENCE WS-ARCHIVE-LOCATION
               BY REFERENCE WS-DAY-ATTRIBUTION
           IF WS-DAY-ATTRIBUTION = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LC-ATTRIBUTED-DAYS(WS-LC-IDX)
           IF WS-LC-ATTRIBUTION(WS-LC-IDX) = SPACES
           THEN
               MOVE WS-DAY-ATTRIBUTION TO WS-LC-ATTRIBUTION(WS-LC-IDX)
           ELSE
               IF WS-LC-ATTRIBUTION(WS-LC-IDX) NOT = WS-DAY-ATTRIBUTION
               THEN
                   MOVE "BOTH" TO WS-LC-ATTRIBUTION(WS-LC-IDX)
               END-IF
           END-IF
           IF WS-EPISODE-ATTRIBUTION = SPACES
           THEN
               MOVE WS-DAY-ATTRIBUTION TO WS-EPISODE-ATTRIBUTION
           ELSE
               IF WS-EPISODE-ATTRIBUTION NOT = WS-DAY-ATTRIBUTION
               THEN
                   MOVE "BOTH" TO WS-EPISODE-ATTRIBUTION
               END-IF
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: WRITE-EPISODE-REPORT
      *> PURPOSE: Write the compiled episode's after-action report to
      *>          the report archive and this run's latest-reports
      *>          file, and stage its index line.
      *> ===============================================================
       WRITE-EPISODE-REPORT.
           MOVE WS-EP-START(WS-EP-IDX) TO WS-TS-IN
           PERFORM TIMESTAMP-TO-SECONDS
           MOVE WS-TS-SECONDS TO WS-START-SECONDS
           MOVE WS-EP-END(WS-EP-IDX) TO WS-TS-IN
           PERFORM TIMESTAMP-TO-SECONDS
           COMPUTE WS-DURATION-SECONDS =
               WS-TS-SECONDS - WS-START-SECONDS
           PERFORM FORMAT-DURATION
           MOVE WS-DURATION-TEXT TO WS-EPISODE-DURATION-TEXT

           MOVE ALL "=" TO LS-REPORT-LINE(1:72)
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO LS-REPORT-LINE
           STRING
               "After-action report: episode "
               FUNCTION TRIM(WS-EP-ID(WS-EP-IDX))
               INTO LS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO LS-REPORT-LINE
           STRING
               "Compiled " LS-CDT-YEAR "-" LS-CDT-MONTH "-" LS-CDT-DAY
               " " LS-CDT-HOUR ":" LS-CDT-MINUTE
               " from the alert event journal, the notification "
               "outbox and the history archives"
               INTO LS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE ALL "=" TO LS-REPORT-LINE(1:72)
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO LS-REPORT-LINE
           STRING
               "Item:        " FUNCTION TRIM(WS-EP-ITEM(WS-EP-IDX))
               INTO LS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-EP-START(WS-EP-IDX) TO WS-TS-IN
           PERFORM FORMAT-TIMESTAMP
           MOVE WS-TS-TEXT TO WS-EPISODE-START-TEXT
           MOVE SPACES TO LS-REPORT-LINE
           STRING "Started:     " WS-TS-TEXT INTO LS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-EP-END(WS-EP-IDX) TO WS-TS-IN
           PERFORM FORMAT-TIMESTAMP
           MOVE WS-TS-TEXT TO WS-EPISODE-END-TEXT
           MOVE SPACES TO LS-REPORT-LINE
           STRING "Ended:       " WS-TS-TEXT INTO LS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO LS-REPORT-LINE
           STRING
               "Duration:    " FUNCTION TRIM(WS-EPISODE-DURATION-TEXT)
               INTO LS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-PEAK-LEVEL TO LS-LEVEL-DISPLAY
           MOVE WS-PEAK-TS TO WS-TS-IN
           PERFORM FORMAT-TIMESTAMP
           MOVE SPACES TO LS-REPORT-LINE
           STRING
               "Peak:        level " FUNCTION TRIM(LS-LEVEL-DISPLAY)
               " at " FUNCTION TRIM(WS-PEAK-LABEL) " on " WS-TS-TEXT
               INTO LS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO LS-REPORT-LINE
           IF WS-OFFICIAL-COUNT = 0
           THEN
               MOVE "Official:    no episode declaration relayed"
                   TO LS-REPORT-LINE
           ELSE
               MOVE WS-OFFICIAL-COUNT TO LS-COUNT-DISPLAY
               STRING
                   "Official:    " FUNCTION TRIM(LS-COUNT-DISPLAY)
                   " declaration notice(s) relayed, first: "
                   FUNCTION TRIM(WS-OFFICIAL-TEXT)
                   INTO LS-REPORT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE
           IF WS-EPISODE-ATTRIBUTION NOT = SPACES
           THEN
               CALL "SOURCE-ATTRIBUTION-TEXT" USING
                   BY REFERENCE WS-EPISODE-ATTRIBUTION
                   BY REFERENCE C-ATTRIBUTION-LANG
                   BY REFERENCE WS-ATTRIBUTION-TEXT
               MOVE SPACES TO LS-REPORT-LINE
               STRING
                   "Attribution: " FUNCTION TRIM(WS-ATTRIBUTION-TEXT)
                   INTO LS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO LS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE

           PERFORM WRITE-LOCATION-SECTION
           PERFORM WRITE-ALERT-SECTION
           PERFORM WRITE-FAILURE-SECTION
           PERFORM WRITE-TIMELINE-SECTION

           MOVE SPACES TO LS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM STAGE-INDEX-LINE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-LOCATION-SECTION
      *> PURPOSE: One line per location the episode hit.
      *> ===============================================================
       WRITE-LOCATION-SECTION.
           MOVE WS-LOCATION-COUNT TO LS-COUNT-DISPLAY
           MOVE SPACES TO LS-REPORT-LINE
           STRING
               "Locations hit (" FUNCTION TRIM(LS-COUNT-DISPLAY) "):"
               INTO LS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
               UNTIL WS-LC-IDX > WS-LOCATION-COUNT
               MOVE WS-LC-ONSET(WS-LC-IDX) TO WS-TS-IN
               PERFORM FORMAT-TIMESTAMP
               MOVE WS-TS-TEXT TO LS-RAISED-TEXT
               MOVE WS-LC-RECOVER(WS-LC-IDX) TO WS-TS-IN
               PERFORM FORMAT-TIMESTAMP
               MOVE WS-LC-PEAK-LEVEL(WS-LC-IDX) TO LS-LEVEL-DISPLAY
               MOVE WS-LC-ALERTS(WS-LC-IDX) TO LS-COUNT-DISPLAY
               MOVE SPACES TO LS-REPORT-LINE
               STRING
                   "  " WS-LC-LABEL(WS-LC-IDX) " " LS-RAISED-TEXT
                   " -> " WS-TS-TEXT "  max level "
                   FUNCTION TRIM(LS-LEVEL-DISPLAY) ", "
                   FUNCTION TRIM(LS-COUNT-DISPLAY) " alert(s)"
                   INTO LS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO LS-REPORT-LINE
               IF WS-LC-ARCHIVE(WS-LC-IDX) = SPACES
               THEN
                   MOVE "      no archived daily mean for the item"
                       TO LS-REPORT-LINE
               ELSE
                   MOVE WS-LC-ARCHIVE-MEAN(WS-LC-IDX)
                       TO LS-MEAN-DISPLAY
                   STRING
                       "      highest archived daily mean "
                       FUNCTION TRIM(LS-MEAN-DISPLAY) " on "
                       WS-LC-ARCHIVE-DATE(WS-LC-IDX) " ("
                       WS-LC-ARCHIVE(WS-LC-IDX) " archive)"
                       INTO LS-REPORT-LINE
                   END-STRING
                   IF WS-LC-SUSPECT(WS-LC-IDX) = "Y"
                   THEN
                       MOVE LS-REPORT-LINE TO LS-TIMELINE-LINE
                       MOVE SPACES TO LS-REPORT-LINE
                       STRING
                           FUNCTION TRIM(LS-TIMELINE-LINE, TRAILING)
                           " - marked SUSPECT by the operator"
                           INTO LS-REPORT-LINE
                       END-STRING
                   END-IF
               END-IF
               PERFORM WRITE-REPORT-LINE
               IF WS-LC-ATTRIBUTION(WS-LC-IDX) NOT = SPACES
               THEN
                   CALL "SOURCE-ATTRIBUTION-TEXT" USING
                       BY REFERENCE WS-LC-ATTRIBUTION(WS-LC-IDX)
                       BY REFERENCE C-ATTRIBUTION-LANG
                       BY REFERENCE WS-ATTRIBUTION-TEXT
                   MOVE WS-LC-ATTRIBUTED-DAYS(WS-LC-IDX)
                       TO LS-COUNT-DISPLAY
                   MOVE SPACES TO LS-REPORT-LINE
                   STRING
                       "      " FUNCTION TRIM(WS-ATTRIBUTION-TEXT)
                       " (" FUNCTION TRIM(LS-COUNT-DISPLAY)
                       " day(s))"
                       INTO LS-REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO LS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-ALERT-SECTION
      *> PURPOSE: One line per alert raised, with its recipients,
      *>          delivery outcome and acknowledgement, then the
      *>          acknowledgement summary.
      *> ===============================================================
       WRITE-ALERT-SECTION.
           MOVE WS-ALERT-COUNT TO LS-COUNT-DISPLAY
           MOVE SPACES TO LS-REPORT-LINE
           STRING
               "Alerts sent (" FUNCTION TRIM(LS-COUNT-DISPLAY) "):"
               INTO LS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-AL-IDX FROM 1 BY 1
               UNTIL WS-AL-IDX > WS-ALERT-COUNT
               PERFORM WRITE-ONE-ALERT
           END-PERFORM

           MOVE SPACES TO LS-REPORT-LINE
           IF WS-ACKED-COUNT = 0
           THEN
               MOVE WS-ALERT-COUNT TO LS-COUNT-DISPLAY
               STRING
                   "Acknowledgement: none of "
                   FUNCTION TRIM(LS-COUNT-DISPLAY)
                   " alert(s) acknowledged"
                   INTO LS-REPORT-LINE
               END-STRING
           ELSE
               MOVE WS-ACKED-COUNT TO LS-COUNT-DISPLAY
               MOVE WS-ALERT-COUNT TO LS-COUNT-DISPLAY-2
               COMPUTE WS-DURATION-SECONDS =
                   WS-ACK-TOTAL-SECONDS / WS-ACKED-COUNT
               PERFORM FORMAT-DURATION
               MOVE WS-DURATION-TEXT TO LS-ACK-TEXT
               MOVE WS-ACK-MAX-SECONDS TO WS-DURATION-SECONDS
               PERFORM FORMAT-DURATION
               STRING
                   "Acknowledgement: " FUNCTION TRIM(LS-COUNT-DISPLAY)
                   " of " FUNCTION TRIM(LS-COUNT-DISPLAY-2)
                   " alert(s) acknowledged, mean "
                   FUNCTION TRIM(LS-ACK-TEXT) ", slowest "
                   FUNCTION TRIM(WS-DURATION-TEXT)
                   INTO LS-REPORT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE WS-ESCALATED-COUNT TO LS-COUNT-DISPLAY
           MOVE SPACES TO LS-REPORT-LINE
           STRING
               "Escalations: " FUNCTION TRIM(LS-COUNT-DISPLAY)
               " alert(s) re-sent to the fallback channel"
               INTO LS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

      *> The outbox forgets delivered and given-up messages after its
      *> retention window; say so rather than report a silent zero.
           IF WS-ALERT-COUNT > 0
           THEN
               MOVE WS-EP-START(WS-EP-IDX)(1:8) TO WS-DAY-YYYYMMDD
               IF WS-OUTBOX-READ = "N"
               THEN
                   MOVE "Deliveries: the notification outbox could "
                       & "not be read" TO LS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               ELSE
                   IF FUNCTION INTEGER-OF-DATE(WS-DAY-YYYYMMDD)
                       + C-OUTBOX-RETENTION-DAYS
                       < FUNCTION INTEGER-OF-DATE(LS-TODAY-YYYYMMDD)
                   THEN
                       MOVE "Deliveries: the episode began before the "
                           & "outbox retention window; older messages"
                           & " are no longer on file"
                           TO LS-REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO LS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-ONE-ALERT
      *> PURPOSE: The report line for the alert at WS-AL-IDX, and its
      *>          share of the acknowledgement figures.
      *> ===============================================================
       WRITE-ONE-ALERT.
           MOVE WS-AL-RAISED(WS-AL-IDX) TO WS-TS-IN
           PERFORM FORMAT-TIMESTAMP
           MOVE WS-TS-TEXT TO LS-RAISED-TEXT
           PERFORM TIMESTAMP-TO-SECONDS
           MOVE WS-TS-SECONDS TO WS-START-SECONDS
           MOVE SPACES TO LS-ACK-TEXT
           IF WS-AL-ACKED(WS-AL-IDX) = SPACES
           THEN
               MOVE "not acknowledged" TO LS-ACK-TEXT
           ELSE
               MOVE WS-AL-ACKED(WS-AL-IDX) TO WS-TS-IN
               PERFORM TIMESTAMP-TO-SECONDS
               COMPUTE LS-ACK-SECONDS =
                   WS-TS-SECONDS - WS-START-SECONDS
               IF LS-ACK-SECONDS < 0
               THEN
                   MOVE 0 TO LS-ACK-SECONDS
               END-IF
               MOVE LS-ACK-SECONDS TO WS-DURATION-SECONDS
               ADD 1 TO WS-ACKED-COUNT
               ADD WS-DURATION-SECONDS TO WS-ACK-TOTAL-SECONDS
               IF WS-DURATION-SECONDS > WS-ACK-MAX-SECONDS
               THEN
                   MOVE WS-DURATION-SECONDS TO WS-ACK-MAX-SECONDS
               END-IF
               PERFORM FORMAT-DURATION
               STRING
                   "acknowledged after "
                   FUNCTION TRIM(WS-DURATION-TEXT)
                   INTO LS-ACK-TEXT
               END-STRING
           END-IF

           MOVE WS-AL-LEVEL(WS-AL-IDX) TO LS-LEVEL-DISPLAY
           MOVE SPACES TO LS-REPORT-LINE
           STRING
               "  " WS-AL-ID(WS-AL-IDX) " " LS-RAISED-TEXT " "
               WS-AL-EVENT(WS-AL-IDX) " "
               FUNCTION TRIM(WS-AL-LABEL(WS-AL-IDX)) " level "
               FUNCTION TRIM(LS-LEVEL-DISPLAY) ", "
               FUNCTION TRIM(LS-ACK-TEXT)
               INTO LS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE WS-AL-SENT(WS-AL-IDX) TO LS-COUNT-DISPLAY
           MOVE WS-AL-FAILED(WS-AL-IDX) TO LS-COUNT-DISPLAY-2
           MOVE WS-AL-PENDING(WS-AL-IDX) TO LS-COUNT-DISPLAY-3
           MOVE SPACES TO LS-REPORT-LINE
           IF WS-AL-CHANNELS(WS-AL-IDX) = SPACES
           THEN
               MOVE "      no channel delivery on file (webhook or "
                   & "subscribers only, or purged from the outbox)"
                   TO LS-REPORT-LINE
           ELSE
               STRING
                   "      to " FUNCTION TRIM(WS-AL-CHANNELS(WS-AL-IDX))
                   ": " FUNCTION TRIM(LS-COUNT-DISPLAY) " sent, "
                   FUNCTION TRIM(LS-COUNT-DISPLAY-2) " failed, "
                   FUNCTION TRIM(LS-COUNT-DISPLAY-3) " pending"
                   INTO LS-REPORT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE
           IF WS-AL-FALLBACK(WS-AL-IDX) NOT = SPACES
           THEN
               MOVE SPACES TO LS-REPORT-LINE
               STRING
                   "      escalated to fallback channel "
                   FUNCTION TRIM(WS-AL-FALLBACK(WS-AL-IDX))
                   INTO LS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: WRITE-FAILURE-SECTION
      *> PURPOSE: The deliveries the outbox gave up on.
      *> ===============================================================
       WRITE-FAILURE-SECTION.
           MOVE WS-DELIVERY-FAILED-COUNT TO LS-COUNT-DISPLAY
           MOVE SPACES TO LS-REPORT-LINE
           STRING
               "Delivery failures (" FUNCTION TRIM(LS-COUNT-DISPLAY)
               "):"
               INTO LS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF WS-DELIVERY-FAILED-COUNT = 0
           THEN
               MOVE "  none" TO LS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM VARYING WS-FL-IDX FROM 1 BY 1
               UNTIL WS-FL-IDX > WS-FAILURE-COUNT
               MOVE WS-FL-LAST-TS(WS-FL-IDX) TO WS-TS-IN
               PERFORM FORMAT-TIMESTAMP
               MOVE WS-FL-ATTEMPTS(WS-FL-IDX) TO LS-COUNT-DISPLAY
               MOVE SPACES TO LS-REPORT-LINE
               STRING
                   "  " WS-TS-TEXT "  alert "
                   WS-FL-ALERT-ID(WS-FL-IDX) " channel "
                   FUNCTION TRIM(WS-FL-CHANNEL(WS-FL-IDX))
                   " given up after "
                   FUNCTION TRIM(LS-COUNT-DISPLAY) " attempt(s)"
                   INTO LS-REPORT-LINE
               END-STRING
               IF WS-FL-ESCALATION(WS-FL-IDX) = "Y"
               THEN
                   MOVE LS-REPORT-LINE TO LS-TIMELINE-LINE
                   MOVE SPACES TO LS-REPORT-LINE
                   STRING
                       FUNCTION TRIM(LS-TIMELINE-LINE, TRAILING)
                       " (escalation)"
                       INTO LS-REPORT-LINE
                   END-STRING
               END-IF
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           IF WS-DELIVERY-FAILED-COUNT > WS-FAILURE-COUNT
           THEN
               MOVE "  ... more failures than listed" TO LS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO LS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-TIMELINE-SECTION
      *> PURPOSE: Every event of the episode, in journal order.
      *> ===============================================================
       WRITE-TIMELINE-SECTION.
           MOVE "Timeline:" TO LS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           PERFORM VARYING WS-TL-IDX FROM 1 BY 1
               UNTIL WS-TL-IDX > WS-TIMELINE-COUNT
                   OR WS-TL-IDX > C-TIMELINE-MAX-COUNT
               MOVE WS-TL-TEXT(WS-TL-IDX) TO LS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM
           IF WS-TIMELINE-COUNT > C-TIMELINE-MAX-COUNT
           THEN
               COMPUTE LS-TALLY =
                   WS-TIMELINE-COUNT - C-TIMELINE-MAX-COUNT
               MOVE LS-TALLY TO LS-COUNT-DISPLAY
               MOVE SPACES TO LS-REPORT-LINE
               STRING
                   "  ... " FUNCTION TRIM(LS-COUNT-DISPLAY)
                   " later event(s) not listed"
                   INTO LS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: WRITE-REPORT-LINE
      *> PURPOSE: Write LS-REPORT-LINE to the report archive and to
      *>          this run's latest-reports file, then clear it.
      *> ===============================================================
       WRITE-REPORT-LINE.
           MOVE LS-REPORT-LINE TO ER-LINE
           WRITE ER-LINE
           IF WS-RL-OPEN = "Y"
           THEN
               MOVE LS-REPORT-LINE TO RL-LINE
               WRITE RL-LINE
           END-IF
           MOVE SPACES TO LS-REPORT-LINE.

      *> ===============================================================
      *> PARAGRAPH: STAGE-INDEX-LINE
      *> PURPOSE: Build the episode's index line, held in the episode
      *>          table until REWRITE-INDEX.
      *> ===============================================================
       STAGE-INDEX-LINE.
           MOVE WS-PEAK-LEVEL TO LS-LEVEL-DISPLAY
           MOVE WS-LOCATION-COUNT TO LS-COUNT-DISPLAY
           MOVE WS-ALERT-COUNT TO LS-COUNT-DISPLAY-2
           MOVE WS-DELIVERY-FAILED-COUNT TO LS-COUNT-DISPLAY-3
           MOVE SPACES TO LS-SUMMARY
           STRING
               FUNCTION TRIM(WS-EPISODE-DURATION-TEXT) ", peak "
               FUNCTION TRIM(LS-LEVEL-DISPLAY) ", "
               FUNCTION TRIM(LS-COUNT-DISPLAY) " location(s), "
               FUNCTION TRIM(LS-COUNT-DISPLAY-2) " alert(s), "
               FUNCTION TRIM(LS-COUNT-DISPLAY-3) " failed"
               INTO LS-SUMMARY
           END-STRING
           IF WS-ESCALATED-COUNT > 0
           THEN
               MOVE WS-ESCALATED-COUNT TO LS-COUNT-DISPLAY
               MOVE LS-SUMMARY TO LS-TIMELINE-LINE
               MOVE SPACES TO LS-SUMMARY
               STRING
                   FUNCTION TRIM(LS-TIMELINE-LINE) ", "
                   FUNCTION TRIM(LS-COUNT-DISPLAY) " escalated"
                   INTO LS-SUMMARY
               END-STRING
           END-IF
           MOVE SPACES TO IX-LINE
           MOVE WS-EP-ID(WS-EP-IDX) TO IX-EPISODE-ID
           MOVE WS-EPISODE-START-TEXT TO IX-START
           MOVE WS-EPISODE-END-TEXT TO IX-END
           MOVE LS-SUMMARY TO IX-SUMMARY
           MOVE IX-LINE TO WS-EP-INDEX-LINE(WS-EP-IDX).

      *> ===============================================================
      *> PARAGRAPH: REWRITE-INDEX
      *> PURPOSE: Rewrite the episode index newest first: a heading,
      *>          this run's episodes from the last one to end, then
      *>          the lines already on file. Written to a scratch
      *>          file and renamed over the index, so an interrupted
      *>          run leaves the previous index whole.
      *> ===============================================================
       REWRITE-INDEX.
           OPEN OUTPUT EPISODE-INDEX-SCRATCH-FILE
           IF WS-NX-FILE-STATUS NOT = "00"
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Episode report: could not rewrite the index, "
                   "status " WS-NX-FILE-STATUS
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               EXIT PARAGRAPH
           END-IF
           MOVE "Pollution episodes reported, newest first "
               & "(reports in episode-after-action-reports.txt)"
               TO NX-LINE
           WRITE NX-LINE
           MOVE SPACES TO NX-LINE
           STRING
               "Episode id                       Started             "
               "Ended               Summary"
               INTO NX-LINE
           END-STRING
           WRITE NX-LINE

           PERFORM VARYING WS-INDEX-LINE-NUMBER FROM WS-EPISODE-COUNT
               BY -1 UNTIL WS-INDEX-LINE-NUMBER = 0
               MOVE WS-EP-INDEX-LINE(WS-INDEX-LINE-NUMBER) TO NX-LINE
               WRITE NX-LINE
           END-PERFORM

           OPEN INPUT EPISODE-INDEX-FILE
           IF WS-IX-FILE-STATUS = "00"
           THEN
               PERFORM UNTIL WS-IX-FILE-STATUS NOT = "00"
                   READ EPISODE-INDEX-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF IX-END(1:4) IS NUMERIC
                           THEN
                               MOVE IX-LINE TO NX-LINE
                               WRITE NX-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EPISODE-INDEX-FILE
           END-IF
           CLOSE EPISODE-INDEX-SCRATCH-FILE

           CALL "CBL_DELETE_FILE" USING "episode-report-index.txt"
           CALL "CBL_RENAME_FILE" USING
               "episode-report-index.tmp" "episode-report-index.txt".

      *> ===============================================================
      *> PARAGRAPH: TIMESTAMP-TO-SECONDS
      *> PURPOSE: WS-TS-IN (CURRENT-DATE shape) as absolute seconds in
      *>          WS-TS-SECONDS; a blank or malformed one gives 0.
      *> ===============================================================
       TIMESTAMP-TO-SECONDS.
           MOVE 0 TO WS-TS-SECONDS
           IF WS-TS-IN(1:14) IS NOT NUMERIC
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TS-IN(1:14) TO WS-TS-PARTS
           COMPUTE WS-TS-SECONDS =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 86400
               + WS-TS-HOUR * 3600 + WS-TS-MINUTE * 60 + WS-TS-SECOND.

      *> ===============================================================
      *> PARAGRAPH: FORMAT-TIMESTAMP
      *> PURPOSE: WS-TS-IN as "YYYY-MM-DD HH:MM:SS" in WS-TS-TEXT, the
      *>          shape the index's ends are compared in; a blank one
      *>          reads as a dash.
      *> ===============================================================
       FORMAT-TIMESTAMP.
           MOVE SPACES TO WS-TS-TEXT
           IF WS-TS-IN(1:14) IS NOT NUMERIC
           THEN
               MOVE "-" TO WS-TS-TEXT
               EXIT PARAGRAPH
           END-IF
           STRING
               WS-TS-IN(1:4) "-" WS-TS-IN(5:2) "-" WS-TS-IN(7:2) " "
               WS-TS-IN(9:2) ":" WS-TS-IN(11:2) ":" WS-TS-IN(13:2)
               INTO WS-TS-TEXT
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: FORMAT-DURATION
      *> PURPOSE: WS-DURATION-SECONDS as "2d 03h 15m" (days dropped
      *>          when there are none) in WS-DURATION-TEXT.
      *> ===============================================================
       FORMAT-DURATION.
           DIVIDE WS-DURATION-SECONDS BY 86400
               GIVING WS-DURATION-DAYS REMAINDER WS-DURATION-REST
           DIVIDE WS-DURATION-REST BY 3600
               GIVING WS-DURATION-HOURS REMAINDER WS-DURATION-REST
           DIVIDE WS-DURATION-REST BY 60
               GIVING WS-DURATION-MINUTES
           MOVE WS-DURATION-DAYS TO WS-DURATION-DAYS-DISPLAY
           MOVE SPACES TO WS-DURATION-TEXT
           IF WS-DURATION-DAYS > 0
           THEN
               STRING
                   FUNCTION TRIM(WS-DURATION-DAYS-DISPLAY) "d "
                   WS-DURATION-HOURS "h " WS-DURATION-MINUTES "m"
                   INTO WS-DURATION-TEXT
               END-STRING
           ELSE
               STRING
                   WS-DURATION-HOURS "h " WS-DURATION-MINUTES "m"
                   INTO WS-DURATION-TEXT
               END-STRING
           END-IF.

       END PROGRAM EPISODE-REPORT-BATCH.
