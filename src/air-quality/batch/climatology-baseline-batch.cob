      *>          Builds per-location, per-calendar-month baseline
      *>          statistics (exact median and interquartile spread,
      *>          from level-bucket counts - levels only run 0-6)
      *>          for every item in the pollen, Atmo France and daily
      *>          PREV'AIR and CAMS archives, persists them as the
      *>          climatology normals file, and then flags any of
      *>          today's readings that sit outside its seasonal
      *>          band - pushed through
      *>          NOTIFICATION-DISPATCH as its own "seasonal anomaly"
      *>          alert kind. A month with fewer samples than the
      *>          floor stays silent: a band built from three days is
      *>          noise, not climatology. A reading an operator has
      *>          marked INVALID neither shapes a band nor raises an
      *>          anomaly; an anomaly on a SUSPECT reading says so.
      *>          Atmo France zones are banded under the commune code
      *>          in force today, so a commune merged into another
      *>          keeps its normals across the change.
      *>          Called from AIR-QUALITY-RSS's main loop; not
      *>          reachable from the HTTP router.
      *> ===============================================================
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFH-KEY
               FILE STATUS IS WS-AFH-FILE-STATUS.
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
           SELECT CLIMATOLOGY-NORMALS-FILE ASSIGN TO
                   "climatology-normals.dat"
               ORGANIZATION IS INDEXED
       COPY pollen-history IN "pollen/service".
       FD  ATMO-FRANCE-HISTORY-FILE.
       COPY pollutant-history IN "pollutant/service/atmo-france".
       FD  PREVAIR-DAILY-HISTORY-FILE.
       COPY pollutant-daily-history IN "pollutant/service/prevair".
       FD  CAMS-HISTORY-FILE.
       COPY pollutant-daily-history IN "pollutant/service/cams".
       FD  CLIMATOLOGY-NORMALS-FILE.
       COPY climatology-normals IN "air-quality/batch".

       WORKING-STORAGE SECTION.
       01  WS-PH-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-AFH-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-PVH-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CMH-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CN-FILE-STATUS            PIC X(02) VALUE SPACES.

      *> A month needs this many archived samples before its band is
      *> trusted for anomaly checks.
       01  C-MIN-SAMPLE-COUNT           CONSTANT AS 10.

      *> Operator annotations, loaded once per run.
       COPY reading-annotation-table IN "air-quality/service".
       01  WS-RA-ARCHIVE                PIC X(4) VALUE SPACES.
       01  WS-RA-FLAG                   PIC X(7) VALUE SPACES.
       01  WS-RA-REASON                 PIC X(80) VALUE SPACES.

       LOCAL-STORAGE SECTION.
       01  LS-CURRENT-DATE-AND-TIME.
           05  LS-CDT-YEAR              PIC 9(4).
       01  LS-CODE-IDX                  PIC 9(2) VALUE 0.
       01  LS-STAGE-SOURCE              PIC X(1) VALUE SPACES.
       01  LS-STAGE-LOCATION            PIC X(21) VALUE SPACES.
      *> An Atmo France zone is banded under the commune code in force
      *> today, so a commune merged into another keeps building the
      *> same normals; LS-STAGE-ARCHIVED-ZONE keeps the code the
      *> reading was archived under, which its annotations are keyed
      *> on.
       01  LS-STAGE-ARCHIVED-ZONE       PIC X(5) VALUE SPACES.
       01  LS-CURRENT-ZONE              PIC X(5) VALUE SPACES.
       01  LS-ANNOTATION-LOCATION       PIC X(21) VALUE SPACES.
       01  LS-STAGE-MONTH               PIC X(2) VALUE SPACES.
       01  LS-STAGE-ITEM                PIC X(16) VALUE SPACES.
       01  LS-STAGE-LEVEL               PIC 9(1) VALUE 0.
       01  LS-STAGE-DATE                PIC X(10) VALUE SPACES.
      *> "Y" while the anomaly pass walks today's daily PREV'AIR/CAMS
      *> records, so the shared staging paragraphs band-check
      *> instead of counting.
       01  LS-CHECKING-TODAY            PIC X(01) VALUE "N".
       01  LS-BUCKET-IDX                PIC 9(1) VALUE 0.
       01  LS-CUMULATIVE                PIC 9(5) VALUE 0.
       01  LS-RANK-LEVEL                PIC 9(1) VALUE 0.
       01  LS-BAND-HIGH                 PIC S9(3) COMP-5 VALUE 0.
       01  LS-NORMAL-COUNT              PIC 9(5) VALUE 0.
       01  LS-ANOMALY-COUNT             PIC 9(5) VALUE 0.
       01  LS-DISPLAY-NAME              PIC X(24) VALUE SPACES.
       01  LS-LANG                      PIC X(2) VALUE "FR".
       01  LS-NOTIFY-SUBJECT            PIC X(100) VALUE SPACES.
       01  LS-NOTIFY-MESSAGE            PIC X(1000) VALUE SPACES.
       01  LS-NOTIFY-SCRATCH            PIC X(1000) VALUE SPACES.
       01  LS-NOTIFY-DELIVERED          PIC 9(5) VALUE 0.
       01  LS-NOTIFY-FAILED             PIC 9(5) VALUE 0.
       01  C-LOG-INFO                   PIC X(5) VALUE "INFO".
       01  LS-LOG-MESSAGE               PIC X(256) VALUE SPACES.
      *> Commune codes already resolved through the succession table
      *> this run, fresh each run so a reloaded table is picked up.
       COPY commune-code-cache IN "geocode/service".
       COPY batch-control IN "air-quality/batch".

       PROCEDURE DIVISION.
           CLOSE CLIMATOLOGY-NORMALS-FILE
           OPEN I-O CLIMATOLOGY-NORMALS-FILE

           CALL "READING-ANNOTATION-LOAD" USING
               BY REFERENCE RAT-TABLE-GRP

           PERFORM ACCUMULATE-POLLEN-ARCHIVE
           PERFORM ACCUMULATE-ATMO-ARCHIVE
           PERFORM ACCUMULATE-PREVAIR-ARCHIVE
           PERFORM ACCUMULATE-CAMS-ARCHIVE
           PERFORM DERIVE-ALL-BANDS
           PERFORM CHECK-TODAYS-READINGS

                                       TO LS-STAGE-LOCATION
                                   MOVE PH-DATE-MAJ(6:2)
                                       TO LS-STAGE-MONTH
                                   MOVE PH-DATE-MAJ(1:10)
                                       TO LS-STAGE-DATE
                                   MOVE PH-CODE-NAME(LS-CODE-IDX)
                                       TO LS-STAGE-ITEM
                                   MOVE PH-CODE-VALUE(LS-CODE-IDX)
                   NOT AT END
                       IF AFH-DATE-STR(6:2) IS NUMERIC
                       THEN
                           CALL "COMMUNE-CURRENT-CODE" USING
                               BY REFERENCE CCC-CACHE-GRP
                               BY REFERENCE AFH-CODE-ZONE
                               BY REFERENCE LS-CURRENT-ZONE
                           PERFORM VARYING LS-CODE-IDX FROM 1 BY 1
                               UNTIL LS-CODE-IDX > AFH-COUNT
                               IF AFH-NAME(LS-CODE-IDX) NOT = SPACES
                               THEN
                                   MOVE "A" TO LS-STAGE-SOURCE
                                   MOVE SPACES TO LS-STAGE-LOCATION
                                   MOVE LS-CURRENT-ZONE
                                       TO LS-STAGE-LOCATION
                                   MOVE AFH-CODE-ZONE
                                       TO LS-STAGE-ARCHIVED-ZONE
                                   MOVE AFH-DATE-STR(6:2)
                                       TO LS-STAGE-MONTH
                                   MOVE AFH-DATE-STR TO LS-STAGE-DATE
                                   MOVE AFH-NAME(LS-CODE-IDX)
                                       TO LS-STAGE-ITEM
                                   MOVE AFH-INDEX(LS-CODE-IDX)
           END-PERFORM
           CLOSE ATMO-FRANCE-HISTORY-FILE.

      *> ===============================================================
      *> PARAGRAPH: ACCUMULATE-PREVAIR-ARCHIVE
      *> PURPOSE: Same accumulation over the daily PREV'AIR archive,
      *>          keyed by the watched location's label.
      *> ===============================================================
       ACCUMULATE-PREVAIR-ARCHIVE.
           OPEN INPUT PREVAIR-DAILY-HISTORY-FILE
           IF WS-PVH-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PVH-FILE-STATUS = "10"
               READ PREVAIR-DAILY-HISTORY-FILE NEXT
                   AT END
                       MOVE "10" TO WS-PVH-FILE-STATUS
                   NOT AT END
                       IF PVH-DATE-STR(6:2) IS NUMERIC
                       THEN
                           MOVE PVH-DATE-STR(6:2) TO LS-STAGE-MONTH
                           PERFORM STAGE-PREVAIR-READINGS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PREVAIR-DAILY-HISTORY-FILE.

      *> ===============================================================
      *> PARAGRAPH: STAGE-PREVAIR-READINGS
      *> PURPOSE: Count (or, on the anomaly pass, band-check) every
      *>          pollutant on the PVH-RECORD just read, for the
      *>          month already in LS-STAGE-MONTH.
      *> ===============================================================
       STAGE-PREVAIR-READINGS.
           PERFORM VARYING LS-CODE-IDX FROM 1 BY 1
               UNTIL LS-CODE-IDX > PVH-COUNT
               IF PVH-NAME(LS-CODE-IDX) NOT = SPACES
                   AND PVH-INDEX(LS-CODE-IDX) > 0
                   AND PVH-INDEX(LS-CODE-IDX) <= 6
               THEN
                   MOVE "V" TO LS-STAGE-SOURCE
                   MOVE PVH-LOCATION TO LS-STAGE-LOCATION
                   MOVE PVH-DATE-STR TO LS-STAGE-DATE
                   MOVE PVH-NAME(LS-CODE-IDX) TO LS-STAGE-ITEM
                   MOVE PVH-INDEX(LS-CODE-IDX) TO LS-STAGE-LEVEL
                   IF LS-CHECKING-TODAY = "Y"
                   THEN
                       MOVE SPACES TO LS-DISPLAY-NAME
                       STRING
                           "PREV'AIR "
                           FUNCTION TRIM(PVH-NAME(LS-CODE-IDX))
                           INTO LS-DISPLAY-NAME
                       END-STRING
                       PERFORM CHECK-ONE-READING-BAND
                   ELSE
                       PERFORM COUNT-ONE-SAMPLE
                   END-IF
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: ACCUMULATE-CAMS-ARCHIVE
      *> PURPOSE: Same accumulation over the daily CAMS archive.
      *> ===============================================================
       ACCUMULATE-CAMS-ARCHIVE.
           OPEN INPUT CAMS-HISTORY-FILE
           IF WS-CMH-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CMH-FILE-STATUS = "10"
               READ CAMS-HISTORY-FILE NEXT
                   AT END
                       MOVE "10" TO WS-CMH-FILE-STATUS
                   NOT AT END
                       IF CMH-DATE-STR(6:2) IS NUMERIC
                       THEN
                           MOVE CMH-DATE-STR(6:2) TO LS-STAGE-MONTH
                           PERFORM STAGE-CAMS-READINGS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAMS-HISTORY-FILE.

      *> ===============================================================
      *> PARAGRAPH: STAGE-CAMS-READINGS
      *> PURPOSE: STAGE-PREVAIR-READINGS for the CMH-RECORD just
      *>          read.
      *> ===============================================================
       STAGE-CAMS-READINGS.
           PERFORM VARYING LS-CODE-IDX FROM 1 BY 1
               UNTIL LS-CODE-IDX > CMH-COUNT
               IF CMH-NAME(LS-CODE-IDX) NOT = SPACES
                   AND CMH-INDEX(LS-CODE-IDX) > 0
                   AND CMH-INDEX(LS-CODE-IDX) <= 6
               THEN
                   MOVE "C" TO LS-STAGE-SOURCE
                   MOVE CMH-LOCATION TO LS-STAGE-LOCATION
                   MOVE CMH-DATE-STR TO LS-STAGE-DATE
                   MOVE CMH-NAME(LS-CODE-IDX) TO LS-STAGE-ITEM
                   MOVE CMH-INDEX(LS-CODE-IDX) TO LS-STAGE-LEVEL
                   IF LS-CHECKING-TODAY = "Y"
                   THEN
                       MOVE SPACES TO LS-DISPLAY-NAME
                       STRING
                           "CAMS "
                           FUNCTION TRIM(CMH-NAME(LS-CODE-IDX))
                           INTO LS-DISPLAY-NAME
                       END-STRING
                       PERFORM CHECK-ONE-READING-BAND
                   ELSE
                       PERFORM COUNT-ONE-SAMPLE
                   END-IF
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: COUNT-ONE-SAMPLE
      *> PURPOSE: Add one staged sample to its normals record's level
      *>          (source, location, month, item) is seen.
      *> ===============================================================
       COUNT-ONE-SAMPLE.
           PERFORM CHECK-READING-ANNOTATION
           IF WS-RA-FLAG = "INVALID"
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE LS-STAGE-SOURCE TO CN-SOURCE
           MOVE LS-STAGE-LOCATION TO CN-LOCATION
           MOVE LS-STAGE-MONTH TO CN-MONTH
                   END-READ
               END-PERFORM
               CLOSE ATMO-FRANCE-HISTORY-FILE
           END-IF

           MOVE "Y" TO LS-CHECKING-TODAY
           MOVE LS-CDT-MONTH TO LS-STAGE-MONTH
           OPEN INPUT PREVAIR-DAILY-HISTORY-FILE
           IF WS-PVH-FILE-STATUS = "00"
           THEN
               MOVE LOW-VALUES TO PVH-KEY
               MOVE LS-TODAY-DATE TO PVH-DATE-STR
               START PREVAIR-DAILY-HISTORY-FILE
                   KEY IS GREATER THAN OR EQUAL TO PVH-KEY
               END-START
               IF WS-PVH-FILE-STATUS NOT = "00"
               THEN
                   MOVE "10" TO WS-PVH-FILE-STATUS
               END-IF
               PERFORM UNTIL WS-PVH-FILE-STATUS = "10"
                   READ PREVAIR-DAILY-HISTORY-FILE NEXT
                       AT END
                           MOVE "10" TO WS-PVH-FILE-STATUS
                       NOT AT END
                           IF PVH-DATE-STR > LS-TODAY-DATE
                           THEN
                               MOVE "10" TO WS-PVH-FILE-STATUS
                           ELSE
                               PERFORM STAGE-PREVAIR-READINGS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PREVAIR-DAILY-HISTORY-FILE
           END-IF

           OPEN INPUT CAMS-HISTORY-FILE
           IF WS-CMH-FILE-STATUS = "00"
           THEN
               MOVE LOW-VALUES TO CMH-KEY
               MOVE LS-TODAY-DATE TO CMH-DATE-STR
               START CAMS-HISTORY-FILE
                   KEY IS GREATER THAN OR EQUAL TO CMH-KEY
               END-START
               IF WS-CMH-FILE-STATUS NOT = "00"
               THEN
                   MOVE "10" TO WS-CMH-FILE-STATUS
               END-IF
               PERFORM UNTIL WS-CMH-FILE-STATUS = "10"
                   READ CAMS-HISTORY-FILE NEXT
                       AT END
                           MOVE "10" TO WS-CMH-FILE-STATUS
                       NOT AT END
                           IF CMH-DATE-STR > LS-TODAY-DATE
                           THEN
                               MOVE "10" TO WS-CMH-FILE-STATUS
                           ELSE
                               PERFORM STAGE-CAMS-READINGS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAMS-HISTORY-FILE
           END-IF
           MOVE "N" TO LS-CHECKING-TODAY.

      *> ===============================================================
      *> PARAGRAPH: CHECK-TODAYS-POLLEN-RECORD
                   MOVE "P" TO LS-STAGE-SOURCE
                   MOVE PH-LOCATION TO LS-STAGE-LOCATION
                   MOVE LS-CDT-MONTH TO LS-STAGE-MONTH
                   MOVE PH-DATE-MAJ(1:10) TO LS-STAGE-DATE
                   MOVE PH-CODE-NAME(LS-CODE-IDX) TO LS-STAGE-ITEM
                   MOVE PH-CODE-VALUE(LS-CODE-IDX)
                       TO LS-STAGE-LEVEL
      *>          read.
      *> ===============================================================
       CHECK-TODAYS-ATMO-RECORD.
           CALL "COMMUNE-CURRENT-CODE" USING
               BY REFERENCE CCC-CACHE-GRP
               BY REFERENCE AFH-CODE-ZONE
               BY REFERENCE LS-CURRENT-ZONE
           PERFORM VARYING LS-CODE-IDX FROM 1 BY 1
               UNTIL LS-CODE-IDX > AFH-COUNT
               IF AFH-NAME(LS-CODE-IDX) NOT = SPACES
               THEN
                   MOVE "A" TO LS-STAGE-SOURCE
                   MOVE SPACES TO LS-STAGE-LOCATION
                   MOVE LS-CURRENT-ZONE TO LS-STAGE-LOCATION
                   MOVE AFH-CODE-ZONE TO LS-STAGE-ARCHIVED-ZONE
                   MOVE LS-CDT-MONTH TO LS-STAGE-MONTH
                   MOVE AFH-DATE-STR TO LS-STAGE-DATE
                   MOVE AFH-NAME(LS-CODE-IDX) TO LS-STAGE-ITEM
                   MOVE AFH-INDEX(LS-CODE-IDX) TO LS-STAGE-LEVEL
                   CALL "ATMO-FRANCE-POLLUTANT-DISP-NAME" USING
      *>          band and notify when it sits outside.
      *> ===============================================================
       CHECK-ONE-READING-BAND.
           PERFORM CHECK-READING-ANNOTATION
           IF WS-RA-FLAG = "INVALID"
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE LS-STAGE-SOURCE TO CN-SOURCE
           MOVE LS-STAGE-LOCATION TO CN-LOCATION
           MOVE LS-STAGE-MONTH TO CN-MONTH
               ", spread " CN-SPREAD ")"
               INTO LS-NOTIFY-MESSAGE
           END-STRING
           IF WS-RA-FLAG = "SUSPECT"
           THEN
               MOVE LS-NOTIFY-MESSAGE TO LS-NOTIFY-SCRATCH
               MOVE SPACES TO LS-NOTIFY-MESSAGE
               STRING
                   FUNCTION TRIM(LS-NOTIFY-SCRATCH TRAILING)
                   " - note: an operator has marked this reading "
                   "suspect (" FUNCTION TRIM(WS-RA-REASON) ")"
                   INTO LS-NOTIFY-MESSAGE
               END-STRING
           END-IF
           CALL "NOTIFICATION-DISPATCH" USING
               BY REFERENCE LS-NOTIFY-SUBJECT
               BY REFERENCE LS-NOTIFY-MESSAGE
               BY REFERENCE LS-NOTIFY-DELIVERED
               BY REFERENCE LS-NOTIFY-FAILED.

      *> ===============================================================
      *> PARAGRAPH: CHECK-READING-ANNOTATION
      *> PURPOSE: Set WS-RA-FLAG to the operator's verdict on the
      *>          staged reading (spaces when it carries none).
      *> ===============================================================
       CHECK-READING-ANNOTATION.
           EVALUATE LS-STAGE-SOURCE
               WHEN "P"
                   MOVE "POLN" TO WS-RA-ARCHIVE
               WHEN "A"
                   MOVE "ATMO" TO WS-RA-ARCHIVE
               WHEN "V"
                   MOVE "PREV" TO WS-RA-ARCHIVE
               WHEN OTHER
                   MOVE "CAMS" TO WS-RA-ARCHIVE
           END-EVALUATE
           IF LS-STAGE-SOURCE = "A"
           THEN
               MOVE SPACES TO LS-ANNOTATION-LOCATION
               MOVE LS-STAGE-ARCHIVED-ZONE TO LS-ANNOTATION-LOCATION
           ELSE
               MOVE LS-STAGE-LOCATION TO LS-ANNOTATION-LOCATION
           END-IF
           CALL "READING-ANNOTATION-FIND" USING
               BY REFERENCE RAT-TABLE-GRP
               BY REFERENCE WS-RA-ARCHIVE
               BY REFERENCE LS-STAGE-DATE
               BY REFERENCE LS-ANNOTATION-LOCATION
               BY REFERENCE LS-STAGE-ITEM
               BY REFERENCE WS-RA-FLAG
               BY REFERENCE WS-RA-REASON.

      *> ===============================================================
      *> PARAGRAPH: WRITE-BATCH-RUN-RECORD
      *> PURPOSE: Append this run's record to the shared batch-control
