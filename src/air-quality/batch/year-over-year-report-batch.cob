      *> PURPOSE: Compares the last 30 days of archive data against the
      *>          same window one year earlier: per species from the
      *>          pollen history archive, and per (code_zone,
      *>          pollutant) from the Atmo France history archive,
      *>          and per (watched location, pollutant) from the
      *>          daily PREV'AIR and CAMS archives. Atmo France
      *>          readings on a commune code retired by a merger count
      *>          toward the commune it merged into, so last season's
      *>          figures line up with this season's code.
      *>          Emits a comparison table showing whether levels are
      *>          running ahead of or behind last season and by how
      *>          much, for the seasonal bulletin - replacing the
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

           SELECT YOY-REPORT-FILE ASSIGN TO
                   "year-over-year-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  ATMO-FRANCE-HISTORY-FILE.
       COPY pollutant-history IN "pollutant/service/atmo-france".

       FD  PREVAIR-DAILY-HISTORY-FILE.
       COPY pollutant-daily-history IN "pollutant/service/prevair".

       FD  CAMS-HISTORY-FILE.
       COPY pollutant-daily-history IN "pollutant/service/cams".

       FD  YOY-REPORT-FILE.
       01  YR-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PH-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-AFH-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-PVH-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CMH-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-YR-FILE-STATUS            PIC X(02) VALUE SPACES.

      *> The comparison window is the last 30 days, held against the

       01  WS-PH-CODE-INDEX             PIC 9(2) VALUE 0.
       01  WS-AFH-ENTRY-INDEX           PIC 9(2) VALUE 0.
       01  WS-DH-ENTRY-INDEX            PIC 9(2) VALUE 0.

      *> One slot per species / per (zone, pollutant) / per (watched
      *> location, pollutant), carrying a sum and a count for each
      *> window so a mean can be derived. WS-YY-KIND is "S" for a
      *> pollen species, "Z" for an Atmo France zone, "V" for a
      *> PREV'AIR location and "C" for a CAMS location; WS-YY-ZONE
      *> holds the code_zone or the "latitude,longitude" label.
       01  C-YOY-MAX-ENTRIES            CONSTANT AS 99.
       01  WS-YOY-COUNT                 PIC 9(2) VALUE 0.
       01  WS-YOY-TABLE.
           05  WS-YY-ENTRY OCCURS 99 TIMES INDEXED BY WS-YY-IDX.
               10  WS-YY-KIND           PIC X(01).
               10  WS-YY-ZONE           PIC X(21).
               10  WS-YY-NAME           PIC X(16).
               10  WS-YY-CUR-SUM        PIC 9(7).
               10  WS-YY-CUR-COUNT      PIC 9(5).
               10  WS-YY-PRIOR-SUM      PIC 9(7).
               10  WS-YY-PRIOR-COUNT    PIC 9(5).
               10  WS-YY-SUSPECT-COUNT  PIC 9(5).

       01  WS-LOOKUP-KIND               PIC X(01) VALUE SPACES.
       01  WS-LOOKUP-ZONE               PIC X(21) VALUE SPACES.
       01  WS-LOOKUP-NAME               PIC X(16) VALUE SPACES.
       01  WS-LOOKUP-VALUE              PIC 9(9) VALUE 0.
      *> The series a reading folds into: the lookup zone, except that
      *> an Atmo France reading on a commune code since retired by a
      *> merger folds into the commune it merged into, so the merged
      *> commune's series runs on across the change. Annotations stay
      *> matched on the code the reading was archived under.
       01  WS-SERIES-ZONE               PIC X(21) VALUE SPACES.
       01  WS-CURRENT-ZONE              PIC X(5) VALUE SPACES.

      *> Operator annotations: INVALID readings are left out of both
      *> windows, SUSPECT ones are counted and footnoted per series.
       COPY reading-annotation-table IN "air-quality/service".
       01  WS-RA-ARCHIVE                PIC X(4) VALUE SPACES.
       01  WS-RA-FLAG                   PIC X(7) VALUE SPACES.
       01  WS-RA-REASON                 PIC X(80) VALUE SPACES.
       01  WS-SUSPECT-DISPLAY           PIC ZZZZ9 VALUE 0.

       01  WS-CUR-MEAN                  PIC 9(3)V9(2) VALUE 0.
       01  WS-PRIOR-MEAN                PIC 9(3)V9(2) VALUE 0.
           05  LS-CDT-YEAR              PIC 9(4).
           05  LS-CDT-MONTH             PIC 9(2).
           05  LS-CDT-DAY               PIC 9(2).
       01  LS-DISPLAY-NAME              PIC X(48) VALUE SPACES.
       01  LS-LANG                      PIC X(2) VALUE "FR".
       01  LS-TREND-TEXT                PIC X(24) VALUE SPACES.
       01  LS-YR-SCRATCH                PIC X(132) VALUE SPACES.

      *> Commune codes already resolved through the succession table
      *> this run, fresh each run so a reloaded table is picked up.
       COPY commune-code-cache IN "geocode/service".

      *> Run record for the shared batch-control journal, so the
      *> /status route can report whether and how this job last ran.
           COMPUTE WS-PRIOR-START-ORD =
               WS-PRIOR-END-ORD - C-WINDOW-DAYS

           CALL "READING-ANNOTATION-LOAD" USING
               BY REFERENCE RAT-TABLE-GRP

           PERFORM READ-POLLEN-HISTORY
           PERFORM READ-ATMO-FRANCE-HISTORY
           PERFORM READ-PREVAIR-HISTORY
           PERFORM READ-CAMS-HISTORY
           PERFORM WRITE-YOY-REPORT

           DISPLAY "Year-over-year report: " WS-YOY-COUNT
                       PERFORM CLASSIFY-RECORD-DATE
                       IF WS-RECORD-WINDOW NOT = "N"
                       THEN
                           CALL "COMMUNE-CURRENT-CODE" USING
                               BY REFERENCE CCC-CACHE-GRP
                               BY REFERENCE AFH-CODE-ZONE
                               BY REFERENCE WS-CURRENT-ZONE
                           PERFORM VARYING WS-AFH-ENTRY-INDEX FROM 1
                               BY 1
                               UNTIL WS-AFH-ENTRY-INDEX > AFH-COUNT

           CLOSE ATMO-FRANCE-HISTORY-FILE.

      *> ===============================================================
      *> PARAGRAPH: READ-PREVAIR-HISTORY
      *> PURPOSE: Fold every in-window daily PREV'AIR record's
      *>          pollutants into the comparison table, keyed by
      *>          (location, pollutant name).
      *> ===============================================================
       READ-PREVAIR-HISTORY.
           OPEN INPUT PREVAIR-DAILY-HISTORY-FILE
           IF WS-PVH-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "Year-over-year: no "
                   "prevair-pollutant-history.dat found"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-PVH-FILE-STATUS = "10"
               READ PREVAIR-DAILY-HISTORY-FILE NEXT
                   AT END
                       MOVE "10" TO WS-PVH-FILE-STATUS
                   NOT AT END
                       MOVE PVH-DATE-STR TO WS-RECORD-DATE-STR
                       PERFORM CLASSIFY-RECORD-DATE
                       IF WS-RECORD-WINDOW NOT = "N"
                       THEN
                           PERFORM VARYING WS-DH-ENTRY-INDEX FROM 1
                               BY 1
                               UNTIL WS-DH-ENTRY-INDEX > PVH-COUNT
                               MOVE "V" TO WS-LOOKUP-KIND
                               MOVE PVH-LOCATION TO WS-LOOKUP-ZONE
                               MOVE PVH-NAME(WS-DH-ENTRY-INDEX)
                                   TO WS-LOOKUP-NAME
                               MOVE PVH-INDEX(WS-DH-ENTRY-INDEX)
                                   TO WS-LOOKUP-VALUE
                               PERFORM FOLD-INTO-YOY-TABLE
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE PREVAIR-DAILY-HISTORY-FILE.

      *> ===============================================================
      *> PARAGRAPH: READ-CAMS-HISTORY
      *> PURPOSE: Same fold over the daily CAMS archive.
      *> ===============================================================
       READ-CAMS-HISTORY.
           OPEN INPUT CAMS-HISTORY-FILE
           IF WS-CMH-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "Year-over-year: no "
                   "cams-pollutant-history.dat found"
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CMH-FILE-STATUS = "10"
               READ CAMS-HISTORY-FILE NEXT
                   AT END
                       MOVE "10" TO WS-CMH-FILE-STATUS
                   NOT AT END
                       MOVE CMH-DATE-STR TO WS-RECORD-DATE-STR
                       PERFORM CLASSIFY-RECORD-DATE
                       IF WS-RECORD-WINDOW NOT = "N"
                       THEN
                           PERFORM VARYING WS-DH-ENTRY-INDEX FROM 1
                               BY 1
                               UNTIL WS-DH-ENTRY-INDEX > CMH-COUNT
                               MOVE "C" TO WS-LOOKUP-KIND
                               MOVE CMH-LOCATION TO WS-LOOKUP-ZONE
                               MOVE CMH-NAME(WS-DH-ENTRY-INDEX)
                                   TO WS-LOOKUP-NAME
                               MOVE CMH-INDEX(WS-DH-ENTRY-INDEX)
                                   TO WS-LOOKUP-VALUE
                               PERFORM FOLD-INTO-YOY-TABLE
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CAMS-HISTORY-FILE.

      *> ===============================================================
      *> PARAGRAPH: FOLD-INTO-YOY-TABLE
      *> PURPOSE: Find (or add) the comparison slot for the lookup key
      *>          and fold WS-LOOKUP-VALUE into the window selected by
      *>          WS-RECORD-WINDOW. A reading an operator has marked
      *>          INVALID is dropped here; a SUSPECT one is folded in
      *>          and counted so the series line can say so.
      *> ===============================================================
       FOLD-INTO-YOY-TABLE.
           EVALUATE WS-LOOKUP-KIND
               WHEN "S"
                   MOVE "POLN" TO WS-RA-ARCHIVE
               WHEN "Z"
                   MOVE "ATMO" TO WS-RA-ARCHIVE
               WHEN "V"
                   MOVE "PREV" TO WS-RA-ARCHIVE
               WHEN OTHER
                   MOVE "CAMS" TO WS-RA-ARCHIVE
           END-EVALUATE
           CALL "READING-ANNOTATION-FIND" USING
               BY REFERENCE RAT-TABLE-GRP
               BY REFERENCE WS-RA-ARCHIVE
               BY REFERENCE WS-RECORD-DATE-STR
               BY REFERENCE WS-LOOKUP-ZONE
               BY REFERENCE WS-LOOKUP-NAME
               BY REFERENCE WS-RA-FLAG
               BY REFERENCE WS-RA-REASON
           IF WS-RA-FLAG = "INVALID"
           THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-LOOKUP-KIND = "Z"
           THEN
               MOVE WS-CURRENT-ZONE TO WS-SERIES-ZONE
           ELSE
               MOVE WS-LOOKUP-ZONE TO WS-SERIES-ZONE
           END-IF

           PERFORM VARYING WS-YY-IDX FROM 1 BY 1
               UNTIL WS-YY-IDX > WS-YOY-COUNT
                   OR (WS-YY-KIND(WS-YY-IDX) = WS-LOOKUP-KIND
                       AND WS-YY-ZONE(WS-YY-IDX) = WS-SERIES-ZONE
                       AND WS-YY-NAME(WS-YY-IDX) = WS-LOOKUP-NAME)
           END-PERFORM

               ADD 1 TO WS-YOY-COUNT
               SET WS-YY-IDX TO WS-YOY-COUNT
               MOVE WS-LOOKUP-KIND TO WS-YY-KIND(WS-YY-IDX)
               MOVE WS-SERIES-ZONE TO WS-YY-ZONE(WS-YY-IDX)
               MOVE WS-LOOKUP-NAME TO WS-YY-NAME(WS-YY-IDX)
               MOVE 0 TO WS-YY-CUR-SUM(WS-YY-IDX)
               MOVE 0 TO WS-YY-CUR-COUNT(WS-YY-IDX)
               MOVE 0 TO WS-YY-PRIOR-SUM(WS-YY-IDX)
               MOVE 0 TO WS-YY-PRIOR-COUNT(WS-YY-IDX)
               MOVE 0 TO WS-YY-SUSPECT-COUNT(WS-YY-IDX)
           END-IF

           IF WS-RA-FLAG = "SUSPECT"
           THEN
               ADD 1 TO WS-YY-SUSPECT-COUNT(WS-YY-IDX)
           END-IF

           IF WS-RECORD-WINDOW = "C"
      *>          against a meaningless zero mean.
      *> ===============================================================
       WRITE-ONE-YOY-LINE.
           MOVE SPACES TO LS-DISPLAY-NAME
           EVALUATE WS-YY-KIND(WS-YY-IDX)
               WHEN "S"
                   CALL "POLLEN-DISPLAY-NAME" USING
                       BY REFERENCE WS-YY-NAME(WS-YY-IDX)
                       BY REFERENCE LS-LANG
                       BY REFERENCE LS-DISPLAY-NAME
               WHEN "V"
                   STRING
                       "PREV'AIR "
                       FUNCTION TRIM(WS-YY-ZONE(WS-YY-IDX)) "/"
                       FUNCTION TRIM(WS-YY-NAME(WS-YY-IDX))
                       INTO LS-DISPLAY-NAME
                   END-STRING
               WHEN "C"
                   STRING
                       "CAMS "
                       FUNCTION TRIM(WS-YY-ZONE(WS-YY-IDX)) "/"
                       FUNCTION TRIM(WS-YY-NAME(WS-YY-IDX))
                       INTO LS-DISPLAY-NAME
                   END-STRING
               WHEN OTHER
                   STRING
                       FUNCTION TRIM(WS-YY-ZONE(WS-YY-IDX)) "/"
                       FUNCTION TRIM(WS-YY-NAME(WS-YY-IDX))
                       INTO LS-DISPLAY-NAME
                   END-STRING
           END-EVALUATE

           MOVE SPACES TO YR-LINE
           EVALUATE TRUE
                       INTO YR-LINE
                   END-STRING
           END-EVALUATE
           IF WS-YY-SUSPECT-COUNT(WS-YY-IDX) > 0
           THEN
               MOVE WS-YY-SUSPECT-COUNT(WS-YY-IDX)
                   TO WS-SUSPECT-DISPLAY
               MOVE YR-LINE TO LS-YR-SCRATCH
               MOVE SPACES TO YR-LINE
               STRING
                   FUNCTION TRIM(LS-YR-SCRATCH TRAILING)
                   " [includes "
                   FUNCTION TRIM(WS-SUSPECT-DISPLAY)
                   " suspect reading(s)]"
                   INTO YR-LINE
               END-STRING
           END-IF
           WRITE YR-LINE.


