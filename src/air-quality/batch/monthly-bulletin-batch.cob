      *> ===============================================================
      *> PROGRAM: MONTHLY-BULLETIN-BATCH
      *> PURPOSE: The printed monthly bulletin for the town hall
      *>          notice board, the council meeting pack and the local
      *>          paper, which someone used to assemble by hand in a
      *>          word processor from the /exports reports. For the
      *>          month just ended it writes one paginated PDF per
      *>          watched location - monthly-bulletin.<id>.pdf - and
      *>          a network overview, monthly-bulletin.pdf, each
      *>          with:
      *>            - the month's daily index calendar, from the
      *>              overall indices in location-ranking.dat;
      *>            - the episode days (index C-EPISODE-FLOOR-LEVEL
      *>              or worse);
      *>            - the pollen season status, from the month's
      *>              pollen-history.dat readings (INVALID readings
      *>              left out, as in the season calendar);
      *>            - the comparison with the same month a year
      *>              earlier;
      *>            - the pollution rose: the month's prevailing wind
      *>              and the wind the episode days came in on, from
      *>              weather-history.dat;
      *>            - the commentary the operator wrote for the month
      *>              in monthly-bulletin-notes.txt.
      *>          The notes file is plain text kept by hand, one line
      *>          per paragraph line: the month (YYYYMM) in columns
      *>          1-6, the location id (or "*" for every bulletin and
      *>          the overview) in columns 8-15, and the text from
      *>          column 17. Any other line - a "#" comment, another
      *>          month's - is ignored. Text is printed in the PDF's
      *>          Latin-1 encoding; the accented letters of UTF-8
      *>          text carry over.
      *>          monthly-bulletin-index.txt lists the month and the
      *>          files written, and is the report the distribution
      *>          lists send (see REPORT-DISTRIBUTION) - its lines
      *>          name each PDF's /exports link, since a
      *>          notification cannot carry the PDF itself; /exports
      *>          serves the PDFs the index names.
      *>          The PDFs are written as plain text (standard fonts,
      *>          hex-encoded cross-reference stream), so they pass
      *>          through /exports byte for byte.
      *>          The bulletin covers last month; a month whose
      *>          bulletin the index already lists is left alone, so
      *>          the job can run daily and the distribution lists
      *>          get it once. Set AQRSS_MONTHLY_PDF_MONTH (YYYYMM)
      *>          to produce, or reproduce, another month's.
      *>          Scheduled from AIR-QUALITY-RSS's main loop on its
      *>          own job slot, and runnable on demand through the
      *>          /admin/jobs routes; not reachable as an HTTP data
      *>          route.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTHLY-BULLETIN-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT POLLEN-HISTORY-FILE ASSIGN TO "pollen-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PH-FILE-STATUS.

           SELECT BULLETIN-NOTES-FILE ASSIGN TO
                   "monthly-bulletin-notes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MN-FILE-STATUS.

           SELECT BULLETIN-INDEX-FILE ASSIGN TO
                   "monthly-bulletin-index.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BI-FILE-STATUS.

           SELECT BULLETIN-PDF-FILE ASSIGN TO DYNAMIC WS-PDF-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BP-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  LOCATION-RANKING-FILE.
       COPY location-ranking IN "air-quality/batch".

       FD  WEATHER-HISTORY-FILE.
       COPY weather-history IN "air-quality/batch".

       FD  POLLEN-HISTORY-FILE.
       COPY pollen-history IN "pollen/service".

       FD  BULLETIN-NOTES-FILE.
       01  MN-RECORD.
           05  MN-MONTH                 PIC X(6).
           05  FILLER                   PIC X(1).
           05  MN-SCOPE                 PIC X(8).
           05  FILLER                   PIC X(1).
           05  MN-TEXT                  PIC X(84).

       FD  BULLETIN-INDEX-FILE.
       01  BI-LINE                      PIC X(132).

       FD  BULLETIN-PDF-FILE.
       01  BP-LINE                      PIC X(256).

       WORKING-STORAGE SECTION.
       01  WS-LR-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-WH-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PH-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-MN-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-BI-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-BP-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PDF-FILENAME              PIC X(40) VALUE SPACES.

       COPY watched-locations IN "air-quality/batch".
      *> Operator annotations, loaded once per run.
       COPY reading-annotation-table IN "air-quality/service".

       LOCAL-STORAGE SECTION.
      *> An episode day is one whose overall index reached this -
      *> "Mauvais" and worse, the pollution rose's elevated floor.
       01  C-EPISODE-FLOOR-LEVEL        CONSTANT AS 4.
      *> Level 0 is no pollen and 1 trace presence, so a species is
      *> in season on the days it reached 2 or more, as in the
      *> season calendar.
       01  C-POLLEN-SEASON-FLOOR        CONSTANT AS 1.
       01  C-CALM-WIND-KMH              CONSTANT AS 5.
       01  C-NOTE-MAX-COUNT             CONSTANT AS 50.
       01  C-DOC-MAX-LINES              CONSTANT AS 200.
      *> Body lines per A4 page at 12-point leading.
       01  C-PAGE-LINES                 CONSTANT AS 56.
       01  C-SPECIES-MAX-COUNT          CONSTANT AS 30.
       01  C-SUMMARY-MAX-COUNT          CONSTANT AS 20.

      *> The month covered, and the same month a year earlier.
       01  LS-CURRENT-DATE-AND-TIME.
           05  LS-CDT-YEAR              PIC 9(4).
           05  LS-CDT-MONTH             PIC 9(2).
           05  LS-CDT-DAY               PIC 9(2).
           05  FILLER                   PIC X(13).
       01  LS-TODAY-TEXT                PIC X(10) VALUE SPACES.
       01  LS-ENV-VALUE                 PIC X(32) VALUE SPACES.
       01  LS-FORCED                    PIC X(01) VALUE "N".
       01  LS-TARGET-YYYYMM             PIC X(6) VALUE SPACES.
       01  LS-TARGET-PARTS REDEFINES LS-TARGET-YYYYMM.
           05  LS-TARGET-YEAR           PIC 9(4).
           05  LS-TARGET-MONTH          PIC 9(2).
       01  LS-MONTH-TAG                 PIC X(7) VALUE SPACES.
       01  LS-MONTH-TITLE               PIC X(20) VALUE SPACES.
       01  LS-PRIOR-TITLE               PIC X(20) VALUE SPACES.
       01  LS-MONTH-FIRST-DATE          PIC 9(8) VALUE 0.
       01  LS-NEXT-FIRST-DATE           PIC 9(8) VALUE 0.
       01  LS-PRIOR-FIRST-DATE          PIC 9(8) VALUE 0.
       01  LS-PRIOR-NEXT-DATE           PIC 9(8) VALUE 0.
       01  LS-DAYS-IN-MONTH             PIC 9(2) VALUE 0.
       01  LS-PRIOR-DAYS-IN-MONTH       PIC 9(2) VALUE 0.
      *> Day 1's weekday, 1 = Monday: INTEGER-OF-DATE counts from
      *> Monday 1601-01-01.
       01  LS-FIRST-WEEKDAY             PIC 9(1) VALUE 0.
       01  LS-WEEKDAY                   PIC 9(1) VALUE 0.
       01  LS-DAY                       PIC 9(2) VALUE 0.
       01  LS-SCAN-DATE                 PIC 9(8) VALUE 0.
       01  LS-DAY-DISPLAY               PIC 9(2) VALUE 0.

       01  LS-MONTH-NAMES.
           05  FILLER                   PIC X(9) VALUE "janvier".
           05  FILLER                   PIC X(9) VALUE "fevrier".
           05  FILLER                   PIC X(9) VALUE "mars".
           05  FILLER                   PIC X(9) VALUE "avril".
           05  FILLER                   PIC X(9) VALUE "mai".
           05  FILLER                   PIC X(9) VALUE "juin".
           05  FILLER                   PIC X(9) VALUE "juillet".
           05  FILLER                   PIC X(9) VALUE "aout".
           05  FILLER                   PIC X(9) VALUE "septembre".
           05  FILLER                   PIC X(9) VALUE "octobre".
           05  FILLER                   PIC X(9) VALUE "novembre".
           05  FILLER                   PIC X(9) VALUE "decembre".
       01  LS-MONTH-NAMES-R REDEFINES LS-MONTH-NAMES.
           05  LS-MONTH-NAME            PIC X(9) OCCURS 12 TIMES.
       01  LS-WEEKDAY-NAMES.
           05  FILLER                   PIC X(3) VALUE "Lun".
           05  FILLER                   PIC X(3) VALUE "Mar".
           05  FILLER                   PIC X(3) VALUE "Mer".
           05  FILLER                   PIC X(3) VALUE "Jeu".
           05  FILLER                   PIC X(3) VALUE "Ven".
           05  FILLER                   PIC X(3) VALUE "Sam".
           05  FILLER                   PIC X(3) VALUE "Dim".
       01  LS-WEEKDAY-NAMES-R REDEFINES LS-WEEKDAY-NAMES.
           05  LS-WEEKDAY-NAME          PIC X(3) OCCURS 7 TIMES.

      *> The location being reported on.
       01  LS-LOC-ID                    PIC X(8) VALUE SPACES.
       01  LS-LOC-KIND                  PIC X(01) VALUE SPACES.
       01  LS-LOC-LABEL                 PIC X(21) VALUE SPACES.
       01  LS-LATITUDE-DEGREES          PIC S9(3)V9(8) VALUE 0.
       01  LS-LONGITUDE-DEGREES         PIC S9(3)V9(8) VALUE 0.
       01  LS-LATITUDE-DISPLAY          PIC -ZZ9.999999.
       01  LS-LONGITUDE-DISPLAY         PIC -ZZ9.999999.

      *> Its month of daily indices (0 = no record that day) and
      *> what they add up to.
       01  LS-DAY-INDEX-TABLE.
           05  LS-DAY-INDEX             PIC 9(1) OCCURS 31 TIMES.
       01  LS-DATA-DAYS                 PIC 9(2) VALUE 0.
       01  LS-INDEX-SUM                 PIC 9(4) VALUE 0.
       01  LS-INDEX-MAX                 PIC 9(1) VALUE 0.
       01  LS-EPISODE-DAYS              PIC 9(2) VALUE 0.
       01  LS-LEVEL-DAYS-TABLE.
           05  LS-LEVEL-DAYS            PIC 9(2) OCCURS 6 TIMES.
       01  LS-LEVEL                     PIC 9(1) VALUE 0.
       01  LS-MEAN-INDEX                PIC 9V9 VALUE 0.
       01  LS-PRIOR-DATA-DAYS           PIC 9(2) VALUE 0.
       01  LS-PRIOR-INDEX-SUM           PIC 9(4) VALUE 0.
       01  LS-PRIOR-EPISODE-DAYS        PIC 9(2) VALUE 0.
       01  LS-PRIOR-MEAN-INDEX          PIC 9V9 VALUE 0.
       01  LS-MEAN-DELTA                PIC S9V9 VALUE 0.
       01  LS-MEAN-DISPLAY              PIC 9.9.
       01  LS-PRIOR-MEAN-DISPLAY        PIC 9.9.
       01  LS-DELTA-DISPLAY             PIC +9.9.
       01  LS-COUNT-DISPLAY             PIC Z9.
       01  LS-COUNT-DISPLAY-2           PIC Z9.
       01  LS-BIG-COUNT-DISPLAY         PIC ZZZ9.

      *> The network's worst index per day, and how many locations
      *> had an episode that day.
       01  LS-NET-DAY-TABLE.
           05  LS-NET-DAY-WORST         PIC 9(1) OCCURS 31 TIMES.
           05  LS-NET-DAY-EPISODES      PIC 9(2) OCCURS 31 TIMES.

      *> The calendar grid's input: one of the day tables above.
       01  LS-GRID-TABLE.
           05  LS-GRID-INDEX            PIC 9(1) OCCURS 31 TIMES.
       01  LS-GRID-POS                  PIC 9(3) VALUE 0.

      *> The month's wind: every observed day, and the episode days,
      *> by 45-degree sector (see POLLUTION-ROSE-BATCH).
       01  LS-SECTOR-NAMES.
           05  FILLER                   PIC X(2) VALUE "N".
           05  FILLER                   PIC X(2) VALUE "NE".
           05  FILLER                   PIC X(2) VALUE "E".
           05  FILLER                   PIC X(2) VALUE "SE".
           05  FILLER                   PIC X(2) VALUE "S".
           05  FILLER                   PIC X(2) VALUE "SW".
           05  FILLER                   PIC X(2) VALUE "W".
           05  FILLER                   PIC X(2) VALUE "NW".
       01  LS-SECTOR-NAMES-R REDEFINES LS-SECTOR-NAMES.
           05  LS-SECTOR-NAME           PIC X(2) OCCURS 8 TIMES.
       01  LS-WIND-TABLE.
           05  LS-WIND-DAYS             PIC 9(2) OCCURS 8 TIMES.
           05  LS-WIND-EPISODE-DAYS     PIC 9(2) OCCURS 8 TIMES.
       01  LS-WIND-OBSERVED-DAYS        PIC 9(2) VALUE 0.
       01  LS-CALM-DAYS                 PIC 9(2) VALUE 0.
       01  LS-CALM-EPISODE-DAYS         PIC 9(2) VALUE 0.
       01  LS-SECTOR                    PIC 9(1) VALUE 0.
       01  LS-SECTOR-WORK               PIC 9(3) VALUE 0.
       01  LS-SECTOR-IDX                PIC 9(1) VALUE 0.
       01  LS-PREVAILING-SECTOR         PIC 9(1) VALUE 0.

      *> The month's pollen, per species.
       01  LS-POLLEN-FILTER             PIC X(21) VALUE SPACES.
       01  LS-POLLEN-RECORDS            PIC 9(5) VALUE 0.
       01  LS-RECORD-DATE               PIC X(10) VALUE SPACES.
       01  LS-PH-CODE-INDEX             PIC 9(2) VALUE 0.
       01  LS-SPECIES-COUNT             PIC 9(2) VALUE 0.
       01  LS-SPECIES-TABLE.
           05  LS-SP-ENTRY OCCURS 30 TIMES.
               10  LS-SP-NAME           PIC X(16).
               10  LS-SP-PEAK-VALUE     PIC 9(1).
               10  LS-SP-SEASON-DAYS    PIC 9(2).
               10  LS-SP-LAST-DAY       PIC X(10).
       01  LS-SP-IDX                    PIC 9(2) VALUE 0.
       01  LS-RA-ARCHIVE                PIC X(4) VALUE "POLN".
       01  LS-RA-FLAG                   PIC X(7) VALUE SPACES.
       01  LS-RA-REASON                 PIC X(80) VALUE SPACES.

      *> The operator's commentary for the month.
       01  LS-NOTE-COUNT                PIC 9(2) VALUE 0.
       01  LS-NOTE-TABLE.
           05  LS-NOTE-ENTRY OCCURS 50 TIMES.
               10  LS-NOTE-SCOPE        PIC X(8).
               10  LS-NOTE-TEXT         PIC X(84).
       01  LS-NOTE-IDX                  PIC 9(2) VALUE 0.
       01  LS-NOTES-SHOWN               PIC 9(2) VALUE 0.

      *> One line per location for the overview's table.
       01  LS-SUMMARY-COUNT             PIC 9(2) VALUE 0.
       01  LS-SUMMARY-TABLE.
           05  LS-SUM-ENTRY OCCURS 20 TIMES.
               10  LS-SUM-LINE          PIC X(90).
       01  LS-SUM-IDX                   PIC 9(2) VALUE 0.

      *> The document being composed: one entry per printed line,
      *> "H" a section heading, "B" body text.
       01  LS-DOC-TITLE                 PIC X(90) VALUE SPACES.
       01  LS-DOC-FOOTER                PIC X(90) VALUE SPACES.
       01  LS-DOC-COUNT                 PIC 9(3) VALUE 0.
       01  LS-DOC-TABLE.
           05  LS-DOC-ENTRY OCCURS 200 TIMES.
               10  LS-DOC-KIND          PIC X(1).
               10  LS-DOC-TEXT          PIC X(90).
       01  LS-DOC-IDX                   PIC 9(3) VALUE 0.
       01  LS-NEW-KIND                  PIC X(1) VALUE "B".
       01  LS-NEW-LINE                  PIC X(90) VALUE SPACES.
       01  LS-LINE-POS                  PIC 9(3) VALUE 1.
       01  LS-INDEX-LABEL               PIC X(20) VALUE SPACES.
       01  LS-LABEL-LEVEL               PIC 9(9) COMP-5 VALUE 0.

      *> The PDF being written: byte offset so far, each object's
      *> offset, and one page's content stream.
       01  LS-PDF-OUT                   PIC X(256) VALUE SPACES.
       01  LS-PDF-OFFSET                PIC 9(9) VALUE 0.
       01  LS-PDF-WRITTEN               PIC X(01) VALUE "N".
       01  LS-OBJ-COUNT                 PIC 9(3) VALUE 0.
       01  LS-OBJ-NUMBER                PIC 9(3) VALUE 0.
       01  LS-OBJ-OFFSET                PIC 9(9) OCCURS 20 TIMES.
       01  LS-OBJ-IDX                   PIC 9(3) VALUE 0.
       01  LS-PAGE-COUNT                PIC 9(2) VALUE 0.
       01  LS-PAGE                      PIC 9(2) VALUE 0.
       01  LS-PAGE-FIRST                PIC 9(3) VALUE 0.
       01  LS-PAGE-LAST                 PIC 9(3) VALUE 0.
       01  LS-STREAM-COUNT              PIC 9(3) VALUE 0.
       01  LS-STREAM-TABLE.
           05  LS-STREAM-LINE           PIC X(256) OCCURS 80 TIMES.
       01  LS-STREAM-IDX                PIC 9(3) VALUE 0.
       01  LS-STREAM-LENGTH             PIC 9(7) VALUE 0.
       01  LS-XREF-OFFSET               PIC 9(9) VALUE 0.
       01  LS-NUM-DISPLAY               PIC Z(8)9.
       01  LS-NUM-DISPLAY-2             PIC Z(8)9.
       01  LS-NUM-DISPLAY-3             PIC Z(8)9.
       01  LS-LINE-LENGTH               PIC 9(3) VALUE 0.

      *> Hex digits of an offset for the cross-reference stream.
       01  C-HEX-DIGITS                 PIC X(16)
               VALUE "0123456789ABCDEF".
       01  LS-HEX-VALUE                 PIC 9(10) VALUE 0.
       01  LS-HEX-TEXT                  PIC X(8) VALUE SPACES.
       01  LS-HEX-POS                   PIC 9(1) VALUE 0.
       01  LS-HEX-DIGIT                 PIC 9(2) VALUE 0.

      *> A line of text as a PDF string literal.
       01  LS-ESC-IN                    PIC X(90) VALUE SPACES.
       01  LS-ESC-OUT                   PIC X(200) VALUE SPACES.
       01  LS-ESC-LENGTH                PIC 9(3) VALUE 0.
       01  LS-ESC-IN-POS                PIC 9(3) VALUE 0.
       01  LS-ESC-OUT-POS               PIC 9(3) VALUE 0.
       01  LS-CHAR-CODE                 PIC 9(3) VALUE 0.
       01  LS-OCTAL-TEXT                PIC X(4) VALUE SPACES.
       01  LS-OCTAL-WORK                PIC 9(3) VALUE 0.

       01  LS-DOCS-WRITTEN              PIC 9(3) VALUE 0.
       01  LS-DOCS-FAILED               PIC 9(3) VALUE 0.
       01  LS-INDEX-LINE                PIC X(132) VALUE SPACES.
       01  LS-INDEX-TABLE.
           05  LS-INDEX-ENTRY           PIC X(132) OCCURS 21 TIMES.
       01  LS-INDEX-COUNT               PIC 9(2) VALUE 0.
       01  LS-INDEX-IDX                 PIC 9(2) VALUE 0.

       COPY batch-control IN "air-quality/batch".

       PROCEDURE DIVISION.

           MOVE "MONTHLY-BULLETIN-BATCH" TO BC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO BC-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE TO LS-CURRENT-DATE-AND-TIME
           STRING
               LS-CDT-YEAR "-" LS-CDT-MONTH "-" LS-CDT-DAY
               DELIMITED BY SIZE
               INTO LS-TODAY-TEXT
           END-STRING

           PERFORM SET-TARGET-MONTH
           IF LS-FORCED NOT = "Y"
           THEN
               PERFORM CHECK-ALREADY-PRODUCED
               IF BC-STATUS = "SKIPPED"
               THEN
                   PERFORM WRITE-BATCH-RUN-RECORD
                   GOBACK
               END-IF
           END-IF

           CALL "LOAD-WATCHED-LOCATIONS" USING
               BY REFERENCE WL-REGISTRY-GRP
           IF WL-LATLONG-COUNT = 0 AND WL-ZONE-COUNT = 0
           THEN
               DISPLAY "Monthly bulletin: no watched locations"
               MOVE "SKIPPED" TO BC-STATUS
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF

           OPEN INPUT LOCATION-RANKING-FILE
           IF WS-LR-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "Monthly bulletin: no location-ranking.dat yet"
               MOVE "SKIPPED" TO BC-STATUS
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF
      *> The weather and pollen archives only add sections; a
      *> bulletin without them says so.
           OPEN INPUT WEATHER-HISTORY-FILE
           OPEN INPUT POLLEN-HISTORY-FILE
           CALL "READING-ANNOTATION-LOAD" USING
               BY REFERENCE RAT-TABLE-GRP
           PERFORM LOAD-MONTH-NOTES

           PERFORM VARYING LS-DAY FROM 1 BY 1 UNTIL LS-DAY > 31
               MOVE 0 TO LS-NET-DAY-WORST(LS-DAY)
               MOVE 0 TO LS-NET-DAY-EPISODES(LS-DAY)
           END-PERFORM
           MOVE 0 TO LS-SUMMARY-COUNT
           MOVE 0 TO LS-INDEX-COUNT

           PERFORM VARYING WL-LATLONG-INDEX FROM 1 BY 1
               UNTIL WL-LATLONG-INDEX > WL-LATLONG-COUNT
               MOVE WL-LATLONG-ID(WL-LATLONG-INDEX) TO LS-LOC-ID
               MOVE "L" TO LS-LOC-KIND
               MOVE FUNCTION NUMVAL(WL-LATITUDE-STR(WL-LATLONG-INDEX))
                   TO LS-LATITUDE-DEGREES
               MOVE FUNCTION NUMVAL(
                   WL-LONGITUDE-STR(WL-LATLONG-INDEX))
                   TO LS-LONGITUDE-DEGREES
               MOVE LS-LATITUDE-DEGREES TO LS-LATITUDE-DISPLAY
               MOVE LS-LONGITUDE-DEGREES TO LS-LONGITUDE-DISPLAY
               MOVE SPACES TO LS-LOC-LABEL
               STRING
                   FUNCTION TRIM(LS-LATITUDE-DISPLAY) ","
                   FUNCTION TRIM(LS-LONGITUDE-DISPLAY)
                   INTO LS-LOC-LABEL
               END-STRING
               PERFORM PRODUCE-LOCATION-BULLETIN
           END-PERFORM
           PERFORM VARYING WL-ZONE-INDEX FROM 1 BY 1
               UNTIL WL-ZONE-INDEX > WL-ZONE-COUNT
               MOVE WL-ZONE-ID(WL-ZONE-INDEX) TO LS-LOC-ID
               MOVE "Z" TO LS-LOC-KIND
               MOVE SPACES TO LS-LOC-LABEL
               PERFORM PRODUCE-LOCATION-BULLETIN
           END-PERFORM

           PERFORM PRODUCE-NETWORK-BULLETIN

           CLOSE LOCATION-RANKING-FILE
           IF WS-WH-FILE-STATUS NOT = "35"
           THEN
               CLOSE WEATHER-HISTORY-FILE
           END-IF
           IF WS-PH-FILE-STATUS NOT = "35"
           THEN
               CLOSE POLLEN-HISTORY-FILE
           END-IF

           PERFORM WRITE-BULLETIN-INDEX

           DISPLAY "Monthly bulletin " LS-MONTH-TAG ": "
               LS-DOCS-WRITTEN " PDF(s) written, " LS-DOCS-FAILED
               " failed"
           MOVE LS-DOCS-WRITTEN TO BC-OK-COUNT
           MOVE LS-DOCS-FAILED TO BC-FAILED-COUNT
           MOVE SPACES TO BC-NOTE
           STRING
               "month " LS-MONTH-TAG
               DELIMITED BY SIZE
               INTO BC-NOTE
           END-STRING
           IF LS-DOCS-WRITTEN = 0
           THEN
               MOVE "FAILED" TO BC-STATUS
           ELSE
               MOVE "OK" TO BC-STATUS
           END-IF
           PERFORM WRITE-BATCH-RUN-RECORD
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: SET-TARGET-MONTH
      *> PURPOSE: The month to report on - AQRSS_MONTHLY_PDF_MONTH when
      *>          set to a valid YYYYMM (LS-FORCED "Y"), last month
      *>          otherwise - and its dates, titles and the same
      *>          month a year earlier.
      *> ===============================================================
       SET-TARGET-MONTH.
           MOVE "N" TO LS-FORCED
           MOVE SPACES TO LS-ENV-VALUE
           ACCEPT LS-ENV-VALUE
               FROM ENVIRONMENT "AQRSS_MONTHLY_PDF_MONTH"
           IF FUNCTION TRIM(LS-ENV-VALUE) NOT = SPACES
           THEN
               IF LS-ENV-VALUE(1:6) IS NUMERIC
                   AND LS-ENV-VALUE(7:1) = SPACE
                   AND LS-ENV-VALUE(5:2) >= "01"
                   AND LS-ENV-VALUE(5:2) <= "12"
                   AND LS-ENV-VALUE(1:4) > "1601"
               THEN
                   MOVE LS-ENV-VALUE(1:6) TO LS-TARGET-YYYYMM
                   MOVE "Y" TO LS-FORCED
               ELSE
                   DISPLAY "WARNING: AQRSS_MONTHLY_PDF_MONTH is not "
                       "YYYYMM, reporting on last month"
               END-IF
           END-IF
           IF LS-FORCED NOT = "Y"
           THEN
               IF LS-CDT-MONTH = 1
               THEN
                   COMPUTE LS-TARGET-YEAR = LS-CDT-YEAR - 1
                   MOVE 12 TO LS-TARGET-MONTH
               ELSE
                   MOVE LS-CDT-YEAR TO LS-TARGET-YEAR
                   COMPUTE LS-TARGET-MONTH = LS-CDT-MONTH - 1
               END-IF
           END-IF

           MOVE SPACES TO LS-MONTH-TAG
           STRING
               LS-TARGET-YEAR "-" LS-TARGET-MONTH
               DELIMITED BY SIZE
               INTO LS-MONTH-TAG
           END-STRING
           COMPUTE LS-MONTH-FIRST-DATE =
               LS-TARGET-YEAR * 10000 + LS-TARGET-MONTH * 100 + 1
           COMPUTE LS-PRIOR-FIRST-DATE = LS-MONTH-FIRST-DATE - 10000
           IF LS-TARGET-MONTH = 12
           THEN
               COMPUTE LS-NEXT-FIRST-DATE =
                   (LS-TARGET-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE LS-NEXT-FIRST-DATE = LS-MONTH-FIRST-DATE + 100
           END-IF
           COMPUTE LS-PRIOR-NEXT-DATE = LS-NEXT-FIRST-DATE - 10000
           COMPUTE LS-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE(LS-NEXT-FIRST-DATE)
               - FUNCTION INTEGER-OF-DATE(LS-MONTH-FIRST-DATE)
           COMPUTE LS-PRIOR-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE(LS-PRIOR-NEXT-DATE)
               - FUNCTION INTEGER-OF-DATE(LS-PRIOR-FIRST-DATE)
           COMPUTE LS-FIRST-WEEKDAY = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(LS-MONTH-FIRST-DATE) - 1, 7)
               + 1

           MOVE SPACES TO LS-MONTH-TITLE
           STRING
               FUNCTION TRIM(LS-MONTH-NAME(LS-TARGET-MONTH)) " "
               LS-TARGET-YEAR
               DELIMITED BY SIZE
               INTO LS-MONTH-TITLE
           END-STRING
           MOVE SPACES TO LS-PRIOR-TITLE
           STRING
               FUNCTION TRIM(LS-MONTH-NAME(LS-TARGET-MONTH)) " "
               LS-PRIOR-FIRST-DATE(1:4)
               DELIMITED BY SIZE
               INTO LS-PRIOR-TITLE
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: CHECK-ALREADY-PRODUCED
      *> PURPOSE: BC-STATUS "SKIPPED" when monthly-bulletin-index.txt
      *>          already heads the target month's bulletin.
      *> ===============================================================
       CHECK-ALREADY-PRODUCED.
           OPEN INPUT BULLETIN-INDEX-FILE
           IF WS-BI-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF
           READ BULLETIN-INDEX-FILE
               AT END
                   MOVE SPACES TO BI-LINE
           END-READ
           CLOSE BULLETIN-INDEX-FILE
           IF BI-LINE(18:7) = LS-MONTH-TAG
           THEN
               DISPLAY "Monthly bulletin: " LS-MONTH-TAG
                   " already produced"
               MOVE "SKIPPED" TO BC-STATUS
               MOVE SPACES TO BC-NOTE
               STRING
                   LS-MONTH-TAG " already produced"
                   DELIMITED BY SIZE
                   INTO BC-NOTE
               END-STRING
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: LOAD-MONTH-NOTES
      *> PURPOSE: The operator's commentary lines for the target month
      *>          from monthly-bulletin-notes.txt, in file order. No
      *>          file means no commentary.
      *> ===============================================================
       LOAD-MONTH-NOTES.
           MOVE 0 TO LS-NOTE-COUNT
           OPEN INPUT BULLETIN-NOTES-FILE
           IF WS-MN-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-MN-FILE-STATUS NOT = "00"
               READ BULLETIN-NOTES-FILE
                   AT END
                       MOVE "10" TO WS-MN-FILE-STATUS
                   NOT AT END
                       IF MN-MONTH = LS-TARGET-YYYYMM
                           AND MN-SCOPE NOT = SPACES
                           AND LS-NOTE-COUNT < C-NOTE-MAX-COUNT
                       THEN
                           ADD 1 TO LS-NOTE-COUNT
                           MOVE MN-SCOPE
                               TO LS-NOTE-SCOPE(LS-NOTE-COUNT)
                           MOVE MN-TEXT
                               TO LS-NOTE-TEXT(LS-NOTE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BULLETIN-NOTES-FILE.

      *> ===============================================================
      *> PARAGRAPH: PRODUCE-LOCATION-BULLETIN
      *> PURPOSE: Gather LS-LOC-ID's month, compose its bulletin and
      *>          write it as monthly-bulletin.<id>.pdf; fold the
      *>          month into the network's day table and summary.
      *> ===============================================================
       PRODUCE-LOCATION-BULLETIN.
           PERFORM GATHER-LOCATION-MONTH
           PERFORM GATHER-PRIOR-YEAR-MONTH
           PERFORM GATHER-LOCATION-WIND
           IF LS-LOC-KIND = "L"
           THEN
               MOVE LS-LOC-LABEL TO LS-POLLEN-FILTER
               PERFORM GATHER-POLLEN-MONTH
           END-IF

           MOVE 0 TO LS-DOC-COUNT
           MOVE SPACES TO LS-DOC-TITLE
           STRING
               "Qualite de l'air - " FUNCTION TRIM(LS-LOC-ID)
               " - bulletin de " FUNCTION TRIM(LS-MONTH-TITLE)
               DELIMITED BY SIZE
               INTO LS-DOC-TITLE
           END-STRING
           MOVE SPACES TO LS-DOC-FOOTER
           STRING
               "Bulletin mensuel " FUNCTION TRIM(LS-LOC-ID) " "
               LS-MONTH-TAG " - edite le " LS-TODAY-TEXT
               DELIMITED BY SIZE
               INTO LS-DOC-FOOTER
           END-STRING

           PERFORM COMPOSE-LOCATION-CALENDAR
           PERFORM COMPOSE-LOCATION-EPISODES
           PERFORM COMPOSE-POLLEN-SECTION
           PERFORM COMPOSE-PRIOR-YEAR-SECTION
           PERFORM COMPOSE-WIND-SECTION
           PERFORM COMPOSE-COMMENTARY-SECTION

           MOVE SPACES TO WS-PDF-FILENAME
           STRING
               "monthly-bulletin." FUNCTION TRIM(LS-LOC-ID) ".pdf"
               DELIMITED BY SIZE
               INTO WS-PDF-FILENAME
           END-STRING
           PERFORM RENDER-PDF-DOCUMENT

           IF LS-PDF-WRITTEN = "Y"
           THEN
               MOVE LS-DATA-DAYS TO LS-COUNT-DISPLAY
               MOVE LS-EPISODE-DAYS TO LS-COUNT-DISPLAY-2
               MOVE SPACES TO LS-INDEX-LINE
               STRING
                   FUNCTION TRIM(WS-PDF-FILENAME) "  "
                   FUNCTION TRIM(LS-LOC-ID) ": "
                   FUNCTION TRIM(LS-COUNT-DISPLAY) " day(s) ranked, "
                   FUNCTION TRIM(LS-COUNT-DISPLAY-2)
                   " episode day(s) - GET /exports/"
                   FUNCTION TRIM(WS-PDF-FILENAME)
                   DELIMITED BY SIZE
                   INTO LS-INDEX-LINE
               END-STRING
               PERFORM ADD-INDEX-LINE
           END-IF

           PERFORM ADD-SUMMARY-LINE.

      *> ===============================================================
      *> PARAGRAPH: GATHER-LOCATION-MONTH
      *> PURPOSE: LS-LOC-ID's overall index for each day of the month
      *>          into LS-DAY-INDEX, its totals, and its share of the
      *>          network's day table.
      *> ===============================================================
       GATHER-LOCATION-MONTH.
           MOVE 0 TO LS-DATA-DAYS
           MOVE 0 TO LS-INDEX-SUM
           MOVE 0 TO LS-INDEX-MAX
           MOVE 0 TO LS-EPISODE-DAYS
           MOVE 0 TO LS-MEAN-INDEX
           PERFORM VARYING LS-LEVEL FROM 1 BY 1 UNTIL LS-LEVEL > 6
               MOVE 0 TO LS-LEVEL-DAYS(LS-LEVEL)
           END-PERFORM
           PERFORM VARYING LS-DAY FROM 1 BY 1 UNTIL LS-DAY > 31
               MOVE 0 TO LS-DAY-INDEX(LS-DAY)
           END-PERFORM

           PERFORM VARYING LS-DAY FROM 1 BY 1
               UNTIL LS-DAY > LS-DAYS-IN-MONTH
               COMPUTE LS-SCAN-DATE = LS-MONTH-FIRST-DATE + LS-DAY - 1
               MOVE LS-SCAN-DATE TO LR-DATE
               MOVE LS-LOC-ID TO LR-LOCATION-ID
               READ LOCATION-RANKING-FILE
               IF WS-LR-FILE-STATUS = "00"
                   AND LR-OVERALL-INDEX >= 1
                   AND LR-OVERALL-INDEX <= 6
               THEN
                   MOVE LR-OVERALL-INDEX TO LS-DAY-INDEX(LS-DAY)
                   ADD 1 TO LS-DATA-DAYS
                   ADD LR-OVERALL-INDEX TO LS-INDEX-SUM
                   ADD 1 TO LS-LEVEL-DAYS(LR-OVERALL-INDEX)
                   IF LR-OVERALL-INDEX > LS-INDEX-MAX
                   THEN
                       MOVE LR-OVERALL-INDEX TO LS-INDEX-MAX
                   END-IF
                   IF LR-OVERALL-INDEX > LS-NET-DAY-WORST(LS-DAY)
                   THEN
                       MOVE LR-OVERALL-INDEX
                           TO LS-NET-DAY-WORST(LS-DAY)
                   END-IF
                   IF LR-OVERALL-INDEX >= C-EPISODE-FLOOR-LEVEL
                   THEN
                       ADD 1 TO LS-EPISODE-DAYS
                       ADD 1 TO LS-NET-DAY-EPISODES(LS-DAY)
                   END-IF
               END-IF
           END-PERFORM
           IF LS-DATA-DAYS > 0
           THEN
               COMPUTE LS-MEAN-INDEX ROUNDED =
                   LS-INDEX-SUM / LS-DATA-DAYS
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: GATHER-PRIOR-YEAR-MONTH
      *> PURPOSE: LS-LOC-ID's totals for the same month a year
      *>          earlier.
      *> ===============================================================
       GATHER-PRIOR-YEAR-MONTH.
           MOVE 0 TO LS-PRIOR-DATA-DAYS
           MOVE 0 TO LS-PRIOR-INDEX-SUM
           MOVE 0 TO LS-PRIOR-EPISODE-DAYS
           MOVE 0 TO LS-PRIOR-MEAN-INDEX
           PERFORM VARYING LS-DAY FROM 1 BY 1
               UNTIL LS-DAY > LS-PRIOR-DAYS-IN-MONTH
               COMPUTE LS-SCAN-DATE = LS-PRIOR-FIRST-DATE + LS-DAY - 1
               MOVE LS-SCAN-DATE TO LR-DATE
               MOVE LS-LOC-ID TO LR-LOCATION-ID
               READ LOCATION-RANKING-FILE
               IF WS-LR-FILE-STATUS = "00"
                   AND LR-OVERALL-INDEX >= 1
                   AND LR-OVERALL-INDEX <= 6
               THEN
                   ADD 1 TO LS-PRIOR-DATA-DAYS
                   ADD LR-OVERALL-INDEX TO LS-PRIOR-INDEX-SUM
                   IF LR-OVERALL-INDEX >= C-EPISODE-FLOOR-LEVEL
                   THEN
                       ADD 1 TO LS-PRIOR-EPISODE-DAYS
                   END-IF
               END-IF
           END-PERFORM
           IF LS-PRIOR-DATA-DAYS > 0
           THEN
               COMPUTE LS-PRIOR-MEAN-INDEX ROUNDED =
                   LS-PRIOR-INDEX-SUM / LS-PRIOR-DATA-DAYS
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: GATHER-LOCATION-WIND
      *> PURPOSE: The month's observed wind at LS-LOC-ID by sector,
      *>          all days and episode days apart. A zone-keyed
      *>          location carries no coordinates, so no weather.
      *> ===============================================================
       GATHER-LOCATION-WIND.
           MOVE 0 TO LS-WIND-OBSERVED-DAYS
           MOVE 0 TO LS-CALM-DAYS
           MOVE 0 TO LS-CALM-EPISODE-DAYS
           PERFORM VARYING LS-SECTOR-IDX FROM 1 BY 1
               UNTIL LS-SECTOR-IDX > 8
               MOVE 0 TO LS-WIND-DAYS(LS-SECTOR-IDX)
               MOVE 0 TO LS-WIND-EPISODE-DAYS(LS-SECTOR-IDX)
           END-PERFORM
           IF LS-LOC-KIND NOT = "L"
               OR WS-WH-FILE-STATUS = "35"
           THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING LS-DAY FROM 1 BY 1
               UNTIL LS-DAY > LS-DAYS-IN-MONTH
               COMPUTE LS-SCAN-DATE = LS-MONTH-FIRST-DATE + LS-DAY - 1
               MOVE LS-SCAN-DATE TO WH-DATE
               MOVE LS-LOC-ID TO WH-LOCATION-ID
               READ WEATHER-HISTORY-FILE
               IF WS-WH-FILE-STATUS = "00"
               THEN
                   PERFORM COUNT-ONE-WIND-DAY
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: COUNT-ONE-WIND-DAY
      *> PURPOSE: Put the weather record just read, for day LS-DAY,
      *>          into its sector (or CALM) - into the episode counts
      *>          too when the day was an episode day.
      *> ===============================================================
       COUNT-ONE-WIND-DAY.
           ADD 1 TO LS-WIND-OBSERVED-DAYS
           IF WH-WIND-SPEED < C-CALM-WIND-KMH
           THEN
               ADD 1 TO LS-CALM-DAYS
               IF LS-DAY-INDEX(LS-DAY) >= C-EPISODE-FLOOR-LEVEL
               THEN
                   ADD 1 TO LS-CALM-EPISODE-DAYS
               END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE LS-SECTOR-WORK =
               FUNCTION MOD(WH-WIND-DIRECTION + 22, 360) / 45
           COMPUTE LS-SECTOR = FUNCTION MOD(LS-SECTOR-WORK, 8) + 1
           ADD 1 TO LS-WIND-DAYS(LS-SECTOR)
           IF LS-DAY-INDEX(LS-DAY) >= C-EPISODE-FLOOR-LEVEL
           THEN
               ADD 1 TO LS-WIND-EPISODE-DAYS(LS-SECTOR)
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: GATHER-POLLEN-MONTH
      *> PURPOSE: Each species' peak level and days in season over
      *>          the month's pollen-history records for the
      *>          coordinate label LS-POLLEN-FILTER (every record
      *>          when it is spaces). INVALID readings are left out.
      *> ===============================================================
       GATHER-POLLEN-MONTH.
           MOVE 0 TO LS-SPECIES-COUNT
           MOVE 0 TO LS-POLLEN-RECORDS
           IF WS-PH-FILE-STATUS = "35"
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO PH-KEY
           MOVE SPACES TO PH-DATE-MAJ
           STRING
               LS-MONTH-TAG "-01"
               DELIMITED BY SIZE
               INTO PH-DATE-MAJ
           END-STRING
           START POLLEN-HISTORY-FILE
               KEY IS GREATER THAN OR EQUAL TO PH-KEY
           END-START
           PERFORM UNTIL WS-PH-FILE-STATUS NOT = "00"
               READ POLLEN-HISTORY-FILE NEXT
                   AT END
                       MOVE "10" TO WS-PH-FILE-STATUS
                   NOT AT END
                       IF PH-DATE-MAJ(1:7) NOT = LS-MONTH-TAG
                       THEN
                           MOVE "10" TO WS-PH-FILE-STATUS
                       ELSE
                           IF LS-POLLEN-FILTER = SPACES
                               OR PH-LOCATION = LS-POLLEN-FILTER
                           THEN
                               PERFORM FOLD-POLLEN-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-PH-FILE-STATUS.

      *> ===============================================================
      *> PARAGRAPH: FOLD-POLLEN-RECORD
      *> PURPOSE: Fold every code on the pollen-history record just
      *>          read into the month's species table.
      *> ===============================================================
       FOLD-POLLEN-RECORD.
           ADD 1 TO LS-POLLEN-RECORDS
           MOVE PH-DATE-MAJ(1:10) TO LS-RECORD-DATE
           PERFORM VARYING LS-PH-CODE-INDEX FROM 1 BY 1
               UNTIL LS-PH-CODE-INDEX > PH-CODE-COUNT
               PERFORM FOLD-POLLEN-CODE
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: FOLD-POLLEN-CODE
      *> PURPOSE: Find (or add) the species slot for the code at
      *>          LS-PH-CODE-INDEX and fold its level in: the peak,
      *>          and one more day in season the first time the day
      *>          is seen above the floor.
      *> ===============================================================
       FOLD-POLLEN-CODE.
           CALL "READING-ANNOTATION-FIND" USING
               BY REFERENCE RAT-TABLE-GRP
               BY REFERENCE LS-RA-ARCHIVE
               BY REFERENCE LS-RECORD-DATE
               BY REFERENCE PH-LOCATION
               BY REFERENCE PH-CODE-NAME(LS-PH-CODE-INDEX)
               BY REFERENCE LS-RA-FLAG
               BY REFERENCE LS-RA-REASON
           IF LS-RA-FLAG = "INVALID"
           THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING LS-SP-IDX FROM 1 BY 1
               UNTIL LS-SP-IDX > LS-SPECIES-COUNT
                   OR LS-SP-NAME(LS-SP-IDX) =
                       PH-CODE-NAME(LS-PH-CODE-INDEX)
               CONTINUE
           END-PERFORM
           IF LS-SP-IDX > LS-SPECIES-COUNT
           THEN
               IF LS-SPECIES-COUNT >= C-SPECIES-MAX-COUNT
               THEN
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO LS-SPECIES-COUNT
               MOVE LS-SPECIES-COUNT TO LS-SP-IDX
               MOVE PH-CODE-NAME(LS-PH-CODE-INDEX)
                   TO LS-SP-NAME(LS-SP-IDX)
               MOVE 0 TO LS-SP-PEAK-VALUE(LS-SP-IDX)
               MOVE 0 TO LS-SP-SEASON-DAYS(LS-SP-IDX)
               MOVE SPACES TO LS-SP-LAST-DAY(LS-SP-IDX)
           END-IF

           IF PH-CODE-VALUE(LS-PH-CODE-INDEX)
               > LS-SP-PEAK-VALUE(LS-SP-IDX)
           THEN
               MOVE PH-CODE-VALUE(LS-PH-CODE-INDEX)
                   TO LS-SP-PEAK-VALUE(LS-SP-IDX)
           END-IF
           IF PH-CODE-VALUE(LS-PH-CODE-INDEX) > C-POLLEN-SEASON-FLOOR
               AND LS-SP-LAST-DAY(LS-SP-IDX) NOT = LS-RECORD-DATE
           THEN
               ADD 1 TO LS-SP-SEASON-DAYS(LS-SP-IDX)
               MOVE LS-RECORD-DATE TO LS-SP-LAST-DAY(LS-SP-IDX)
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: COMPOSE-LOCATION-CALENDAR
      *> PURPOSE: The location's calendar section: the month grid,
      *>          the index legend and the month's figures.
      *> ===============================================================
       COMPOSE-LOCATION-CALENDAR.
           MOVE "H" TO LS-NEW-KIND
           MOVE "Calendrier de l'indice quotidien" TO LS-NEW-LINE
           PERFORM ADD-DOC-LINE
           MOVE LS-DAY-INDEX-TABLE TO LS-GRID-TABLE
           PERFORM COMPOSE-CALENDAR-GRID
           PERFORM COMPOSE-INDEX-LEGEND

           MOVE LS-DATA-DAYS TO LS-COUNT-DISPLAY
           MOVE LS-DAYS-IN-MONTH TO LS-COUNT-DISPLAY-2
           MOVE SPACES TO LS-NEW-LINE
           IF LS-DATA-DAYS = 0
           THEN
               STRING
                   "Aucun indice enregistre ce mois-ci."
                   DELIMITED BY SIZE
                   INTO LS-NEW-LINE
               END-STRING
           ELSE
               MOVE LS-MEAN-INDEX TO LS-MEAN-DISPLAY
               MOVE LS-INDEX-MAX TO LS-LABEL-LEVEL
               CALL "INDEX-LABEL" USING
                   LS-LABEL-LEVEL
                   LS-INDEX-LABEL
               STRING
                   FUNCTION TRIM(LS-COUNT-DISPLAY) " jour(s) sur "
                   FUNCTION TRIM(LS-COUNT-DISPLAY-2)
                   " renseigne(s) - indice moyen " LS-MEAN-DISPLAY
                   " - le plus eleve " LS-INDEX-MAX " ("
                   FUNCTION TRIM(LS-INDEX-LABEL) ")"
                   DELIMITED BY SIZE
                   INTO LS-NEW-LINE
               END-STRING
           END-IF
           PERFORM ADD-DOC-LINE

           IF LS-DATA-DAYS > 0
           THEN
               MOVE SPACES TO LS-NEW-LINE
               MOVE 1 TO LS-LINE-POS
               STRING
                   "Jours par indice :"
                   DELIMITED BY SIZE
                   INTO LS-NEW-LINE
                   WITH POINTER LS-LINE-POS
               END-STRING
               PERFORM VARYING LS-LEVEL FROM 1 BY 1
                   UNTIL LS-LEVEL > 6
                   MOVE LS-LEVEL-DAYS(LS-LEVEL) TO LS-COUNT-DISPLAY
                   STRING
                       "  " LS-LEVEL "="
                       FUNCTION TRIM(LS-COUNT-DISPLAY)
                       DELIMITED BY SIZE
                       INTO LS-NEW-LINE
                       WITH POINTER LS-LINE-POS
                   END-STRING
               END-PERFORM
               PERFORM ADD-DOC-LINE
           END-IF
           PERFORM ADD-BLANK-DOC-LINE.

      *> ===============================================================
      *> PARAGRAPH: COMPOSE-CALENDAR-GRID
      *> PURPOSE: The month as a Monday-first week grid, one cell per
      *>          day showing its LS-GRID-INDEX ("-" for none).
      *> ===============================================================
       COMPOSE-CALENDAR-GRID.
           MOVE SPACES TO LS-NEW-LINE
           PERFORM VARYING LS-WEEKDAY FROM 1 BY 1
               UNTIL LS-WEEKDAY > 7
               COMPUTE LS-GRID-POS = (LS-WEEKDAY - 1) * 7 + 3
               MOVE LS-WEEKDAY-NAME(LS-WEEKDAY)
                   TO LS-NEW-LINE(LS-GRID-POS:3)
           END-PERFORM
           PERFORM ADD-DOC-LINE

           MOVE SPACES TO LS-NEW-LINE
           MOVE LS-FIRST-WEEKDAY TO LS-WEEKDAY
           PERFORM VARYING LS-DAY FROM 1 BY 1
               UNTIL LS-DAY > LS-DAYS-IN-MONTH
               COMPUTE LS-GRID-POS = (LS-WEEKDAY - 1) * 7 + 2
               MOVE LS-DAY TO LS-DAY-DISPLAY
               MOVE LS-DAY-DISPLAY TO LS-NEW-LINE(LS-GRID-POS:2)
               MOVE ":" TO LS-NEW-LINE(LS-GRID-POS + 2:1)
               IF LS-GRID-INDEX(LS-DAY) = 0
               THEN
                   MOVE "-" TO LS-NEW-LINE(LS-GRID-POS + 3:1)
               ELSE
                   MOVE LS-GRID-INDEX(LS-DAY)
                       TO LS-NEW-LINE(LS-GRID-POS + 3:1)
               END-IF
               IF LS-WEEKDAY = 7
                   OR LS-DAY = LS-DAYS-IN-MONTH
               THEN
                   PERFORM ADD-DOC-LINE
                   MOVE 1 TO LS-WEEKDAY
               ELSE
                   ADD 1 TO LS-WEEKDAY
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: COMPOSE-INDEX-LEGEND
      *> PURPOSE: What each index level is called.
      *> ===============================================================
       COMPOSE-INDEX-LEGEND.
           MOVE SPACES TO LS-NEW-LINE
           MOVE 1 TO LS-LINE-POS
           STRING
               "Indice :"
               DELIMITED BY SIZE
               INTO LS-NEW-LINE
               WITH POINTER LS-LINE-POS
           END-STRING
           PERFORM VARYING LS-LEVEL FROM 1 BY 1 UNTIL LS-LEVEL > 6
               MOVE LS-LEVEL TO LS-LABEL-LEVEL
               CALL "INDEX-LABEL" USING
                   LS-LABEL-LEVEL
                   LS-INDEX-LABEL
               STRING
                   " " LS-LEVEL " " FUNCTION TRIM(LS-INDEX-LABEL)
                   DELIMITED BY SIZE
                   INTO LS-NEW-LINE
                   WITH POINTER LS-LINE-POS
               END-STRING
               IF LS-LEVEL < 6
               THEN
                   STRING
                       ","
                       DELIMITED BY SIZE
                       INTO LS-NEW-LINE
                       WITH POINTER LS-LINE-POS
                   END-STRING
               END-IF
           END-PERFORM
           PERFORM ADD-DOC-LINE.

      *> ===============================================================
      *> PARAGRAPH: COMPOSE-LOCATION-EPISODES
      *> PURPOSE: The location's episode days, one line each.
      *> ===============================================================
       COMPOSE-LOCATION-EPISODES.
           MOVE "H" TO LS-NEW-KIND
           MOVE SPACES TO LS-NEW-LINE
           STRING
               "Jours d'episode (indice " C-EPISODE-FLOOR-LEVEL
               " ou plus)"
               DELIMITED BY SIZE
               INTO LS-NEW-LINE
           END-STRING
           PERFORM ADD-DOC-LINE
           IF LS-EPISODE-DAYS = 0
           THEN
               MOVE "Aucun jour d'episode ce mois-ci." TO LS-NEW-LINE
               PERFORM ADD-DOC-LINE
               PERFORM ADD-BLANK-DOC-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE LS-FIRST-WEEKDAY TO LS-WEEKDAY
           PERFORM VARYING LS-DAY FROM 1 BY 1
               UNTIL LS-DAY > LS-DAYS-IN-MONTH
               IF LS-DAY-INDEX(LS-DAY) >= C-EPISODE-FLOOR-LEVEL
               THEN
                   MOVE LS-DAY-INDEX(LS-DAY) TO LS-LABEL-LEVEL
                   CALL "INDEX-LABEL" USING
                       LS-LABEL-LEVEL
                       LS-INDEX-LABEL
                   MOVE LS-DAY TO LS-DAY-DISPLAY
                   MOVE SPACES TO LS-NEW-LINE
                   STRING
                       "  " LS-WEEKDAY-NAME(LS-WEEKDAY) " "
                       LS-DAY-DISPLAY " : indice "
                       LS-DAY-INDEX(LS-DAY) " - "
                       FUNCTION TRIM(LS-INDEX-LABEL)
                       DELIMITED BY SIZE
                       INTO LS-NEW-LINE
                   END-STRING
                   PERFORM ADD-DOC-LINE
               END-IF
               IF LS-WEEKDAY = 7
               THEN
                   MOVE 1 TO LS-WEEKDAY
               ELSE
                   ADD 1 TO LS-WEEKDAY
               END-IF
           END-PERFORM
           PERFORM ADD-BLANK-DOC-LINE.

      *> ===============================================================
      *> PARAGRAPH: COMPOSE-POLLEN-SECTION
      *> PURPOSE: Each species seen this month, in season or not,
      *>          from the species table GATHER-POLLEN-MONTH filled.
      *> ===============================================================
       COMPOSE-POLLEN-SECTION.
           MOVE "H" TO LS-NEW-KIND
           MOVE "Pollens : etat de la saison" TO LS-NEW-LINE
           PERFORM ADD-DOC-LINE
           EVALUATE TRUE
           WHEN LS-LOC-KIND = "Z"
               MOVE "Lieu sans coordonnees : pas de releve "
                   & "pollinique." TO LS-NEW-LINE
               PERFORM ADD-DOC-LINE
           WHEN LS-SPECIES-COUNT = 0
               MOVE "Pas de releve pollinique ce mois-ci."
                   TO LS-NEW-LINE
               PERFORM ADD-DOC-LINE
           WHEN OTHER
               PERFORM VARYING LS-SP-IDX FROM 1 BY 1
                   UNTIL LS-SP-IDX > LS-SPECIES-COUNT
                   MOVE SPACES TO LS-NEW-LINE
                   IF LS-SP-PEAK-VALUE(LS-SP-IDX)
                       > C-POLLEN-SEASON-FLOOR
                   THEN
                       MOVE LS-SP-SEASON-DAYS(LS-SP-IDX)
                           TO LS-COUNT-DISPLAY
                       STRING
                           "  " LS-SP-NAME(LS-SP-IDX)
                           " en saison - niveau maximal "
                           LS-SP-PEAK-VALUE(LS-SP-IDX) ", "
                           FUNCTION TRIM(LS-COUNT-DISPLAY)
                           " jour(s) au-dessus du niveau "
                           C-POLLEN-SEASON-FLOOR
                           DELIMITED BY SIZE
                           INTO LS-NEW-LINE
                       END-STRING
                   ELSE
                       STRING
                           "  " LS-SP-NAME(LS-SP-IDX)
                           " hors saison - niveau maximal "
                           LS-SP-PEAK-VALUE(LS-SP-IDX)
                           DELIMITED BY SIZE
                           INTO LS-NEW-LINE
                       END-STRING
                   END-IF
                   PERFORM ADD-DOC-LINE
               END-PERFORM
           END-EVALUATE
           PERFORM ADD-BLANK-DOC-LINE.

      *> ===============================================================
      *> PARAGRAPH: COMPOSE-PRIOR-YEAR-SECTION
      *> PURPOSE: The month against the same month a year earlier.
      *> ===============================================================
       COMPOSE-PRIOR-YEAR-SECTION.
           MOVE "H" TO LS-NEW-KIND
           MOVE SPACES TO LS-NEW-LINE
           STRING
               "Comparaison avec " FUNCTION TRIM(LS-PRIOR-TITLE)
               DELIMITED BY SIZE
               INTO LS-NEW-LINE
           END-STRING
           PERFORM ADD-DOC-LINE
           MOVE SPACES TO LS-NEW-LINE
           IF LS-PRIOR-DATA-DAYS = 0
               OR LS-DATA-DAYS = 0
           THEN
               STRING
                   "Pas de comparaison possible : aucun indice "
                   "enregistre pour l'un des deux mois."
                   DELIMITED BY SIZE
                   INTO LS-NEW-LINE
               END-STRING
               PERFORM ADD-DOC-LINE
               PERFORM ADD-BLANK-DOC-LINE
               EXIT PARAGRAPH
           END-IF

           COMPUTE LS-MEAN-DELTA = LS-MEAN-INDEX - LS-PRIOR-MEAN-INDEX
           MOVE LS-MEAN-INDEX TO LS-MEAN-DISPLAY
           MOVE LS-PRIOR-MEAN-INDEX TO LS-PRIOR-MEAN-DISPLAY
           MOVE LS-MEAN-DELTA TO LS-DELTA-DISPLAY
           STRING
               "Indice moyen " LS-MEAN-DISPLAY " contre "
               LS-PRIOR-MEAN-DISPLAY " (" LS-DELTA-DISPLAY ")"
               DELIMITED BY SIZE
               INTO LS-NEW-LINE
           END-STRING
           PERFORM ADD-DOC-LINE
           MOVE LS-EPISODE-DAYS TO LS-COUNT-DISPLAY
           MOVE LS-PRIOR-EPISODE-DAYS TO LS-COUNT-DISPLAY-2
           MOVE SPACES TO LS-NEW-LINE
           STRING
               "Jours d'episode " FUNCTION TRIM(LS-COUNT-DISPLAY)
               " contre " FUNCTION TRIM(LS-COUNT-DISPLAY-2)
               DELIMITED BY SIZE
               INTO LS-NEW-LINE
           END-STRING
           PERFORM ADD-DOC-LINE
           MOVE SPACES TO LS-NEW-LINE
           EVALUATE TRUE
           WHEN LS-MEAN-DELTA > 0
               MOVE "L'air a ete en moyenne moins bon que l'an dernier."
                   TO LS-NEW-LINE
           WHEN LS-MEAN-DELTA < 0
               MOVE "L'air a ete en moyenne meilleur que l'an dernier."
                   TO LS-NEW-LINE
           WHEN OTHER
               MOVE "L'air a ete en moyenne comparable a l'an dernier."
                   TO LS-NEW-LINE
           END-EVALUATE
           PERFORM ADD-DOC-LINE
           PERFORM ADD-BLANK-DOC-LINE.

      *> ===============================================================
      *> PARAGRAPH: COMPOSE-WIND-SECTION
      *> PURPOSE: The pollution rose for the month: the prevailing
      *>          wind, and the wind on each episode day by sector.
      *> ===============================================================
       COMPOSE-WIND-SECTION.
           MOVE "H" TO LS-NEW-KIND
           MOVE "Rose de pollution" TO LS-NEW-LINE
           PERFORM ADD-DOC-LINE
           IF LS-LOC-KIND = "Z"
           THEN
               MOVE "Lieu sans coordonnees : pas d'observation "
                   & "meteo." TO LS-NEW-LINE
               PERFORM ADD-DOC-LINE
               PERFORM ADD-BLANK-DOC-LINE
               EXIT PARAGRAPH
           END-IF
           IF LS-WIND-OBSERVED-DAYS = 0
           THEN
               MOVE "Pas d'observation meteo ce mois-ci."
                   TO LS-NEW-LINE
               PERFORM ADD-DOC-LINE
               PERFORM ADD-BLANK-DOC-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO LS-PREVAILING-SECTOR
           PERFORM VARYING LS-SECTOR-IDX FROM 2 BY 1
               UNTIL LS-SECTOR-IDX > 8
               IF LS-WIND-DAYS(LS-SECTOR-IDX)
                   > LS-WIND-DAYS(LS-PREVAILING-SECTOR)
               THEN
                   MOVE LS-SECTOR-IDX TO LS-PREVAILING-SECTOR
               END-IF
           END-PERFORM
           MOVE LS-WIND-OBSERVED-DAYS TO LS-COUNT-DISPLAY-2
           MOVE SPACES TO LS-NEW-LINE
           IF LS-CALM-DAYS >= LS-WIND-DAYS(LS-PREVAILING-SECTOR)
           THEN
               MOVE LS-CALM-DAYS TO LS-COUNT-DISPLAY
               STRING
                   "Vent dominant du mois : calme ("
                   FUNCTION TRIM(LS-COUNT-DISPLAY) " jour(s) sur "
                   FUNCTION TRIM(LS-COUNT-DISPLAY-2) " observes)"
                   DELIMITED BY SIZE
                   INTO LS-NEW-LINE
               END-STRING
           ELSE
               MOVE LS-WIND-DAYS(LS-PREVAILING-SECTOR)
                   TO LS-COUNT-DISPLAY
               STRING
                   "Vent dominant du mois : "
                   FUNCTION TRIM(LS-SECTOR-NAME(LS-PREVAILING-SECTOR))
                   " (" FUNCTION TRIM(LS-COUNT-DISPLAY)
                   " jour(s) sur " FUNCTION TRIM(LS-COUNT-DISPLAY-2)
                   " observes)"
                   DELIMITED BY SIZE
                   INTO LS-NEW-LINE
               END-STRING
           END-IF
           PERFORM ADD-DOC-LINE

           MOVE SPACES TO LS-NEW-LINE
           MOVE 1 TO LS-LINE-POS
           STRING
               "Vent des jours d'episode :"
               DELIMITED BY SIZE
               INTO LS-NEW-LINE
               WITH POINTER LS-LINE-POS
           END-STRING
           PERFORM VARYING LS-SECTOR-IDX FROM 1 BY 1
               UNTIL LS-SECTOR-IDX > 8
               MOVE LS-WIND-EPISODE-DAYS(LS-SECTOR-IDX)
                   TO LS-COUNT-DISPLAY
               STRING
                   " " FUNCTION TRIM(LS-SECTOR-NAME(LS-SECTOR-IDX))
                   "=" FUNCTION TRIM(LS-COUNT-DISPLAY)
                   DELIMITED BY SIZE
                   INTO LS-NEW-LINE
                   WITH POINTER LS-LINE-POS
               END-STRING
           END-PERFORM
           MOVE LS-CALM-EPISODE-DAYS TO LS-COUNT-DISPLAY
           STRING
               " calme=" FUNCTION TRIM(LS-COUNT-DISPLAY)
               DELIMITED BY SIZE
               INTO LS-NEW-LINE
               WITH POINTER LS-LINE-POS
           END-STRING
           PERFORM ADD-DOC-LINE
           PERFORM ADD-BLANK-DOC-LINE.

      *> ===============================================================
      *> PARAGRAPH: COMPOSE-COMMENTARY-SECTION
      *> PURPOSE: The operator's commentary lines for this document:
      *>          those scoped to LS-LOC-ID and the network-wide ("*")
      *>          ones. LS-LOC-ID is spaces for the overview, which
      *>          takes the network-wide lines only.
      *> ===============================================================
       COMPOSE-COMMENTARY-SECTION.
           MOVE "H" TO LS-NEW-KIND
           MOVE "Commentaire" TO LS-NEW-LINE
           PERFORM ADD-DOC-LINE
           MOVE 0 TO LS-NOTES-SHOWN
           PERFORM VARYING LS-NOTE-IDX FROM 1 BY 1
               UNTIL LS-NOTE-IDX > LS-NOTE-COUNT
               IF LS-NOTE-SCOPE(LS-NOTE-IDX) = "*"
                   OR (LS-LOC-ID NOT = SPACES
                       AND LS-NOTE-SCOPE(LS-NOTE-IDX) = LS-LOC-ID)
               THEN
                   MOVE LS-NOTE-TEXT(LS-NOTE-IDX) TO LS-NEW-LINE
                   PERFORM ADD-DOC-LINE
                   ADD 1 TO LS-NOTES-SHOWN
               END-IF
           END-PERFORM
           IF LS-NOTES-SHOWN = 0
           THEN
               MOVE "(pas de commentaire ce mois-ci)" TO LS-NEW-LINE
               PERFORM ADD-DOC-LINE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: ADD-SUMMARY-LINE
      *> PURPOSE: The location's row in the overview's table.
      *> ===============================================================
       ADD-SUMMARY-LINE.
           IF LS-SUMMARY-COUNT >= C-SUMMARY-MAX-COUNT
           THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-SUMMARY-COUNT
           MOVE SPACES TO LS-SUM-LINE(LS-SUMMARY-COUNT)
           MOVE LS-DATA-DAYS TO LS-COUNT-DISPLAY
           MOVE LS-EPISODE-DAYS TO LS-COUNT-DISPLAY-2
           MOVE LS-MEAN-INDEX TO LS-MEAN-DISPLAY
           IF LS-DATA-DAYS = 0
           THEN
               STRING
                   "  " LS-LOC-ID "  " LS-COUNT-DISPLAY
                   "     -        -    -"
                   DELIMITED BY SIZE
                   INTO LS-SUM-LINE(LS-SUMMARY-COUNT)
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF LS-PRIOR-DATA-DAYS = 0
           THEN
               STRING
                   "  " LS-LOC-ID "  " LS-COUNT-DISPLAY
                   "     " LS-MEAN-DISPLAY "      " LS-INDEX-MAX
                   "    " LS-COUNT-DISPLAY-2 "        -"
                   DELIMITED BY SIZE
                   INTO LS-SUM-LINE(LS-SUMMARY-COUNT)
               END-STRING
           ELSE
               MOVE LS-PRIOR-MEAN-INDEX TO LS-PRIOR-MEAN-DISPLAY
               COMPUTE LS-MEAN-DELTA =
                   LS-MEAN-INDEX - LS-PRIOR-MEAN-INDEX
               MOVE LS-MEAN-DELTA TO LS-DELTA-DISPLAY
               STRING
                   "  " LS-LOC-ID "  " LS-COUNT-DISPLAY
                   "     " LS-MEAN-DISPLAY "      " LS-INDEX-MAX
                   "    " LS-COUNT-DISPLAY-2 "        "
                   LS-PRIOR-MEAN-DISPLAY " (" LS-DELTA-DISPLAY ")"
                   DELIMITED BY SIZE
                   INTO LS-SUM-LINE(LS-SUMMARY-COUNT)
               END-STRING
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: PRODUCE-NETWORK-BULLETIN
      *> PURPOSE: The overview, monthly-bulletin.pdf: every location's
      *>          figures side by side, the network calendar (each
      *>          day's worst index across the locations), the
      *>          network's episode days, the pollen season across
      *>          every pollen record, and the network-wide
      *>          commentary.
      *> ===============================================================
       PRODUCE-NETWORK-BULLETIN.
           MOVE 0 TO LS-DOC-COUNT
           MOVE SPACES TO LS-DOC-TITLE
           STRING
               "Qualite de l'air - reseau - bulletin de "
               FUNCTION TRIM(LS-MONTH-TITLE)
               DELIMITED BY SIZE
               INTO LS-DOC-TITLE
           END-STRING
           MOVE SPACES TO LS-DOC-FOOTER
           STRING
               "Bulletin mensuel du reseau " LS-MONTH-TAG
               " - edite le " LS-TODAY-TEXT
               DELIMITED BY SIZE
               INTO LS-DOC-FOOTER
           END-STRING

           MOVE "H" TO LS-NEW-KIND
           MOVE "Synthese par lieu" TO LS-NEW-LINE
           PERFORM ADD-DOC-LINE
           MOVE SPACES TO LS-NEW-LINE
           STRING
               "  Lieu      Jours  Moyenne  Max  Episodes  "
               FUNCTION TRIM(LS-PRIOR-TITLE) " (ecart)"
               DELIMITED BY SIZE
               INTO LS-NEW-LINE
           END-STRING
           PERFORM ADD-DOC-LINE
           PERFORM VARYING LS-SUM-IDX FROM 1 BY 1
               UNTIL LS-SUM-IDX > LS-SUMMARY-COUNT
               MOVE LS-SUM-LINE(LS-SUM-IDX) TO LS-NEW-LINE
               PERFORM ADD-DOC-LINE
           END-PERFORM
           PERFORM ADD-BLANK-DOC-LINE

           MOVE "H" TO LS-NEW-KIND
           MOVE "Calendrier du reseau (indice le plus eleve du jour)"
               TO LS-NEW-LINE
           PERFORM ADD-DOC-LINE
           PERFORM VARYING LS-DAY FROM 1 BY 1 UNTIL LS-DAY > 31
               MOVE LS-NET-DAY-WORST(LS-DAY) TO LS-GRID-INDEX(LS-DAY)
           END-PERFORM
           PERFORM COMPOSE-CALENDAR-GRID
           PERFORM COMPOSE-INDEX-LEGEND
           PERFORM ADD-BLANK-DOC-LINE

           PERFORM COMPOSE-NETWORK-EPISODES

           MOVE SPACES TO LS-LOC-ID
           MOVE "L" TO LS-LOC-KIND
           MOVE SPACES TO LS-POLLEN-FILTER
           PERFORM GATHER-POLLEN-MONTH
           PERFORM COMPOSE-POLLEN-SECTION
           PERFORM COMPOSE-COMMENTARY-SECTION

           MOVE "monthly-bulletin.pdf" TO WS-PDF-FILENAME
           PERFORM RENDER-PDF-DOCUMENT
           IF LS-PDF-WRITTEN = "Y"
           THEN
               MOVE LS-SUMMARY-COUNT TO LS-COUNT-DISPLAY
               MOVE SPACES TO LS-INDEX-LINE
               STRING
                   "monthly-bulletin.pdf  network overview, "
                   FUNCTION TRIM(LS-COUNT-DISPLAY)
                   " location(s) - GET /exports/monthly-bulletin.pdf"
                   DELIMITED BY SIZE
                   INTO LS-INDEX-LINE
               END-STRING
               PERFORM ADD-INDEX-LINE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: COMPOSE-NETWORK-EPISODES
      *> PURPOSE: The days an episode reached any location, with how
      *>          many and how bad.
      *> ===============================================================
       COMPOSE-NETWORK-EPISODES.
           MOVE "H" TO LS-NEW-KIND
           MOVE SPACES TO LS-NEW-LINE
           STRING
               "Jours d'episode sur le reseau (indice "
               C-EPISODE-FLOOR-LEVEL " ou plus)"
               DELIMITED BY SIZE
               INTO LS-NEW-LINE
           END-STRING
           PERFORM ADD-DOC-LINE
           MOVE 0 TO LS-EPISODE-DAYS
           MOVE LS-FIRST-WEEKDAY TO LS-WEEKDAY
           PERFORM VARYING LS-DAY FROM 1 BY 1
               UNTIL LS-DAY > LS-DAYS-IN-MONTH
               IF LS-NET-DAY-EPISODES(LS-DAY) > 0
               THEN
                   ADD 1 TO LS-EPISODE-DAYS
                   MOVE LS-NET-DAY-WORST(LS-DAY) TO LS-LABEL-LEVEL
                   CALL "INDEX-LABEL" USING
                       LS-LABEL-LEVEL
                       LS-INDEX-LABEL
                   MOVE LS-DAY TO LS-DAY-DISPLAY
                   MOVE LS-NET-DAY-EPISODES(LS-DAY) TO LS-COUNT-DISPLAY
                   MOVE SPACES TO LS-NEW-LINE
                   STRING
                       "  " LS-WEEKDAY-NAME(LS-WEEKDAY) " "
                       LS-DAY-DISPLAY " : "
                       FUNCTION TRIM(LS-COUNT-DISPLAY)
                       " lieu(x) - indice le plus eleve "
                       LS-NET-DAY-WORST(LS-DAY) " ("
                       FUNCTION TRIM(LS-INDEX-LABEL) ")"
                       DELIMITED BY SIZE
                       INTO LS-NEW-LINE
                   END-STRING
                   PERFORM ADD-DOC-LINE
               END-IF
               IF LS-WEEKDAY = 7
               THEN
                   MOVE 1 TO LS-WEEKDAY
               ELSE
                   ADD 1 TO LS-WEEKDAY
               END-IF
           END-PERFORM
           IF LS-EPISODE-DAYS = 0
           THEN
               MOVE "Aucun jour d'episode ce mois-ci." TO LS-NEW-LINE
               PERFORM ADD-DOC-LINE
           END-IF
           PERFORM ADD-BLANK-DOC-LINE.

      *> ===============================================================
      *> PARAGRAPH: ADD-DOC-LINE
      *> PURPOSE: Append LS-NEW-LINE, of kind LS-NEW-KIND, to the
      *>          document; the next line is body text again.
      *> ===============================================================
       ADD-DOC-LINE.
           IF LS-DOC-COUNT < C-DOC-MAX-LINES
           THEN
               ADD 1 TO LS-DOC-COUNT
               MOVE LS-NEW-KIND TO LS-DOC-KIND(LS-DOC-COUNT)
               MOVE LS-NEW-LINE TO LS-DOC-TEXT(LS-DOC-COUNT)
           END-IF
           MOVE "B" TO LS-NEW-KIND
           MOVE SPACES TO LS-NEW-LINE.

      *> ===============================================================
      *> PARAGRAPH: ADD-BLANK-DOC-LINE
      *> PURPOSE: Space between two sections.
      *> ===============================================================
       ADD-BLANK-DOC-LINE.
           MOVE SPACES TO LS-NEW-LINE
           PERFORM ADD-DOC-LINE.

      *> ===============================================================
      *> PARAGRAPH: ADD-INDEX-LINE
      *> PURPOSE: Count the PDF just written and keep its line,
      *>          LS-INDEX-LINE, for monthly-bulletin-index.txt.
      *> ===============================================================
       ADD-INDEX-LINE.
           ADD 1 TO LS-DOCS-WRITTEN
           IF LS-INDEX-COUNT < 21
           THEN
               ADD 1 TO LS-INDEX-COUNT
               MOVE LS-INDEX-LINE TO LS-INDEX-ENTRY(LS-INDEX-COUNT)
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: WRITE-BULLETIN-INDEX
      *> PURPOSE: Replace monthly-bulletin-index.txt with this run's:
      *>          the month heading (the line CHECK-ALREADY-PRODUCED
      *>          reads back), then one line per PDF written, its
      *>          file name first - the names /exports will serve.
      *> ===============================================================
       WRITE-BULLETIN-INDEX.
           OPEN OUTPUT BULLETIN-INDEX-FILE
           IF WS-BI-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not write "
                   "monthly-bulletin-index.txt, status "
                   WS-BI-FILE-STATUS
               ADD 1 TO LS-DOCS-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE LS-DOCS-WRITTEN TO LS-BIG-COUNT-DISPLAY
           MOVE SPACES TO BI-LINE
           STRING
               "Bulletin mensuel " LS-MONTH-TAG " - "
               FUNCTION TRIM(LS-BIG-COUNT-DISPLAY)
               " PDF(s), edite le " LS-TODAY-TEXT
               DELIMITED BY SIZE
               INTO BI-LINE
           END-STRING
           WRITE BI-LINE
           PERFORM VARYING LS-INDEX-IDX FROM 1 BY 1
               UNTIL LS-INDEX-IDX > LS-INDEX-COUNT
               MOVE LS-INDEX-ENTRY(LS-INDEX-IDX) TO BI-LINE
               WRITE BI-LINE
           END-PERFORM
           CLOSE BULLETIN-INDEX-FILE.

      *> ===============================================================
      *> PARAGRAPH: RENDER-PDF-DOCUMENT
      *> PURPOSE: Write the composed document to WS-PDF-FILENAME as an
      *>          A4 PDF, C-PAGE-LINES lines a page, each page headed
      *>          by the title and footed by its number and
      *>          LS-DOC-FOOTER. Objects: 1 catalog, 2 page tree,
      *>          3-4 the Courier fonts, then each page and its
      *>          content stream, then the cross-reference stream.
      *>          Every line written is counted into LS-PDF-OFFSET,
      *>          which the cross-reference records for each object.
      *>          LS-PDF-WRITTEN "Y" on success.
      *> ===============================================================
       RENDER-PDF-DOCUMENT.
           MOVE "N" TO LS-PDF-WRITTEN
           COMPUTE LS-PAGE-COUNT =
               (LS-DOC-COUNT + C-PAGE-LINES - 1) / C-PAGE-LINES
           IF LS-PAGE-COUNT = 0
           THEN
               MOVE 1 TO LS-PAGE-COUNT
           END-IF
           COMPUTE LS-OBJ-COUNT = 4 + LS-PAGE-COUNT * 2 + 1

           OPEN OUTPUT BULLETIN-PDF-FILE
           IF WS-BP-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not write "
                   FUNCTION TRIM(WS-PDF-FILENAME) ", status "
                   WS-BP-FILE-STATUS
               ADD 1 TO LS-DOCS-FAILED
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LS-PDF-OFFSET

           MOVE "%PDF-1.5" TO LS-PDF-OUT
           PERFORM EMIT-PDF-LINE

           MOVE 1 TO LS-OBJ-NUMBER
           PERFORM EMIT-OBJECT-HEADER
           MOVE "<< /Type /Catalog /Pages 2 0 R >>" TO LS-PDF-OUT
           PERFORM EMIT-PDF-LINE
           PERFORM EMIT-OBJECT-TRAILER

           MOVE 2 TO LS-OBJ-NUMBER
           PERFORM EMIT-OBJECT-HEADER
           MOVE SPACES TO LS-PDF-OUT
           MOVE 1 TO LS-LINE-POS
           STRING
               "<< /Type /Pages /Kids ["
               DELIMITED BY SIZE
               INTO LS-PDF-OUT
               WITH POINTER LS-LINE-POS
           END-STRING
           PERFORM VARYING LS-PAGE FROM 1 BY 1
               UNTIL LS-PAGE > LS-PAGE-COUNT
               COMPUTE LS-NUM-DISPLAY = 5 + (LS-PAGE - 1) * 2
               STRING
                   " " FUNCTION TRIM(LS-NUM-DISPLAY) " 0 R"
                   DELIMITED BY SIZE
                   INTO LS-PDF-OUT
                   WITH POINTER LS-LINE-POS
               END-STRING
           END-PERFORM
           MOVE LS-PAGE-COUNT TO LS-NUM-DISPLAY
           STRING
               " ] /Count " FUNCTION TRIM(LS-NUM-DISPLAY) " >>"
               DELIMITED BY SIZE
               INTO LS-PDF-OUT
               WITH POINTER LS-LINE-POS
           END-STRING
           PERFORM EMIT-PDF-LINE
           PERFORM EMIT-OBJECT-TRAILER

           MOVE 3 TO LS-OBJ-NUMBER
           PERFORM EMIT-OBJECT-HEADER
           MOVE "<< /Type /Font /Subtype /Type1 /BaseFont /Courier "
               & "/Encoding /WinAnsiEncoding >>" TO LS-PDF-OUT
           PERFORM EMIT-PDF-LINE
           PERFORM EMIT-OBJECT-TRAILER

           MOVE 4 TO LS-OBJ-NUMBER
           PERFORM EMIT-OBJECT-HEADER
           MOVE "<< /Type /Font /Subtype /Type1 /BaseFont "
               & "/Courier-Bold /Encoding /WinAnsiEncoding >>"
               TO LS-PDF-OUT
           PERFORM EMIT-PDF-LINE
           PERFORM EMIT-OBJECT-TRAILER

           PERFORM VARYING LS-PAGE FROM 1 BY 1
               UNTIL LS-PAGE > LS-PAGE-COUNT
               PERFORM EMIT-ONE-PAGE
           END-PERFORM

           PERFORM EMIT-CROSS-REFERENCE
           CLOSE BULLETIN-PDF-FILE
           MOVE "Y" TO LS-PDF-WRITTEN.

      *> ===============================================================
      *> PARAGRAPH: EMIT-ONE-PAGE
      *> PURPOSE: Page LS-PAGE's page object and content stream. The
      *>          stream is built first so its /Length is known: the
      *>          bytes of its lines and the line breaks between them.
      *> ===============================================================
       EMIT-ONE-PAGE.
           COMPUTE LS-PAGE-FIRST = (LS-PAGE - 1) * C-PAGE-LINES + 1
           COMPUTE LS-PAGE-LAST = LS-PAGE * C-PAGE-LINES
           IF LS-PAGE-LAST > LS-DOC-COUNT
           THEN
               MOVE LS-DOC-COUNT TO LS-PAGE-LAST
           END-IF

           MOVE 0 TO LS-STREAM-COUNT
           MOVE "BT /F2 13 Tf 50 800 Td" TO LS-PDF-OUT
           PERFORM ADD-STREAM-LINE
           MOVE LS-DOC-TITLE TO LS-ESC-IN
           PERFORM ESCAPE-PDF-TEXT
           MOVE SPACES TO LS-PDF-OUT
           STRING
               "(" LS-ESC-OUT(1:LS-ESC-OUT-POS) ") Tj ET"
               DELIMITED BY SIZE
               INTO LS-PDF-OUT
           END-STRING
           PERFORM ADD-STREAM-LINE
           MOVE "BT /F1 9 Tf 12 TL 50 772 Td" TO LS-PDF-OUT
           PERFORM ADD-STREAM-LINE
           PERFORM VARYING LS-DOC-IDX FROM LS-PAGE-FIRST BY 1
               UNTIL LS-DOC-IDX > LS-PAGE-LAST
               PERFORM ADD-DOC-STREAM-LINE
           END-PERFORM
           MOVE "ET" TO LS-PDF-OUT
           PERFORM ADD-STREAM-LINE
           MOVE "BT /F1 8 Tf 50 36 Td" TO LS-PDF-OUT
           PERFORM ADD-STREAM-LINE
           MOVE LS-PAGE TO LS-NUM-DISPLAY
           MOVE LS-PAGE-COUNT TO LS-NUM-DISPLAY-2
           MOVE SPACES TO LS-ESC-IN
           STRING
               "Page " FUNCTION TRIM(LS-NUM-DISPLAY) "/"
               FUNCTION TRIM(LS-NUM-DISPLAY-2) " - "
               FUNCTION TRIM(LS-DOC-FOOTER)
               DELIMITED BY SIZE
               INTO LS-ESC-IN
           END-STRING
           PERFORM ESCAPE-PDF-TEXT
           MOVE SPACES TO LS-PDF-OUT
           STRING
               "(" LS-ESC-OUT(1:LS-ESC-OUT-POS) ") Tj ET"
               DELIMITED BY SIZE
               INTO LS-PDF-OUT
           END-STRING
           PERFORM ADD-STREAM-LINE

           COMPUTE LS-OBJ-NUMBER = 5 + (LS-PAGE - 1) * 2
           PERFORM EMIT-OBJECT-HEADER
           COMPUTE LS-NUM-DISPLAY = LS-OBJ-NUMBER + 1
           MOVE SPACES TO LS-PDF-OUT
           STRING
               "<< /Type /Page /Parent 2 0 R "
               "/MediaBox [0 0 595 842] /Resources << /Font "
               "<< /F1 3 0 R /F2 4 0 R >> >> /Contents "
               FUNCTION TRIM(LS-NUM-DISPLAY) " 0 R >>"
               DELIMITED BY SIZE
               INTO LS-PDF-OUT
           END-STRING
           PERFORM EMIT-PDF-LINE
           PERFORM EMIT-OBJECT-TRAILER

           ADD 1 TO LS-OBJ-NUMBER
           PERFORM EMIT-OBJECT-HEADER
           MOVE LS-STREAM-LENGTH TO LS-NUM-DISPLAY
           MOVE SPACES TO LS-PDF-OUT
           STRING
               "<< /Length " FUNCTION TRIM(LS-NUM-DISPLAY) " >>"
               DELIMITED BY SIZE
               INTO LS-PDF-OUT
           END-STRING
           PERFORM EMIT-PDF-LINE
           MOVE "stream" TO LS-PDF-OUT
           PERFORM EMIT-PDF-LINE
           PERFORM VARYING LS-STREAM-IDX FROM 1 BY 1
               UNTIL LS-STREAM-IDX > LS-STREAM-COUNT
               MOVE LS-STREAM-LINE(LS-STREAM-IDX) TO LS-PDF-OUT
               PERFORM EMIT-PDF-LINE
           END-PERFORM
           MOVE "endstream" TO LS-PDF-OUT
           PERFORM EMIT-PDF-LINE
           PERFORM EMIT-OBJECT-TRAILER.

      *> ===============================================================
      *> PARAGRAPH: ADD-DOC-STREAM-LINE
      *> PURPOSE: The text operators for document line LS-DOC-IDX: a
      *>          heading in the bold face, body text in the regular
      *>          one, a blank line just a line feed.
      *> ===============================================================
       ADD-DOC-STREAM-LINE.
           IF LS-DOC-TEXT(LS-DOC-IDX) = SPACES
           THEN
               MOVE "T*" TO LS-PDF-OUT
               PERFORM ADD-STREAM-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE LS-DOC-TEXT(LS-DOC-IDX) TO LS-ESC-IN
           PERFORM ESCAPE-PDF-TEXT
           MOVE SPACES TO LS-PDF-OUT
           IF LS-DOC-KIND(LS-DOC-IDX) = "H"
           THEN
               STRING
                   "/F2 10 Tf (" LS-ESC-OUT(1:LS-ESC-OUT-POS)
                   ") Tj T* /F1 9 Tf"
                   DELIMITED BY SIZE
                   INTO LS-PDF-OUT
               END-STRING
           ELSE
               STRING
                   "(" LS-ESC-OUT(1:LS-ESC-OUT-POS) ") Tj T*"
                   DELIMITED BY SIZE
                   INTO LS-PDF-OUT
               END-STRING
           END-IF
           PERFORM ADD-STREAM-LINE.

      *> ===============================================================
      *> PARAGRAPH: ADD-STREAM-LINE
      *> PURPOSE: Append LS-PDF-OUT to the page's content stream and
      *>          its length (plus the line feed before it, after the
      *>          first line) to LS-STREAM-LENGTH.
      *> ===============================================================
       ADD-STREAM-LINE.
           IF LS-STREAM-COUNT >= 80
           THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-STREAM-COUNT
           MOVE LS-PDF-OUT TO LS-STREAM-LINE(LS-STREAM-COUNT)
           PERFORM MEASURE-PDF-LINE
           IF LS-STREAM-COUNT = 1
           THEN
               MOVE LS-LINE-LENGTH TO LS-STREAM-LENGTH
           ELSE
               COMPUTE LS-STREAM-LENGTH =
                   LS-STREAM-LENGTH + LS-LINE-LENGTH + 1
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: EMIT-CROSS-REFERENCE
      *> PURPOSE: The cross-reference stream - one 7-byte entry per
      *>          object (type, offset, generation), hex encoded so
      *>          the file stays text - and the trailer pointing at
      *>          it. Its /Length counts the hex lines, their line
      *>          feeds and the closing ">".
      *> ===============================================================
       EMIT-CROSS-REFERENCE.
           MOVE LS-OBJ-COUNT TO LS-OBJ-NUMBER
           MOVE LS-PDF-OFFSET TO LS-XREF-OFFSET
           PERFORM EMIT-OBJECT-HEADER
           COMPUTE LS-NUM-DISPLAY = LS-OBJ-COUNT + 1
           COMPUTE LS-NUM-DISPLAY-2 = (LS-OBJ-COUNT + 1) * 15 + 1
           MOVE SPACES TO LS-PDF-OUT
           STRING
               "<< /Type /XRef /Size " FUNCTION TRIM(LS-NUM-DISPLAY)
               " /W [1 4 2] /Root 1 0 R /Filter /ASCIIHexDecode "
               "/Length " FUNCTION TRIM(LS-NUM-DISPLAY-2) " >>"
               DELIMITED BY SIZE
               INTO LS-PDF-OUT
           END-STRING
           PERFORM EMIT-PDF-LINE
           MOVE "stream" TO LS-PDF-OUT
           PERFORM EMIT-PDF-LINE
           MOVE "0000000000FFFF" TO LS-PDF-OUT
           PERFORM EMIT-PDF-LINE
           PERFORM VARYING LS-OBJ-IDX FROM 1 BY 1
               UNTIL LS-OBJ-IDX > LS-OBJ-COUNT
               MOVE LS-OBJ-OFFSET(LS-OBJ-IDX) TO LS-HEX-VALUE
               PERFORM FORMAT-HEX-OFFSET
               MOVE SPACES TO LS-PDF-OUT
               STRING
                   "01" LS-HEX-TEXT "0000"
                   DELIMITED BY SIZE
                   INTO LS-PDF-OUT
               END-STRING
               PERFORM EMIT-PDF-LINE
           END-PERFORM
           MOVE ">" TO LS-PDF-OUT
           PERFORM EMIT-PDF-LINE
           MOVE "endstream" TO LS-PDF-OUT
           PERFORM EMIT-PDF-LINE
           PERFORM EMIT-OBJECT-TRAILER
           MOVE "startxref" TO LS-PDF-OUT
           PERFORM EMIT-PDF-LINE
           MOVE LS-XREF-OFFSET TO LS-NUM-DISPLAY
           MOVE FUNCTION TRIM(LS-NUM-DISPLAY) TO LS-PDF-OUT
           PERFORM EMIT-PDF-LINE
           MOVE "%%EOF" TO LS-PDF-OUT
           PERFORM EMIT-PDF-LINE.

      *> ===============================================================
      *> PARAGRAPH: EMIT-OBJECT-HEADER
      *> PURPOSE: Record object LS-OBJ-NUMBER's offset and open it.
      *> ===============================================================
       EMIT-OBJECT-HEADER.
           MOVE LS-PDF-OFFSET TO LS-OBJ-OFFSET(LS-OBJ-NUMBER)
           MOVE LS-OBJ-NUMBER TO LS-NUM-DISPLAY-3
           MOVE SPACES TO LS-PDF-OUT
           STRING
               FUNCTION TRIM(LS-NUM-DISPLAY-3) " 0 obj"
               DELIMITED BY SIZE
               INTO LS-PDF-OUT
           END-STRING
           PERFORM EMIT-PDF-LINE.

      *> ===============================================================
      *> PARAGRAPH: EMIT-OBJECT-TRAILER
      *> PURPOSE: Close the current object.
      *> ===============================================================
       EMIT-OBJECT-TRAILER.
           MOVE "endobj" TO LS-PDF-OUT
           PERFORM EMIT-PDF-LINE.

      *> ===============================================================
      *> PARAGRAPH: EMIT-PDF-LINE
      *> PURPOSE: Write LS-PDF-OUT to the PDF and count its bytes and
      *>          line feed into LS-PDF-OFFSET. No line the writer
      *>          produces ends in a space, so the line as written is
      *>          exactly the line as counted.
      *> ===============================================================
       EMIT-PDF-LINE.
           MOVE LS-PDF-OUT TO BP-LINE
           WRITE BP-LINE
           PERFORM MEASURE-PDF-LINE
           COMPUTE LS-PDF-OFFSET = LS-PDF-OFFSET + LS-LINE-LENGTH + 1.

      *> ===============================================================
      *> PARAGRAPH: MEASURE-PDF-LINE
      *> PURPOSE: LS-PDF-OUT's length up to its last non-space, into
      *>          LS-LINE-LENGTH.
      *> ===============================================================
       MEASURE-PDF-LINE.
           MOVE 0 TO LS-LINE-LENGTH
           IF LS-PDF-OUT NOT = SPACES
           THEN
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(LS-PDF-OUT, TRAILING))
                   TO LS-LINE-LENGTH
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: FORMAT-HEX-OFFSET
      *> PURPOSE: LS-HEX-VALUE as eight upper-case hex digits into
      *>          LS-HEX-TEXT.
      *> ===============================================================
       FORMAT-HEX-OFFSET.
           MOVE "00000000" TO LS-HEX-TEXT
           PERFORM VARYING LS-HEX-POS FROM 8 BY -1
               UNTIL LS-HEX-POS < 1
               DIVIDE LS-HEX-VALUE BY 16 GIVING LS-HEX-VALUE
                   REMAINDER LS-HEX-DIGIT
               MOVE C-HEX-DIGITS(LS-HEX-DIGIT + 1:1)
                   TO LS-HEX-TEXT(LS-HEX-POS:1)
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: ESCAPE-PDF-TEXT
      *> PURPOSE: LS-ESC-IN (trailing spaces dropped) as the inside of
      *>          a PDF string literal in LS-ESC-OUT, its length in
      *>          LS-ESC-OUT-POS: parentheses and backslashes escaped,
      *>          UTF-8 Latin-1 letters (two bytes led by X"C2" or
      *>          X"C3") turned into the one-byte WinAnsi code the
      *>          fonts use, written as an octal escape, and anything
      *>          else outside printable ASCII shown as "?".
      *> ===============================================================
       ESCAPE-PDF-TEXT.
           MOVE SPACES TO LS-ESC-OUT
           MOVE 0 TO LS-ESC-OUT-POS
           MOVE 0 TO LS-ESC-LENGTH
           IF LS-ESC-IN NOT = SPACES
           THEN
               MOVE FUNCTION LENGTH(FUNCTION TRIM(LS-ESC-IN, TRAILING))
                   TO LS-ESC-LENGTH
           END-IF
           MOVE 1 TO LS-ESC-IN-POS
           PERFORM UNTIL LS-ESC-IN-POS > LS-ESC-LENGTH
               OR LS-ESC-OUT-POS > 195
               COMPUTE LS-CHAR-CODE =
                   FUNCTION ORD(LS-ESC-IN(LS-ESC-IN-POS:1)) - 1
               EVALUATE TRUE
               WHEN LS-ESC-IN(LS-ESC-IN-POS:1) = "("
               WHEN LS-ESC-IN(LS-ESC-IN-POS:1) = ")"
               WHEN LS-ESC-IN(LS-ESC-IN-POS:1) = "\"
                   ADD 1 TO LS-ESC-OUT-POS
                   MOVE "\" TO LS-ESC-OUT(LS-ESC-OUT-POS:1)
                   ADD 1 TO LS-ESC-OUT-POS
                   MOVE LS-ESC-IN(LS-ESC-IN-POS:1)
                       TO LS-ESC-OUT(LS-ESC-OUT-POS:1)
               WHEN (LS-CHAR-CODE = 194 OR LS-CHAR-CODE = 195)
                   AND LS-ESC-IN-POS < LS-ESC-LENGTH
                   ADD 1 TO LS-ESC-IN-POS
                   IF LS-CHAR-CODE = 195
                   THEN
                       COMPUTE LS-CHAR-CODE = FUNCTION ORD(
                           LS-ESC-IN(LS-ESC-IN-POS:1)) - 1 + 64
                   ELSE
                       COMPUTE LS-CHAR-CODE = FUNCTION ORD(
                           LS-ESC-IN(LS-ESC-IN-POS:1)) - 1
                   END-IF
                   PERFORM FORMAT-OCTAL-ESCAPE
                   MOVE LS-OCTAL-TEXT
                       TO LS-ESC-OUT(LS-ESC-OUT-POS + 1:4)
                   ADD 4 TO LS-ESC-OUT-POS
               WHEN LS-CHAR-CODE < 32
               WHEN LS-CHAR-CODE > 126
                   ADD 1 TO LS-ESC-OUT-POS
                   MOVE "?" TO LS-ESC-OUT(LS-ESC-OUT-POS:1)
               WHEN OTHER
                   ADD 1 TO LS-ESC-OUT-POS
                   MOVE LS-ESC-IN(LS-ESC-IN-POS:1)
                       TO LS-ESC-OUT(LS-ESC-OUT-POS:1)
               END-EVALUATE
               ADD 1 TO LS-ESC-IN-POS
           END-PERFORM
           IF LS-ESC-OUT-POS = 0
           THEN
               MOVE 1 TO LS-ESC-OUT-POS
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: FORMAT-OCTAL-ESCAPE
      *> PURPOSE: LS-CHAR-CODE as a PDF octal escape ("\351") into
      *>          LS-OCTAL-TEXT.
      *> ===============================================================
       FORMAT-OCTAL-ESCAPE.
           MOVE "\000" TO LS-OCTAL-TEXT
           DIVIDE LS-CHAR-CODE BY 64 GIVING LS-OCTAL-WORK
           MOVE LS-OCTAL-WORK TO LS-HEX-DIGIT
           MOVE C-HEX-DIGITS(LS-HEX-DIGIT + 1:1) TO LS-OCTAL-TEXT(2:1)
           COMPUTE LS-OCTAL-WORK = FUNCTION MOD(LS-CHAR-CODE, 64) / 8
           MOVE LS-OCTAL-WORK TO LS-HEX-DIGIT
           MOVE C-HEX-DIGITS(LS-HEX-DIGIT + 1:1) TO LS-OCTAL-TEXT(3:1)
           COMPUTE LS-HEX-DIGIT = FUNCTION MOD(LS-CHAR-CODE, 8)
           MOVE C-HEX-DIGITS(LS-HEX-DIGIT + 1:1) TO LS-OCTAL-TEXT(4:1).

      *> ===============================================================
      *> PARAGRAPH: WRITE-BATCH-RUN-RECORD
      *> PURPOSE: Append this run's record to the shared batch-control
      *>          journal for the /status route.
      *> ===============================================================
       WRITE-BATCH-RUN-RECORD.
           MOVE FUNCTION CURRENT-DATE TO BC-END-TIMESTAMP
           CALL "BATCH-RUN-RECORD" USING
               BY REFERENCE BC-RECORD.

       END PROGRAM MONTHLY-BULLETIN-BATCH.
