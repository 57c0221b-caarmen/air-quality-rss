      *> ===============================================================
      *> PROGRAM: HEALTH-IMPACT-BATCH
      *> PURPOSE: Set the regional health agency's daily asthma and
      *>          respiratory emergency admissions beside our
      *>          archives, so the agency can judge whether the
      *>          index, the pollen levels and the heat days we
      *>          publish have any predictive value for its
      *>          emergency departments.
      *>          Import: when the agency's file is present
      *>          (health-admissions.csv, one
      *>          date;departement;admissions line per departement and
      *>          day, the date as YYYY-MM-DD or DD/MM/YYYY, the
      *>          departement as its two-character code; the header
      *>          and any malformed line are skipped) every line is
      *>          filed in the indexed admissions archive (see
      *>          health-admission), a day already on file being
      *>          replaced by the new count.
      *>          Report: over the two years to today, each
      *>          departement's admission days are lined up against
      *>          what was archived for the departement on the same
      *>          day and on each of the three days before (lags 0 to
      *>          3):
      *>            - the Atmo France index, as the worst level
      *>              archived that day for any of its zones (the
      *>              per-day rows HISTORY-COMPACTION-BATCH folded out
      *>              of the raw archive count as well);
      *>            - each pollen species at level 3 or more at a
      *>              watched latitude/longitude location in it;
      *>            - heat/vigilance days: a watched location in it
      *>              at AQRSS_HEALTH_HEAT_C degrees or more (default
      *>              30) in the weather archive, or a Meteo-France
      *>              vigilance warning in force.
      *>          health-impact-report.txt gives, per departement and
      *>          for all of them together, the relative increase in
      *>          admissions on the days each exposure preceded by
      *>          the lag, against the departement's mean, per index
      *>          level, per pollen species, and per season against
      *>          the season's own mean - so winter's respiratory
      *>          peak is not read as an air quality effect.
      *>          A watched location belongs to the departement of
      *>          the nearest commune in the offline commune
      *>          reference.
      *>          The vigilance feed is not archived anywhere else,
      *>          so each run stamps today's warning, per departement
      *>          the agency reports on, into the admissions archive
      *>          for the runs to come.
      *>          The report carries health data, however anonymised:
      *>          it is served through /exports to HEALTH keys only
      *>          (see EXPORTS-SERVICE), never on the other keys'
      *>          lists.
      *>          Scheduled from AIR-QUALITY-RSS's main loop on its
      *>          own job slot, and runnable on demand through the
      *>          /admin/jobs routes; not reachable as an HTTP data
      *>          route.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HEALTH-IMPACT-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HEALTH-CSV-FILE ASSIGN TO "health-admissions.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.

           SELECT HEALTH-ADMISSION-FILE ASSIGN TO
                   "health-admissions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HA-KEY
               FILE STATUS IS WS-HA-FILE-STATUS.

           SELECT COMMUNE-REFERENCE-FILE ASSIGN TO
                   "commune-reference.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-NAME-KEY
               FILE STATUS IS WS-CR-FILE-STATUS.

           SELECT ATMO-FRANCE-HISTORY-FILE ASSIGN TO
                   "atmo-france-pollutant-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFH-KEY
               FILE STATUS IS WS-AFH-FILE-STATUS.

           SELECT ATMO-FRANCE-AGGREGATE-FILE ASSIGN TO
                   "atmo-france-history-aggregate.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AFA-FILE-STATUS.

           SELECT POLLEN-HISTORY-FILE ASSIGN TO "pollen-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PH-FILE-STATUS.

           SELECT WEATHER-HISTORY-FILE ASSIGN TO
                   "weather-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WH-KEY
               FILE STATUS IS WS-WH-FILE-STATUS.

           SELECT HEALTH-REPORT-FILE ASSIGN TO
                   "health-impact-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HR-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  HEALTH-CSV-FILE.
       01  CSV-LINE                     PIC X(200).

       FD  HEALTH-ADMISSION-FILE.
       COPY health-admission IN "air-quality/batch".

       FD  COMMUNE-REFERENCE-FILE.
       COPY commune-reference IN "geocode/service".

       FD  ATMO-FRANCE-HISTORY-FILE.
       COPY pollutant-history IN "pollutant/service/atmo-france".

       FD  ATMO-FRANCE-AGGREGATE-FILE.
       COPY atmo-france-history-aggregate IN "air-quality/batch".

       FD  POLLEN-HISTORY-FILE.
       COPY pollen-history IN "pollen/service".

       FD  WEATHER-HISTORY-FILE.
       COPY weather-history IN "air-quality/batch".

       FD  HEALTH-REPORT-FILE.
       01  HR-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CSV-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-HA-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CR-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-AFH-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-AFA-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-PH-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-WH-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-HR-FILE-STATUS            PIC X(02) VALUE SPACES.
      *> The layout this program was compiled against (see
      *> AQRSS-LAYOUT-VERSION).
       01  C-HA-FILE-NAME               PIC X(40)
               VALUE "health-admissions.dat".
       01  C-HA-LAYOUT-VERSION          PIC 9(3) VALUE 1.

      *> The window: two years of admission days to today, plus the
      *> three days before the first of them for the longest lag.
      *> Cell 1 of the day grid is the window's first day, the last
      *> cell today.
       01  C-WINDOW-DAYS                CONSTANT AS 730.
       01  C-MAX-LAG                    CONSTANT AS 3.
       01  C-DAY-CELLS                  CONSTANT AS 734.
       01  C-FIRST-ADMISSION-CELL       CONSTANT AS 4.
      *> A pollen species counts as elevated at or above this level
      *> (pollen levels run 0 to 5), the index as degraded or worse
      *> at or above this one (1 good to 6 extremely poor).
       01  C-ELEVATED-POLLEN            PIC X(1) VALUE "3".
       01  C-DEGRADED-LEVEL             CONSTANT AS 3.
      *> A relative increase over fewer days than this is noise and
      *> reads n/a.
       01  C-MIN-CELL-DAYS              CONSTANT AS 5.
      *> A watched location further than this from every commune of
      *> the reference is in no departement.
       01  C-COMMUNE-MAX-KM             CONSTANT AS 20.
       01  C-PI                         CONSTANT AS 3.14159265.

      *> The departements the agency reports on, as met in the
      *> admissions archive; the slot after the last
      *> (C-ALL-DEPARTEMENTS-SLOT) sums them all together.
       01  C-DEPARTEMENT-MAX-COUNT      CONSTANT AS 20.
       01  C-ALL-DEPARTEMENTS-SLOT      CONSTANT AS 21.
       01  WS-DEPARTEMENT-COUNT         PIC 9(2) VALUE 0.
       01  WS-DEPARTEMENT-TABLE.
           05  WS-DP-CODE OCCURS 20 TIMES PIC X(2).
       01  WS-DP-SLOT                   PIC 9(2) COMP VALUE 0.
       01  WS-FIND-DEPARTEMENT          PIC X(2) VALUE SPACES.
       01  WS-DEPARTEMENTS-DROPPED      PIC 9(5) VALUE 0.

      *> The pollen species met in the archive, in order of first
      *> appearance; a species' slot is its column in WS-GD-POLLEN.
       01  C-SPECIES-MAX-COUNT          CONSTANT AS 30.
       01  WS-SPECIES-COUNT             PIC 9(2) VALUE 0.
       01  WS-SPECIES-TABLE.
           05  WS-SP-NAME OCCURS 30 TIMES PIC X(16).
       01  WS-SP-SLOT                   PIC 9(2) COMP VALUE 0.

      *> The watched latitude/longitude locations, with the
      *> archives' "latitude,longitude" label and the departement
      *> of their nearest commune.
       01  WS-LOCATION-COUNT            PIC 9(2) VALUE 0.
       01  WS-LOCATION-TABLE.
           05  WS-LC-ENTRY OCCURS 10 TIMES INDEXED BY WS-LC-IDX.
               10  WS-LC-ID             PIC X(8).
               10  WS-LC-LABEL          PIC X(21).
               10  WS-LC-LATITUDE       PIC S9(3)V9(8).
               10  WS-LC-LONGITUDE      PIC S9(3)V9(8).
               10  WS-LC-COS-LATITUDE   USAGE COMP-2.
               10  WS-LC-BEST-SQUARE    USAGE COMP-2.
               10  WS-LC-BEST-SET       PIC X(1).
               10  WS-LC-BEST-INSEE     PIC X(5).
               10  WS-LC-BEST-LATITUDE  PIC S9(3)V9(8).
               10  WS-LC-BEST-LONGITUDE PIC S9(3)V9(8).
               10  WS-LC-DEPARTEMENT    PIC X(2).
               10  WS-LC-DP-SLOT        PIC 9(2).

      *> One cell per (day of the window, departement): the day's
      *> admissions and what was archived for the departement that
      *> day. WS-GD-POLLEN holds one level digit per species slot,
      *> a space where the species was not archived.
       01  WS-DAY-GRID.
           05  WS-GD-DAY OCCURS 734 TIMES.
               10  WS-GD-SEASON         PIC 9(1).
               10  WS-GD-CELL OCCURS 20 TIMES.
                   15  WS-GD-HAS-ADMISSIONS PIC X(1).
                   15  WS-GD-ADMISSIONS PIC 9(5) COMP-3.
                   15  WS-GD-LEVEL      PIC 9(1).
                   15  WS-GD-HEAT       PIC X(1).
                   15  WS-GD-POLLEN     PIC X(30).
       01  WS-CELL-IDX                  PIC 9(3) COMP VALUE 0.
       01  WS-EXPOSURE-IDX              PIC 9(3) COMP VALUE 0.
       01  WS-CELL-DATE-STR             PIC X(10) VALUE SPACES.
       01  WS-CELL-YYYYMMDD             PIC 9(8) VALUE 0.
       01  WS-CELL-ORD                  PIC S9(9) COMP-5 VALUE 0.

      *> The tallies, per departement slot. A category row is one
      *> index level (1-6), the heat/vigilance days (7), or one
      *> pollen species (7 + its slot); a season row one of the
      *> three season groups: the index degraded or worse, any
      *> species elevated, heat/vigilance. Each holds, per lag, the
      *> admission days the exposure preceded and the sum of their
      *> admissions as a ratio to the mean they are measured
      *> against - floating point, as the ratios are fractional.
       01  C-CATEGORY-COUNT             CONSTANT AS 37.
       01  C-HEAT-CATEGORY              CONSTANT AS 7.
       01  WS-TALLY-TABLE.
           05  WS-TY-SLOT OCCURS 21 TIMES.
               10  WS-TY-DAYS           PIC 9(5) COMP.
               10  WS-TY-SUM            PIC 9(9) COMP.
               10  WS-TY-SEASON OCCURS 4 TIMES.
                   15  WS-TS-DAYS       PIC 9(5) COMP.
                   15  WS-TS-SUM        PIC 9(9) COMP.
                   15  WS-TS-GROUP OCCURS 3 TIMES.
                       20  WS-TSG-LAG OCCURS 4 TIMES.
                           25  WS-TSG-DAYS PIC 9(5) COMP.
                           25  WS-TSG-RATIO-SUM USAGE COMP-2.
               10  WS-TY-CATEGORY OCCURS 37 TIMES.
                   15  WS-TC-LAG OCCURS 4 TIMES.
                       20  WS-TCL-DAYS  PIC 9(5) COMP.
                       20  WS-TCL-RATIO-SUM USAGE COMP-2.
       01  WS-TY-IDX                    PIC 9(2) COMP VALUE 0.
       01  WS-CATEGORY-IDX              PIC 9(2) COMP VALUE 0.
       01  WS-SEASON-IDX                PIC 9(1) VALUE 0.
       01  WS-GROUP-IDX                 PIC 9(1) VALUE 0.
       01  WS-LAG                       PIC 9(1) VALUE 0.
       01  WS-LAG-SLOT                  PIC 9(1) VALUE 0.

       COPY watched-locations IN "air-quality/batch".

       LOCAL-STORAGE SECTION.
       01  LS-CURRENT-TIMESTAMP         PIC X(21) VALUE SPACES.
       01  LS-TODAY-ISO                 PIC X(10) VALUE SPACES.
       01  LS-TODAY-YYYYMMDD            PIC 9(8) VALUE 0.
       01  LS-TODAY-ORD                 PIC S9(9) COMP-5 VALUE 0.
       01  LS-WINDOW-START-ORD          PIC S9(9) COMP-5 VALUE 0.
       01  LS-WINDOW-START-YYYYMMDD     PIC 9(8) VALUE 0.
       01  LS-WINDOW-START-ISO          PIC X(10) VALUE SPACES.
       01  LS-ENV-VALUE                 PIC X(32) VALUE SPACES.
       01  LS-HEAT-C                    PIC S9(3)V9(1) VALUE 30.
       01  LS-VIGILANCE-URL             PIC X(200) VALUE SPACES.

      *> One line of the agency's file.
       01  LS-CSV-DATE                  PIC X(20) VALUE SPACES.
       01  LS-CSV-DEPARTEMENT           PIC X(20) VALUE SPACES.
       01  LS-CSV-ADMISSIONS            PIC X(20) VALUE SPACES.
       01  LS-IMPORT-DATE               PIC X(10) VALUE SPACES.
       01  LS-IMPORT-DEPARTEMENT        PIC X(2) VALUE SPACES.
       01  LS-IMPORT-ADMISSIONS         PIC 9(5) VALUE 0.
       01  LS-IMPORTED-COUNT            PIC 9(6) VALUE 0.
       01  LS-REPLACED-COUNT            PIC 9(6) VALUE 0.
       01  LS-REJECTED-COUNT            PIC 9(6) VALUE 0.
       01  LS-FAILED-COUNT              PIC 9(6) VALUE 0.
       01  LS-ADMISSION-DAYS            PIC 9(6) VALUE 0.

      *> The commune scan.
       01  LS-LABEL-LATITUDE            PIC S9(3)V9(6).
       01  LS-LABEL-LONGITUDE           PIC S9(3)V9(6).
       01  LS-LATITUDE-DISPLAY          PIC -ZZ9.999999.
       01  LS-LONGITUDE-DISPLAY         PIC -ZZ9.999999.
       01  LS-COMMUNE-LATITUDE          PIC S9(3)V9(8).
       01  LS-COMMUNE-LONGITUDE         PIC S9(3)V9(8).
       01  LS-DELTA-LATITUDE            USAGE COMP-2.
       01  LS-DELTA-LONGITUDE           USAGE COMP-2.
       01  LS-SQUARE-DISTANCE           USAGE COMP-2.
       01  LS-DISTANCE-KM               PIC 9(4)V9(2).
       01  LS-MAPPED-COUNT              PIC 9(2) VALUE 0.

      *> The archive walks.
       01  LS-ENTRY-IDX                 PIC 9(2) VALUE 0.
       01  LS-ZONE-LEVEL                PIC 9(1) VALUE 0.
       01  LS-POLLEN-CHAR               PIC X(1) VALUE SPACE.
       01  LS-SCAN-DONE                 PIC X(01) VALUE "N".
       01  LS-LOCATION-FOUND            PIC X(01) VALUE "N".

      *> The tally pass.
       01  LS-RATIO                     USAGE COMP-2.
       01  LS-SEASON-RATIO              USAGE COMP-2.
       01  LS-DEPARTEMENT-MEAN          USAGE COMP-2.
       01  LS-SEASON-MEAN               USAGE COMP-2.
       01  LS-ANY-POLLEN                PIC X(01) VALUE "N".

      *> The report's rows: the four lags of the row being written,
      *> staged from whichever tally it comes from.
       01  LS-ROW-LABEL                 PIC X(30) VALUE SPACES.
       01  LS-ROW-INDENT                PIC X(6) VALUE SPACES.
       01  LS-ROW-TABLE.
           05  LS-ROW-LAG OCCURS 4 TIMES.
               10  LS-ROW-DAYS          PIC 9(5) COMP.
               10  LS-ROW-RATIO-SUM     USAGE COMP-2.
       01  LS-ROW-TOTAL-DAYS            PIC 9(6) VALUE 0.
       01  LS-CELL-TEXT                 PIC X(16) VALUE SPACES.
       01  LS-LINE-POS                  PIC 9(3) VALUE 1.
       01  LS-PCT                       PIC S9(4)V9(1) VALUE 0.
       01  LS-PCT-DISPLAY               PIC +(4)9.9.
       01  LS-CELL-DAYS-DISPLAY         PIC Z(4)9.
       01  LS-MEAN                      PIC 9(5)V9(1) VALUE 0.
       01  LS-MEAN-DISPLAY              PIC Z(4)9.9.
       01  LS-DAYS-DISPLAY              PIC Z(5)9.
       01  LS-HEAT-DISPLAY              PIC -ZZ9.9.
       01  LS-COUNT-DISPLAY             PIC Z9.
       01  LS-LEVEL-INDEX               PIC 9(9) COMP-5 VALUE 0.
       01  LS-LEVEL-LABEL               PIC X(20) VALUE SPACES.
       01  LS-LEVEL-DIGIT               PIC 9(1) VALUE 0.
       01  LS-SEASON-LABEL              PIC X(12) VALUE SPACES.
       01  LS-SPECIES-DISPLAY           PIC X(16) VALUE SPACES.
       01  LS-LANG                      PIC X(2) VALUE "FR".

      *> Today's vigilance stamp.
       01  LS-VIGILANCE-ACTIVE          PIC X(1) VALUE "N".
       01  LS-VIGILANCE-TEXT            PIC X(100) VALUE SPACES.
       01  LS-STAMPED-COUNT             PIC 9(2) VALUE 0.

       01  C-LOG-INFO                   PIC X(5) VALUE "INFO".
       01  C-LOG-WARN                   PIC X(5) VALUE "WARN".
       01  LS-LOG-MESSAGE               PIC X(256) VALUE SPACES.
       COPY batch-control IN "air-quality/batch".

       PROCEDURE DIVISION.

           MOVE "HEALTH-IMPACT-BATCH" TO BC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO BC-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE TO LS-CURRENT-TIMESTAMP

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-HA-FILE-NAME
               BY REFERENCE C-HA-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "FAILED" TO BC-STATUS
               MOVE "health admission layout not migrated" TO BC-NOTE
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF

           MOVE LS-CURRENT-TIMESTAMP(1:8) TO LS-TODAY-YYYYMMDD
           STRING
               LS-CURRENT-TIMESTAMP(1:4) "-" LS-CURRENT-TIMESTAMP(5:2)
               "-" LS-CURRENT-TIMESTAMP(7:2)
               DELIMITED BY SIZE
               INTO LS-TODAY-ISO
           END-STRING
           COMPUTE LS-TODAY-ORD =
               FUNCTION INTEGER-OF-DATE(LS-TODAY-YYYYMMDD)
           COMPUTE LS-WINDOW-START-ORD =
               LS-TODAY-ORD - C-DAY-CELLS + 1
           COMPUTE LS-WINDOW-START-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(LS-WINDOW-START-ORD)
           STRING
               LS-WINDOW-START-YYYYMMDD(1:4) "-"
               LS-WINDOW-START-YYYYMMDD(5:2) "-"
               LS-WINDOW-START-YYYYMMDD(7:2)
               DELIMITED BY SIZE
               INTO LS-WINDOW-START-ISO
           END-STRING

           ACCEPT LS-ENV-VALUE FROM ENVIRONMENT "AQRSS_HEALTH_HEAT_C"
           IF FUNCTION TRIM(LS-ENV-VALUE) NOT = SPACES
           THEN
               IF FUNCTION TRIM(LS-ENV-VALUE) IS NUMERIC
               THEN
                   MOVE FUNCTION NUMVAL(LS-ENV-VALUE) TO LS-HEAT-C
               ELSE
                   DISPLAY "WARNING: AQRSS_HEALTH_HEAT_C is not a "
                       "whole number of degrees, using 30"
               END-IF
           END-IF
           ACCEPT LS-VIGILANCE-URL
               FROM ENVIRONMENT "AQRSS_VIGILANCE_URL"

           PERFORM IMPORT-ADMISSIONS

           OPEN INPUT HEALTH-ADMISSION-FILE
           IF WS-HA-FILE-STATUS NOT = "00"
           THEN
               MOVE "Health impact: no admissions on file, skipping"
                   TO LS-LOG-MESSAGE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE "SKIPPED" TO BC-STATUS
               MOVE "no admissions on file" TO BC-NOTE
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF

           INITIALIZE WS-DAY-GRID
           PERFORM SET-DAY-SEASONS
           PERFORM LOAD-ADMISSION-DAYS
           CLOSE HEALTH-ADMISSION-FILE

           PERFORM MAP-LOCATIONS-TO-DEPARTEMENTS
           PERFORM READ-ATMO-FRANCE-HISTORY
           PERFORM READ-ATMO-FRANCE-AGGREGATE
           PERFORM READ-POLLEN-HISTORY
           PERFORM READ-WEATHER-HISTORY

           INITIALIZE WS-TALLY-TABLE
           PERFORM COMPUTE-BASELINES
           PERFORM TALLY-EXPOSURES

           OPEN OUTPUT HEALTH-REPORT-FILE
           IF WS-HR-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not open health impact report "
                   "file, status " WS-HR-FILE-STATUS
               MOVE "FAILED" TO BC-STATUS
               MOVE "health impact report not writable" TO BC-NOTE
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF
           PERFORM WRITE-REPORT-HEADER
           PERFORM VARYING WS-TY-IDX FROM 1 BY 1
               UNTIL WS-TY-IDX > WS-DEPARTEMENT-COUNT
               PERFORM WRITE-DEPARTEMENT-SECTION
           END-PERFORM
           IF WS-DEPARTEMENT-COUNT > 1
           THEN
               MOVE C-ALL-DEPARTEMENTS-SLOT TO WS-TY-IDX
               PERFORM WRITE-DEPARTEMENT-SECTION
           END-IF
           CLOSE HEALTH-REPORT-FILE

           PERFORM STAMP-TODAYS-VIGILANCE

           MOVE WS-DEPARTEMENT-COUNT TO LS-COUNT-DISPLAY
           MOVE LS-ADMISSION-DAYS TO LS-DAYS-DISPLAY
           MOVE SPACES TO LS-LOG-MESSAGE
           STRING
               "Health impact: " LS-IMPORTED-COUNT
               " day(s) imported, " LS-REPLACED-COUNT " replaced, "
               LS-REJECTED-COUNT " line(s) rejected; "
               FUNCTION TRIM(LS-COUNT-DISPLAY) " departement(s), "
               FUNCTION TRIM(LS-DAYS-DISPLAY) " admission day(s), "
               LS-STAMPED-COUNT " vigilance stamp(s)"
               INTO LS-LOG-MESSAGE
           END-STRING
           CALL "AQRSS-LOG" USING
               BY REFERENCE C-LOG-INFO
               BY REFERENCE LS-LOG-MESSAGE
           IF WS-DEPARTEMENTS-DROPPED > 0
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Health impact: departement table full, "
                   WS-DEPARTEMENTS-DROPPED " admission day(s) of "
                   "further departements left out"
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
           END-IF

           MOVE WS-DEPARTEMENT-COUNT TO BC-OK-COUNT
           MOVE LS-FAILED-COUNT TO BC-FAILED-COUNT
           MOVE SPACES TO BC-NOTE
           STRING
               FUNCTION TRIM(LS-COUNT-DISPLAY) " departement(s), "
               FUNCTION TRIM(LS-DAYS-DISPLAY) " admission day(s)"
               DELIMITED BY SIZE
               INTO BC-NOTE
           END-STRING
           MOVE "OK" TO BC-STATUS
           PERFORM WRITE-BATCH-RUN-RECORD

           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: IMPORT-ADMISSIONS
      *> PURPOSE: File every line of health-admissions.csv in the
      *>          admissions archive, creating the archive on the
      *>          first import. No file from the agency is not an
      *>          error: the report still runs on what the archive
      *>          already holds.
      *> ===============================================================
       IMPORT-ADMISSIONS.
           OPEN INPUT HEALTH-CSV-FILE
           IF WS-CSV-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM OPEN-ADMISSIONS-I-O
           IF WS-HA-FILE-STATUS NOT = "00"
           THEN
               CLOSE HEALTH-CSV-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-CSV-FILE-STATUS NOT = "00"
               READ HEALTH-CSV-FILE
                   AT END
                       MOVE "10" TO WS-CSV-FILE-STATUS
                   NOT AT END
                       PERFORM IMPORT-ONE-ADMISSION-LINE
               END-READ
           END-PERFORM
           CLOSE HEALTH-CSV-FILE
           CLOSE HEALTH-ADMISSION-FILE.

      *> ===============================================================
      *> PARAGRAPH: OPEN-ADMISSIONS-I-O
      *> PURPOSE: Open the admissions archive for update, creating it
      *>          when it does not exist yet; logs and leaves the
      *>          status set when it cannot be opened.
      *> ===============================================================
       OPEN-ADMISSIONS-I-O.
           OPEN I-O HEALTH-ADMISSION-FILE
           IF WS-HA-FILE-STATUS = "35"
           THEN
               OPEN OUTPUT HEALTH-ADMISSION-FILE
               CLOSE HEALTH-ADMISSION-FILE
               OPEN I-O HEALTH-ADMISSION-FILE
           END-IF
           IF WS-HA-FILE-STATUS NOT = "00"
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Health impact: could not open "
                   "health-admissions.dat, status " WS-HA-FILE-STATUS
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: IMPORT-ONE-ADMISSION-LINE
      *> PURPOSE: Split one date;departement;admissions line and file
      *>          it, replacing the count already on file for that
      *>          day and keeping the day's vigilance stamp. A line
      *>          with a missing field, an unreadable date or
      *>          departement or a non-numeric count (the header
      *>          among them) is counted as rejected.
      *> ===============================================================
       IMPORT-ONE-ADMISSION-LINE.
           MOVE SPACES TO LS-CSV-DATE
           MOVE SPACES TO LS-CSV-DEPARTEMENT
           MOVE SPACES TO LS-CSV-ADMISSIONS
           UNSTRING CSV-LINE
               DELIMITED BY ";"
               INTO LS-CSV-DATE LS-CSV-DEPARTEMENT LS-CSV-ADMISSIONS
           END-UNSTRING

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-CSV-DEPARTEMENT))
               TO LS-CSV-DEPARTEMENT
           IF LS-CSV-DEPARTEMENT(3:) NOT = SPACES
               OR (LS-CSV-DEPARTEMENT(1:2) IS NOT NUMERIC
                   AND LS-CSV-DEPARTEMENT(1:2) NOT = "2A"
                   AND LS-CSV-DEPARTEMENT(1:2) NOT = "2B")
           THEN
               ADD 1 TO LS-REJECTED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(LS-CSV-ADMISSIONS) = SPACES
               OR FUNCTION TRIM(LS-CSV-ADMISSIONS) IS NOT NUMERIC
               OR FUNCTION LENGTH(FUNCTION TRIM(LS-CSV-ADMISSIONS))
                   > 5
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

           MOVE LS-CSV-DEPARTEMENT(1:2) TO LS-IMPORT-DEPARTEMENT
           MOVE FUNCTION NUMVAL(LS-CSV-ADMISSIONS)
               TO LS-IMPORT-ADMISSIONS

           MOVE LS-IMPORT-DATE TO HA-DATE-STR
           MOVE LS-IMPORT-DEPARTEMENT TO HA-DEPARTEMENT
           READ HEALTH-ADMISSION-FILE
               INVALID KEY
                   MOVE "23" TO WS-HA-FILE-STATUS
           END-READ
           IF WS-HA-FILE-STATUS = "00"
           THEN
               MOVE "Y" TO HA-HAS-ADMISSIONS
               MOVE LS-IMPORT-ADMISSIONS TO HA-ADMISSIONS
               MOVE LS-CURRENT-TIMESTAMP TO HA-IMPORTED-AT
               REWRITE HA-RECORD
               IF WS-HA-FILE-STATUS = "00"
               THEN
                   ADD 1 TO LS-REPLACED-COUNT
               ELSE
                   ADD 1 TO LS-FAILED-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO HA-RECORD
           MOVE LS-IMPORT-DATE TO HA-DATE-STR
           MOVE LS-IMPORT-DEPARTEMENT TO HA-DEPARTEMENT
           MOVE "Y" TO HA-HAS-ADMISSIONS
           MOVE LS-IMPORT-ADMISSIONS TO HA-ADMISSIONS
           MOVE LS-CURRENT-TIMESTAMP TO HA-IMPORTED-AT
           WRITE HA-RECORD
           IF WS-HA-FILE-STATUS = "00"
           THEN
               ADD 1 TO LS-IMPORTED-COUNT
           ELSE
               DISPLAY "Health impact: write failed for "
                   HA-DEPARTEMENT " " HA-DATE-STR
                   ", status " WS-HA-FILE-STATUS
               ADD 1 TO LS-FAILED-COUNT
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: SET-DAY-SEASONS
      *> PURPOSE: Give every day of the grid its season: 1 winter
      *>          (December to February), 2 spring, 3 summer,
      *>          4 autumn.
      *> ===============================================================
       SET-DAY-SEASONS.
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
               UNTIL WS-CELL-IDX > C-DAY-CELLS
               COMPUTE WS-CELL-YYYYMMDD = FUNCTION DATE-OF-INTEGER(
                   LS-WINDOW-START-ORD + WS-CELL-IDX - 1)
               EVALUATE WS-CELL-YYYYMMDD(5:2)
               WHEN "12"
               WHEN "01"
               WHEN "02"
                   MOVE 1 TO WS-GD-SEASON(WS-CELL-IDX)
               WHEN "03"
               WHEN "04"
               WHEN "05"
                   MOVE 2 TO WS-GD-SEASON(WS-CELL-IDX)
               WHEN "06"
               WHEN "07"
               WHEN "08"
                   MOVE 3 TO WS-GD-SEASON(WS-CELL-IDX)
               WHEN OTHER
                   MOVE 4 TO WS-GD-SEASON(WS-CELL-IDX)
               END-EVALUATE
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: LOAD-ADMISSION-DAYS
      *> PURPOSE: Walk the admissions archive from the window's first
      *>          day, registering each departement as it is met and
      *>          placing each day's count and vigilance stamp in
      *>          the grid.
      *> ===============================================================
       LOAD-ADMISSION-DAYS.
           MOVE LOW-VALUES TO HA-KEY
           MOVE LS-WINDOW-START-ISO TO HA-DATE-STR
           START HEALTH-ADMISSION-FILE
               KEY IS GREATER THAN OR EQUAL TO HA-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START

           PERFORM UNTIL WS-HA-FILE-STATUS NOT = "00"
               READ HEALTH-ADMISSION-FILE NEXT
                   AT END
                       MOVE "10" TO WS-HA-FILE-STATUS
                   NOT AT END
                       PERFORM PLACE-ONE-ADMISSION-DAY
               END-READ
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: PLACE-ONE-ADMISSION-DAY
      *> PURPOSE: Place the HA-RECORD just read in the grid.
      *> ===============================================================
       PLACE-ONE-ADMISSION-DAY.
           MOVE HA-DATE-STR TO WS-CELL-DATE-STR
           PERFORM DATE-TO-CELL
           IF WS-CELL-IDX = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE HA-DEPARTEMENT TO WS-FIND-DEPARTEMENT
           PERFORM FIND-DEPARTEMENT-SLOT
           IF WS-DP-SLOT = 0
           THEN
               IF WS-DEPARTEMENT-COUNT >= C-DEPARTEMENT-MAX-COUNT
               THEN
                   ADD 1 TO WS-DEPARTEMENTS-DROPPED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DEPARTEMENT-COUNT
               MOVE WS-DEPARTEMENT-COUNT TO WS-DP-SLOT
               MOVE HA-DEPARTEMENT TO WS-DP-CODE(WS-DP-SLOT)
           END-IF

           IF HA-HAS-ADMISSIONS = "Y"
           THEN
               MOVE "Y"
                   TO WS-GD-HAS-ADMISSIONS(WS-CELL-IDX, WS-DP-SLOT)
               MOVE HA-ADMISSIONS
                   TO WS-GD-ADMISSIONS(WS-CELL-IDX, WS-DP-SLOT)
               IF WS-CELL-IDX >= C-FIRST-ADMISSION-CELL
               THEN
                   ADD 1 TO LS-ADMISSION-DAYS
               END-IF
           END-IF
           IF HA-VIGILANCE = "Y"
           THEN
               MOVE "Y" TO WS-GD-HEAT(WS-CELL-IDX, WS-DP-SLOT)
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: DATE-TO-CELL
      *> PURPOSE: WS-CELL-IDX for the YYYY-MM-DD date in
      *>          WS-CELL-DATE-STR; 0 for a date outside the window or
      *>          one that does not read as a date.
      *> ===============================================================
       DATE-TO-CELL.
           MOVE 0 TO WS-CELL-IDX
           IF WS-CELL-DATE-STR(1:4) IS NOT NUMERIC
               OR WS-CELL-DATE-STR(6:2) IS NOT NUMERIC
               OR WS-CELL-DATE-STR(9:2) IS NOT NUMERIC
           THEN
               EXIT PARAGRAPH
           END-IF
           STRING
               WS-CELL-DATE-STR(1:4) WS-CELL-DATE-STR(6:2)
               WS-CELL-DATE-STR(9:2)
               DELIMITED BY SIZE
               INTO WS-CELL-YYYYMMDD
           END-STRING
           PERFORM YYYYMMDD-TO-CELL.

      *> ===============================================================
      *> PARAGRAPH: YYYYMMDD-TO-CELL
      *> PURPOSE: WS-CELL-IDX for the date in WS-CELL-YYYYMMDD; 0 for
      *>          a date outside the window or not on the calendar.
      *> ===============================================================
       YYYYMMDD-TO-CELL.
           MOVE 0 TO WS-CELL-IDX
           IF WS-CELL-YYYYMMDD < LS-WINDOW-START-YYYYMMDD
               OR WS-CELL-YYYYMMDD > LS-TODAY-YYYYMMDD
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-CELL-YYYYMMDD) NOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CELL-ORD =
               FUNCTION INTEGER-OF-DATE(WS-CELL-YYYYMMDD)
           COMPUTE WS-CELL-IDX = WS-CELL-ORD - LS-WINDOW-START-ORD + 1.

      *> ===============================================================
      *> PARAGRAPH: FIND-DEPARTEMENT-SLOT
      *> PURPOSE: WS-DP-SLOT for WS-FIND-DEPARTEMENT among the
      *>          departements the agency reports on; 0 when it is not
      *>          one of them.
      *> ===============================================================
       FIND-DEPARTEMENT-SLOT.
           MOVE 0 TO WS-DP-SLOT
           PERFORM VARYING WS-TY-IDX FROM 1 BY 1
               UNTIL WS-TY-IDX > WS-DEPARTEMENT-COUNT OR WS-DP-SLOT > 0
               IF WS-DP-CODE(WS-TY-IDX) = WS-FIND-DEPARTEMENT
               THEN
                   MOVE WS-TY-IDX TO WS-DP-SLOT
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: MAP-LOCATIONS-TO-DEPARTEMENTS
      *> PURPOSE: Fill the location table with every watched
      *>          latitude/longitude location, labelled as the
      *>          archives key it, and give each the departement of
      *>          its nearest commune in one pass over the commune
      *>          reference. No reference file leaves every location
      *>          unmapped: the index and the vigilance stamps still
      *>          count, pollen and heat from the weather archive do
      *>          not.
      *> ===============================================================
       MAP-LOCATIONS-TO-DEPARTEMENTS.
           MOVE 0 TO WS-LOCATION-COUNT
           CALL "LOAD-WATCHED-LOCATIONS" USING
               BY REFERENCE WL-REGISTRY-GRP
           PERFORM VARYING WL-LATLONG-INDEX FROM 1 BY 1
               UNTIL WL-LATLONG-INDEX > WL-LATLONG-COUNT
               ADD 1 TO WS-LOCATION-COUNT
               SET WS-LC-IDX TO WS-LOCATION-COUNT
               MOVE WL-LATLONG-ID(WL-LATLONG-INDEX)
                   TO WS-LC-ID(WS-LC-IDX)
               MOVE FUNCTION NUMVAL(WL-LATITUDE-STR(WL-LATLONG-INDEX))
                   TO LS-LABEL-LATITUDE
               MOVE FUNCTION NUMVAL(
                       WL-LONGITUDE-STR(WL-LATLONG-INDEX))
                   TO LS-LABEL-LONGITUDE
               MOVE LS-LABEL-LATITUDE TO WS-LC-LATITUDE(WS-LC-IDX)
               MOVE LS-LABEL-LONGITUDE TO WS-LC-LONGITUDE(WS-LC-IDX)
               MOVE LS-LABEL-LATITUDE TO LS-LATITUDE-DISPLAY
               MOVE LS-LABEL-LONGITUDE TO LS-LONGITUDE-DISPLAY
               MOVE SPACES TO WS-LC-LABEL(WS-LC-IDX)
               STRING
                   FUNCTION TRIM(LS-LATITUDE-DISPLAY) ","
                   FUNCTION TRIM(LS-LONGITUDE-DISPLAY)
                   INTO WS-LC-LABEL(WS-LC-IDX)
               END-STRING
               COMPUTE WS-LC-COS-LATITUDE(WS-LC-IDX) =
                   FUNCTION COS(WS-LC-LATITUDE(WS-LC-IDX) * C-PI / 180)
               MOVE "N" TO WS-LC-BEST-SET(WS-LC-IDX)
               MOVE SPACES TO WS-LC-DEPARTEMENT(WS-LC-IDX)
               MOVE 0 TO WS-LC-DP-SLOT(WS-LC-IDX)
           END-PERFORM
           IF WS-LOCATION-COUNT = 0
           THEN
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT COMMUNE-REFERENCE-FILE
           IF WS-CR-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CR-FILE-STATUS NOT = "00"
               READ COMMUNE-REFERENCE-FILE NEXT
                   AT END
                       MOVE "10" TO WS-CR-FILE-STATUS
                   NOT AT END
                       IF FUNCTION TRIM(CR-LATITUDE-STR) NOT = SPACES
                           AND FUNCTION TRIM(CR-LONGITUDE-STR)
                               NOT = SPACES
                       THEN
                           PERFORM MEASURE-ONE-COMMUNE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMMUNE-REFERENCE-FILE

           MOVE 0 TO LS-MAPPED-COUNT
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
               UNTIL WS-LC-IDX > WS-LOCATION-COUNT
               IF WS-LC-BEST-SET(WS-LC-IDX) = "Y"
               THEN
                   PERFORM SETTLE-LOCATION-DEPARTEMENT
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: MEASURE-ONE-COMMUNE
      *> PURPOSE: Keep the CR-RECORD just read as a location's
      *>          nearest commune when it is nearer than the best so
      *>          far. A flat projection scaled by the location's
      *>          latitude is enough to rank communes a few
      *>          kilometres apart; the winner's true distance is
      *>          checked afterwards.
      *> ===============================================================
       MEASURE-ONE-COMMUNE.
           MOVE FUNCTION NUMVAL(CR-LATITUDE-STR) TO LS-COMMUNE-LATITUDE
           MOVE FUNCTION NUMVAL(CR-LONGITUDE-STR)
               TO LS-COMMUNE-LONGITUDE
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
               UNTIL WS-LC-IDX > WS-LOCATION-COUNT
               COMPUTE LS-DELTA-LATITUDE =
                   LS-COMMUNE-LATITUDE - WS-LC-LATITUDE(WS-LC-IDX)
               COMPUTE LS-DELTA-LONGITUDE =
                   LS-COMMUNE-LONGITUDE - WS-LC-LONGITUDE(WS-LC-IDX)
               COMPUTE LS-DELTA-LONGITUDE =
                   LS-DELTA-LONGITUDE * WS-LC-COS-LATITUDE(WS-LC-IDX)
               COMPUTE LS-SQUARE-DISTANCE =
                   LS-DELTA-LATITUDE * LS-DELTA-LATITUDE
               COMPUTE LS-SQUARE-DISTANCE = LS-SQUARE-DISTANCE
                   + LS-DELTA-LONGITUDE * LS-DELTA-LONGITUDE
               IF WS-LC-BEST-SET(WS-LC-IDX) = "N"
                   OR LS-SQUARE-DISTANCE < WS-LC-BEST-SQUARE(WS-LC-IDX)
               THEN
                   MOVE "Y" TO WS-LC-BEST-SET(WS-LC-IDX)
                   MOVE LS-SQUARE-DISTANCE
                       TO WS-LC-BEST-SQUARE(WS-LC-IDX)
                   MOVE CR-INSEE-CODE TO WS-LC-BEST-INSEE(WS-LC-IDX)
                   MOVE LS-COMMUNE-LATITUDE
                       TO WS-LC-BEST-LATITUDE(WS-LC-IDX)
                   MOVE LS-COMMUNE-LONGITUDE
                       TO WS-LC-BEST-LONGITUDE(WS-LC-IDX)
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: SETTLE-LOCATION-DEPARTEMENT
      *> PURPOSE: Give location WS-LC-IDX its nearest commune's
      *>          departement when that commune is within
      *>          C-COMMUNE-MAX-KM, and the departement's slot when
      *>          the agency reports on it.
      *> ===============================================================
       SETTLE-LOCATION-DEPARTEMENT.
           CALL "HAVERSINE-DISTANCE-KM" USING
               BY REFERENCE WS-LC-LATITUDE(WS-LC-IDX)
               BY REFERENCE WS-LC-LONGITUDE(WS-LC-IDX)
               BY REFERENCE WS-LC-BEST-LATITUDE(WS-LC-IDX)
               BY REFERENCE WS-LC-BEST-LONGITUDE(WS-LC-IDX)
               BY REFERENCE LS-DISTANCE-KM
           IF LS-DISTANCE-KM > C-COMMUNE-MAX-KM
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LC-BEST-INSEE(WS-LC-IDX)(1:2)
               TO WS-LC-DEPARTEMENT(WS-LC-IDX)
           MOVE WS-LC-DEPARTEMENT(WS-LC-IDX) TO WS-FIND-DEPARTEMENT
           PERFORM FIND-DEPARTEMENT-SLOT
           MOVE WS-DP-SLOT TO WS-LC-DP-SLOT(WS-LC-IDX)
           IF WS-DP-SLOT > 0
           THEN
               ADD 1 TO LS-MAPPED-COUNT
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: READ-ATMO-FRANCE-HISTORY
      *> PURPOSE: Raise each departement day's index to the worst
      *>          level the raw Atmo France archive holds for any of
      *>          the departement's zones that day.
      *> ===============================================================
       READ-ATMO-FRANCE-HISTORY.
           OPEN INPUT ATMO-FRANCE-HISTORY-FILE
           IF WS-AFH-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO AFH-KEY
           MOVE LS-WINDOW-START-ISO TO AFH-DATE-STR
           START ATMO-FRANCE-HISTORY-FILE KEY IS >= AFH-KEY
               INVALID KEY
                   MOVE "10" TO WS-AFH-FILE-STATUS
           END-START

           PERFORM UNTIL WS-AFH-FILE-STATUS = "10"
               READ ATMO-FRANCE-HISTORY-FILE NEXT
                   AT END
                       MOVE "10" TO WS-AFH-FILE-STATUS
                   NOT AT END
                       PERFORM PLACE-ONE-ATMO-FRANCE-DAY
               END-READ
           END-PERFORM

           CLOSE ATMO-FRANCE-HISTORY-FILE.

      *> ===============================================================
      *> PARAGRAPH: PLACE-ONE-ATMO-FRANCE-DAY
      *> PURPOSE: The AFH-RECORD just read: its overall level (the
      *>          worst of its pollutants) raises its departement's
      *>          day.
      *> ===============================================================
       PLACE-ONE-ATMO-FRANCE-DAY.
           MOVE AFH-DATE-STR TO WS-CELL-DATE-STR
           PERFORM DATE-TO-CELL
           IF WS-CELL-IDX = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE AFH-CODE-ZONE(1:2) TO WS-FIND-DEPARTEMENT
           PERFORM FIND-DEPARTEMENT-SLOT
           IF WS-DP-SLOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LS-ZONE-LEVEL
           PERFORM VARYING LS-ENTRY-IDX FROM 1 BY 1
               UNTIL LS-ENTRY-IDX > AFH-COUNT
                   OR LS-ENTRY-IDX > C-PH-HISTORY-MAX-COUNT
               IF AFH-INDEX(LS-ENTRY-IDX) > LS-ZONE-LEVEL
                   AND AFH-INDEX(LS-ENTRY-IDX) <= 6
               THEN
                   MOVE AFH-INDEX(LS-ENTRY-IDX) TO LS-ZONE-LEVEL
               END-IF
           END-PERFORM
           PERFORM RAISE-DAY-LEVEL.

      *> ===============================================================
      *> PARAGRAPH: READ-ATMO-FRANCE-AGGREGATE
      *> PURPOSE: The same for the per-day rows HISTORY-COMPACTION-
      *>          BATCH folded out of the raw archive: each row's
      *>          worst index raises its departement's day. Per-month
      *>          rows no longer know their days and are passed over.
      *> ===============================================================
       READ-ATMO-FRANCE-AGGREGATE.
           OPEN INPUT ATMO-FRANCE-AGGREGATE-FILE
           IF WS-AFA-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-AFA-FILE-STATUS = "10"
               READ ATMO-FRANCE-AGGREGATE-FILE
                   AT END
                       MOVE "10" TO WS-AFA-FILE-STATUS
                   NOT AT END
                       IF AFA-PERIOD-KIND = "D"
                           AND AFA-SAMPLE-COUNT > 0
                           AND AFA-MAX-INDEX > 0
                           AND AFA-MAX-INDEX <= 6
                       THEN
                           PERFORM PLACE-ONE-AGGREGATE-DAY
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ATMO-FRANCE-AGGREGATE-FILE.

      *> ===============================================================
      *> PARAGRAPH: PLACE-ONE-AGGREGATE-DAY
      *> PURPOSE: The per-day AFA-RECORD just read raises its
      *>          departement's day.
      *> ===============================================================
       PLACE-ONE-AGGREGATE-DAY.
           MOVE AFA-PERIOD TO WS-CELL-DATE-STR
           PERFORM DATE-TO-CELL
           IF WS-CELL-IDX = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE AFA-CODE-ZONE(1:2) TO WS-FIND-DEPARTEMENT
           PERFORM FIND-DEPARTEMENT-SLOT
           IF WS-DP-SLOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE AFA-MAX-INDEX TO LS-ZONE-LEVEL
           PERFORM RAISE-DAY-LEVEL.

      *> ===============================================================
      *> PARAGRAPH: RAISE-DAY-LEVEL
      *> PURPOSE: Raise cell (WS-CELL-IDX, WS-DP-SLOT)'s index to
      *>          LS-ZONE-LEVEL when that is worse.
      *> ===============================================================
       RAISE-DAY-LEVEL.
           IF LS-ZONE-LEVEL > WS-GD-LEVEL(WS-CELL-IDX, WS-DP-SLOT)
           THEN
               MOVE LS-ZONE-LEVEL
                   TO WS-GD-LEVEL(WS-CELL-IDX, WS-DP-SLOT)
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: READ-POLLEN-HISTORY
      *> PURPOSE: Raise each departement day's level per species to
      *>          the highest the pollen archive holds for a watched
      *>          location in the departement that day. Fetches
      *>          keyed on a code_zone carry no coordinates and are
      *>          passed over.
      *> ===============================================================
       READ-POLLEN-HISTORY.
           IF LS-MAPPED-COUNT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT POLLEN-HISTORY-FILE
           IF WS-PH-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO PH-KEY
           MOVE LS-WINDOW-START-ISO TO PH-DATE-MAJ(1:10)
           START POLLEN-HISTORY-FILE
               KEY IS GREATER THAN OR EQUAL TO PH-KEY
               INVALID KEY
                   MOVE "10" TO WS-PH-FILE-STATUS
           END-START

           PERFORM UNTIL WS-PH-FILE-STATUS = "10"
               READ POLLEN-HISTORY-FILE NEXT
                   AT END
                       MOVE "10" TO WS-PH-FILE-STATUS
                   NOT AT END
                       PERFORM PLACE-ONE-POLLEN-DAY
               END-READ
           END-PERFORM
           CLOSE POLLEN-HISTORY-FILE.

      *> ===============================================================
      *> PARAGRAPH: PLACE-ONE-POLLEN-DAY
      *> PURPOSE: The PH-RECORD just read: each species it reports
      *>          raises its column of the location's departement
      *>          day, registering the species the first time it is
      *>          met.
      *> ===============================================================
       PLACE-ONE-POLLEN-DAY.
           IF PH-LOCATION = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE PH-DATE-MAJ(1:10) TO WS-CELL-DATE-STR
           PERFORM DATE-TO-CELL
           IF WS-CELL-IDX = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO LS-LOCATION-FOUND
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
               UNTIL WS-LC-IDX > WS-LOCATION-COUNT
                   OR LS-LOCATION-FOUND = "Y"
               IF WS-LC-LABEL(WS-LC-IDX) = PH-LOCATION
                   AND WS-LC-DP-SLOT(WS-LC-IDX) > 0
               THEN
                   MOVE "Y" TO LS-LOCATION-FOUND
                   MOVE WS-LC-DP-SLOT(WS-LC-IDX) TO WS-DP-SLOT
               END-IF
           END-PERFORM
           IF LS-LOCATION-FOUND = "N"
           THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING LS-ENTRY-IDX FROM 1 BY 1
               UNTIL LS-ENTRY-IDX > PH-CODE-COUNT
                   OR LS-ENTRY-IDX > C-POLLEN-HISTORY-MAX-CODES
               IF PH-CODE-NAME(LS-ENTRY-IDX) NOT = SPACES
               THEN
                   PERFORM FIND-SPECIES-SLOT
                   IF WS-SP-SLOT > 0
                   THEN
                       MOVE PH-CODE-VALUE(LS-ENTRY-IDX)
                           TO LS-POLLEN-CHAR
                       IF LS-POLLEN-CHAR > WS-GD-POLLEN(WS-CELL-IDX,
                               WS-DP-SLOT)(WS-SP-SLOT:1)
                       THEN
                           MOVE LS-POLLEN-CHAR
                               TO WS-GD-POLLEN(WS-CELL-IDX,
                                   WS-DP-SLOT)(WS-SP-SLOT:1)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: FIND-SPECIES-SLOT
      *> PURPOSE: WS-SP-SLOT for PH-CODE-NAME(LS-ENTRY-IDX), claiming
      *>          a new slot the first time the species is met; 0 once
      *>          the table is full.
      *> ===============================================================
       FIND-SPECIES-SLOT.
           MOVE 0 TO WS-SP-SLOT
           PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
               UNTIL WS-CATEGORY-IDX > WS-SPECIES-COUNT
                   OR WS-SP-SLOT > 0
               IF WS-SP-NAME(WS-CATEGORY-IDX)
                   = PH-CODE-NAME(LS-ENTRY-IDX)
               THEN
                   MOVE WS-CATEGORY-IDX TO WS-SP-SLOT
               END-IF
           END-PERFORM
           IF WS-SP-SLOT > 0
               OR WS-SPECIES-COUNT >= C-SPECIES-MAX-COUNT
           THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SPECIES-COUNT
           MOVE WS-SPECIES-COUNT TO WS-SP-SLOT
           MOVE PH-CODE-NAME(LS-ENTRY-IDX) TO WS-SP-NAME(WS-SP-SLOT).

      *> ===============================================================
      *> PARAGRAPH: READ-WEATHER-HISTORY
      *> PURPOSE: Mark a departement day as a heat day when a watched
      *>          location in it recorded LS-HEAT-C or more in the
      *>          weather archive that day.
      *> ===============================================================
       READ-WEATHER-HISTORY.
           IF LS-MAPPED-COUNT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT WEATHER-HISTORY-FILE
           IF WS-WH-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO WH-KEY
           MOVE LS-WINDOW-START-YYYYMMDD TO WH-DATE
           START WEATHER-HISTORY-FILE
               KEY IS GREATER THAN OR EQUAL TO WH-KEY
               INVALID KEY
                   MOVE "10" TO WS-WH-FILE-STATUS
           END-START

           PERFORM UNTIL WS-WH-FILE-STATUS = "10"
               READ WEATHER-HISTORY-FILE NEXT
                   AT END
                       MOVE "10" TO WS-WH-FILE-STATUS
                   NOT AT END
                       IF WH-TEMPERATURE >= LS-HEAT-C
                           AND WH-DATE IS NUMERIC
                       THEN
                           PERFORM PLACE-ONE-HEAT-DAY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WEATHER-HISTORY-FILE.

      *> ===============================================================
      *> PARAGRAPH: PLACE-ONE-HEAT-DAY
      *> PURPOSE: The hot WH-RECORD just read marks its location's
      *>          departement day.
      *> ===============================================================
       PLACE-ONE-HEAT-DAY.
           MOVE WH-DATE TO WS-CELL-YYYYMMDD
           PERFORM YYYYMMDD-TO-CELL
           IF WS-CELL-IDX = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LC-IDX FROM 1 BY 1
               UNTIL WS-LC-IDX > WS-LOCATION-COUNT
               IF WS-LC-ID(WS-LC-IDX) = WH-LOCATION-ID
                   AND WS-LC-DP-SLOT(WS-LC-IDX) > 0
               THEN
                   MOVE WS-LC-DP-SLOT(WS-LC-IDX) TO WS-DP-SLOT
                   MOVE "Y" TO WS-GD-HEAT(WS-CELL-IDX, WS-DP-SLOT)
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: COMPUTE-BASELINES
      *> PURPOSE: Each departement's admission days and their sum,
      *>          over the whole window and per season - the means
      *>          every relative increase is measured against.
      *> ===============================================================
       COMPUTE-BASELINES.
           PERFORM VARYING WS-DP-SLOT FROM 1 BY 1
               UNTIL WS-DP-SLOT > WS-DEPARTEMENT-COUNT
               PERFORM VARYING WS-CELL-IDX FROM C-FIRST-ADMISSION-CELL
                   BY 1 UNTIL WS-CELL-IDX > C-DAY-CELLS
                   IF WS-GD-HAS-ADMISSIONS(WS-CELL-IDX, WS-DP-SLOT)
                       = "Y"
                   THEN
                       PERFORM ADD-BASELINE-DAY
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: ADD-BASELINE-DAY
      *> PURPOSE: Add cell (WS-CELL-IDX, WS-DP-SLOT)'s admissions to
      *>          its departement's and the all-departements
      *>          baselines.
      *> ===============================================================
       ADD-BASELINE-DAY.
           MOVE WS-GD-SEASON(WS-CELL-IDX) TO WS-SEASON-IDX
           MOVE WS-DP-SLOT TO WS-TY-IDX
           PERFORM ADD-BASELINE-TO-SLOT
           MOVE C-ALL-DEPARTEMENTS-SLOT TO WS-TY-IDX
           PERFORM ADD-BASELINE-TO-SLOT.

      *> ===============================================================
      *> PARAGRAPH: ADD-BASELINE-TO-SLOT
      *> PURPOSE: Add the staged admission day to tally slot
      *>          WS-TY-IDX.
      *> ===============================================================
       ADD-BASELINE-TO-SLOT.
           ADD 1 TO WS-TY-DAYS(WS-TY-IDX)
           ADD WS-GD-ADMISSIONS(WS-CELL-IDX, WS-DP-SLOT)
               TO WS-TY-SUM(WS-TY-IDX)
           ADD 1 TO WS-TS-DAYS(WS-TY-IDX, WS-SEASON-IDX)
           ADD WS-GD-ADMISSIONS(WS-CELL-IDX, WS-DP-SLOT)
               TO WS-TS-SUM(WS-TY-IDX, WS-SEASON-IDX).

      *> ===============================================================
      *> PARAGRAPH: TALLY-EXPOSURES
      *> PURPOSE: Score every admission day against the exposures of
      *>          its departement on the day itself and the three
      *>          days before.
      *> ===============================================================
       TALLY-EXPOSURES.
           PERFORM VARYING WS-DP-SLOT FROM 1 BY 1
               UNTIL WS-DP-SLOT > WS-DEPARTEMENT-COUNT
               PERFORM VARYING WS-CELL-IDX FROM C-FIRST-ADMISSION-CELL
                   BY 1 UNTIL WS-CELL-IDX > C-DAY-CELLS
                   IF WS-GD-HAS-ADMISSIONS(WS-CELL-IDX, WS-DP-SLOT)
                       = "Y"
                       AND WS-TY-SUM(WS-DP-SLOT) > 0
                   THEN
                       PERFORM TALLY-ONE-ADMISSION-DAY
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: TALLY-ONE-ADMISSION-DAY
      *> PURPOSE: Cell (WS-CELL-IDX, WS-DP-SLOT)'s admissions as a
      *>          ratio to the departement's mean and to its season's
      *>          mean, added to every row its exposures on day d-0
      *>          to d-3 fall in.
      *> ===============================================================
       TALLY-ONE-ADMISSION-DAY.
           MOVE WS-GD-SEASON(WS-CELL-IDX) TO WS-SEASON-IDX
           COMPUTE LS-DEPARTEMENT-MEAN =
               WS-TY-SUM(WS-DP-SLOT) / WS-TY-DAYS(WS-DP-SLOT)
           COMPUTE LS-RATIO =
               WS-GD-ADMISSIONS(WS-CELL-IDX, WS-DP-SLOT)
               / LS-DEPARTEMENT-MEAN
           MOVE 0 TO LS-SEASON-RATIO
           IF WS-TS-SUM(WS-DP-SLOT, WS-SEASON-IDX) > 0
           THEN
               COMPUTE LS-SEASON-MEAN =
                   WS-TS-SUM(WS-DP-SLOT, WS-SEASON-IDX)
                   / WS-TS-DAYS(WS-DP-SLOT, WS-SEASON-IDX)
               COMPUTE LS-SEASON-RATIO =
                   WS-GD-ADMISSIONS(WS-CELL-IDX, WS-DP-SLOT)
                   / LS-SEASON-MEAN
           END-IF

           PERFORM VARYING WS-LAG FROM 0 BY 1
               UNTIL WS-LAG > C-MAX-LAG
               COMPUTE WS-EXPOSURE-IDX = WS-CELL-IDX - WS-LAG
               COMPUTE WS-LAG-SLOT = WS-LAG + 1
               PERFORM TALLY-ONE-LAG
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: TALLY-ONE-LAG
      *> PURPOSE: The rows day WS-EXPOSURE-IDX's exposures put the
      *>          staged admission day in, at lag WS-LAG.
      *> ===============================================================
       TALLY-ONE-LAG.
           MOVE WS-GD-LEVEL(WS-EXPOSURE-IDX, WS-DP-SLOT)
               TO WS-CATEGORY-IDX
           IF WS-CATEGORY-IDX > 0
           THEN
               PERFORM ADD-CATEGORY-DAY
           END-IF
           IF WS-GD-LEVEL(WS-EXPOSURE-IDX, WS-DP-SLOT)
               >= C-DEGRADED-LEVEL
           THEN
               MOVE 1 TO WS-GROUP-IDX
               PERFORM ADD-SEASON-GROUP-DAY
           END-IF

           IF WS-GD-HEAT(WS-EXPOSURE-IDX, WS-DP-SLOT) = "Y"
           THEN
               MOVE C-HEAT-CATEGORY TO WS-CATEGORY-IDX
               PERFORM ADD-CATEGORY-DAY
               MOVE 3 TO WS-GROUP-IDX
               PERFORM ADD-SEASON-GROUP-DAY
           END-IF

           MOVE "N" TO LS-ANY-POLLEN
           PERFORM VARYING WS-SP-SLOT FROM 1 BY 1
               UNTIL WS-SP-SLOT > WS-SPECIES-COUNT
               IF WS-GD-POLLEN(WS-EXPOSURE-IDX, WS-DP-SLOT)
                   (WS-SP-SLOT:1) >= C-ELEVATED-POLLEN
               THEN
                   MOVE "Y" TO LS-ANY-POLLEN
                   COMPUTE WS-CATEGORY-IDX =
                       C-HEAT-CATEGORY + WS-SP-SLOT
                   PERFORM ADD-CATEGORY-DAY
               END-IF
           END-PERFORM
           IF LS-ANY-POLLEN = "Y"
           THEN
               MOVE 2 TO WS-GROUP-IDX
               PERFORM ADD-SEASON-GROUP-DAY
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: ADD-CATEGORY-DAY
      *> PURPOSE: Add the staged day's ratio to row WS-CATEGORY-IDX at
      *>          lag WS-LAG-SLOT, for the departement and for all
      *>          departements together.
      *> ===============================================================
       ADD-CATEGORY-DAY.
           ADD 1 TO WS-TCL-DAYS(WS-DP-SLOT, WS-CATEGORY-IDX,
               WS-LAG-SLOT)
           ADD LS-RATIO TO WS-TCL-RATIO-SUM(WS-DP-SLOT,
               WS-CATEGORY-IDX, WS-LAG-SLOT)
           ADD 1 TO WS-TCL-DAYS(C-ALL-DEPARTEMENTS-SLOT,
               WS-CATEGORY-IDX, WS-LAG-SLOT)
           ADD LS-RATIO TO WS-TCL-RATIO-SUM(C-ALL-DEPARTEMENTS-SLOT,
               WS-CATEGORY-IDX, WS-LAG-SLOT).

      *> ===============================================================
      *> PARAGRAPH: ADD-SEASON-GROUP-DAY
      *> PURPOSE: Add the staged day's season ratio to season group
      *>          WS-GROUP-IDX at lag WS-LAG-SLOT, for the departement
      *>          and for all departements together.
      *> ===============================================================
       ADD-SEASON-GROUP-DAY.
           ADD 1 TO WS-TSG-DAYS(WS-DP-SLOT, WS-SEASON-IDX,
               WS-GROUP-IDX, WS-LAG-SLOT)
           ADD LS-SEASON-RATIO TO WS-TSG-RATIO-SUM(WS-DP-SLOT,
               WS-SEASON-IDX, WS-GROUP-IDX, WS-LAG-SLOT)
           ADD 1 TO WS-TSG-DAYS(C-ALL-DEPARTEMENTS-SLOT,
               WS-SEASON-IDX, WS-GROUP-IDX, WS-LAG-SLOT)
           ADD LS-SEASON-RATIO TO WS-TSG-RATIO-SUM(
               C-ALL-DEPARTEMENTS-SLOT, WS-SEASON-IDX, WS-GROUP-IDX,
               WS-LAG-SLOT).

      *> ===============================================================
      *> PARAGRAPH: WRITE-REPORT-HEADER
      *> PURPOSE: The report's title and the terms it was run on.
      *> ===============================================================
       WRITE-REPORT-HEADER.
           MOVE SPACES TO HR-LINE
           STRING
               "Respiratory admissions / air quality, pollen and "
               "heat report - generated " LS-TODAY-ISO
               DELIMITED BY SIZE
               INTO HR-LINE
           END-STRING
           WRITE HR-LINE
           MOVE SPACES TO HR-LINE
           STRING
               "(asthma and respiratory emergency admissions from the "
               "regional health agency, per departement, "
               LS-WINDOW-START-ISO " to " LS-TODAY-ISO ")"
               DELIMITED BY SIZE
               INTO HR-LINE
           END-STRING
           WRITE HR-LINE
           MOVE "Each cell: the relative increase in admissions on "
               & "the days whose exposure, lag days earlier, fell in "
               & "the row," TO HR-LINE
           WRITE HR-LINE
           MOVE "against the departement's mean (by season: the "
               & "season's mean), and (in brackets) how many days "
               & "that is." TO HR-LINE
           WRITE HR-LINE
           MOVE "Index: the worst Atmo France level archived for any "
               & "zone of the departement. Pollen: the species at "
               & "level 3 or more" TO HR-LINE
           WRITE HR-LINE
           MOVE LS-HEAT-C TO LS-HEAT-DISPLAY
           MOVE SPACES TO HR-LINE
           STRING
               "at a watched location in it. Heat/vigilance: a "
               "watched location in it at "
               FUNCTION TRIM(LS-HEAT-DISPLAY) " C or more, or a "
               "Meteo-France vigilance warning in force."
               DELIMITED BY SIZE
               INTO HR-LINE
           END-STRING
           WRITE HR-LINE
           MOVE C-MIN-CELL-DAYS TO LS-COUNT-DISPLAY
           MOVE SPACES TO HR-LINE
           STRING
               "A cell over fewer than "
               FUNCTION TRIM(LS-COUNT-DISPLAY)
               " days reads n/a. A relative increase shows days "
               "coinciding, not a cause."
               DELIMITED BY SIZE
               INTO HR-LINE
           END-STRING
           WRITE HR-LINE
           IF FUNCTION TRIM(LS-VIGILANCE-URL) = SPACES
           THEN
               MOVE "(Meteo-France vigilance not configured "
                   & "(AQRSS_VIGILANCE_URL): only the days already "
                   & "stamped count as vigilance days)" TO HR-LINE
               WRITE HR-LINE
           END-IF
           IF WS-DEPARTEMENT-COUNT = 0
           THEN
               MOVE SPACES TO HR-LINE
               WRITE HR-LINE
               MOVE "No admission day on file in the window."
                   TO HR-LINE
               WRITE HR-LINE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: WRITE-DEPARTEMENT-SECTION
      *> PURPOSE: Tally slot WS-TY-IDX's section: its admission days
      *>          and mean, then a row per index level, the
      *>          heat/vigilance days and each pollen species seen
      *>          elevated, then the season breakdown.
      *> ===============================================================
       WRITE-DEPARTEMENT-SECTION.
           MOVE SPACES TO HR-LINE
           WRITE HR-LINE
           MOVE WS-TY-DAYS(WS-TY-IDX) TO LS-DAYS-DISPLAY
           MOVE 0 TO LS-MEAN
           IF WS-TY-DAYS(WS-TY-IDX) > 0
           THEN
               COMPUTE LS-MEAN ROUNDED =
                   WS-TY-SUM(WS-TY-IDX) / WS-TY-DAYS(WS-TY-IDX)
           END-IF
           MOVE LS-MEAN TO LS-MEAN-DISPLAY
           MOVE SPACES TO HR-LINE
           IF WS-TY-IDX = C-ALL-DEPARTEMENTS-SLOT
           THEN
               STRING
                   "All departements together (each day against its "
                   "own departement's mean): "
                   FUNCTION TRIM(LS-DAYS-DISPLAY) " admission day(s)"
                   DELIMITED BY SIZE
                   INTO HR-LINE
               END-STRING
           ELSE
               STRING
                   "Departement " WS-DP-CODE(WS-TY-IDX) ": "
                   FUNCTION TRIM(LS-DAYS-DISPLAY)
                   " admission day(s), mean "
                   FUNCTION TRIM(LS-MEAN-DISPLAY) " a day"
                   DELIMITED BY SIZE
                   INTO HR-LINE
               END-STRING
           END-IF
           WRITE HR-LINE
           IF WS-TY-SUM(WS-TY-IDX) = 0
           THEN
               MOVE "  (no admissions to compare)" TO HR-LINE
               WRITE HR-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "  Exposure on day d-lag" TO LS-ROW-LABEL
           MOVE "  " TO LS-ROW-INDENT
           PERFORM WRITE-COLUMN-HEADINGS
           PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 1
               UNTIL WS-CATEGORY-IDX > 6
               MOVE WS-CATEGORY-IDX TO LS-LEVEL-INDEX
               MOVE WS-CATEGORY-IDX TO LS-LEVEL-DIGIT
               CALL "INDEX-LABEL" USING
                   LS-LEVEL-INDEX
                   LS-LEVEL-LABEL
               MOVE SPACES TO LS-ROW-LABEL
               STRING
                   "Index " LS-LEVEL-DIGIT " "
                   FUNCTION TRIM(LS-LEVEL-LABEL)
                   DELIMITED BY SIZE
                   INTO LS-ROW-LABEL
               END-STRING
               PERFORM STAGE-CATEGORY-ROW
               PERFORM WRITE-STAGED-ROW
           END-PERFORM
           MOVE C-HEAT-CATEGORY TO WS-CATEGORY-IDX
           MOVE "Heat/vigilance day" TO LS-ROW-LABEL
           PERFORM STAGE-CATEGORY-ROW
           PERFORM WRITE-STAGED-ROW
           PERFORM VARYING WS-SP-SLOT FROM 1 BY 1
               UNTIL WS-SP-SLOT > WS-SPECIES-COUNT
               CALL "POLLEN-DISPLAY-NAME" USING
                   BY REFERENCE WS-SP-NAME(WS-SP-SLOT)
                   BY REFERENCE LS-LANG
                   BY REFERENCE LS-SPECIES-DISPLAY
               MOVE SPACES TO LS-ROW-LABEL
               STRING
                   "Pollen " FUNCTION TRIM(LS-SPECIES-DISPLAY) " 3+"
                   DELIMITED BY SIZE
                   INTO LS-ROW-LABEL
               END-STRING
               COMPUTE WS-CATEGORY-IDX = C-HEAT-CATEGORY + WS-SP-SLOT
               PERFORM STAGE-CATEGORY-ROW
               PERFORM WRITE-STAGED-ROW
           END-PERFORM

           MOVE "  By season, against the season's own mean:"
               TO HR-LINE
           WRITE HR-LINE
           PERFORM VARYING WS-SEASON-IDX FROM 1 BY 1
               UNTIL WS-SEASON-IDX > 4
               PERFORM WRITE-SEASON-BLOCK
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: WRITE-SEASON-BLOCK
      *> PURPOSE: Season WS-SEASON-IDX of slot WS-TY-IDX: its days and
      *>          mean, then its three group rows.
      *> ===============================================================
       WRITE-SEASON-BLOCK.
           EVALUATE WS-SEASON-IDX
           WHEN 1
               MOVE "Winter" TO LS-SEASON-LABEL
           WHEN 2
               MOVE "Spring" TO LS-SEASON-LABEL
           WHEN 3
               MOVE "Summer" TO LS-SEASON-LABEL
           WHEN OTHER
               MOVE "Autumn" TO LS-SEASON-LABEL
           END-EVALUATE
           MOVE WS-TS-DAYS(WS-TY-IDX, WS-SEASON-IDX)
               TO LS-DAYS-DISPLAY
           MOVE SPACES TO HR-LINE
           IF WS-TS-DAYS(WS-TY-IDX, WS-SEASON-IDX) = 0
           THEN
               STRING
                   "    " FUNCTION TRIM(LS-SEASON-LABEL)
                   ": no admission day"
                   DELIMITED BY SIZE
                   INTO HR-LINE
               END-STRING
               WRITE HR-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE LS-MEAN ROUNDED =
               WS-TS-SUM(WS-TY-IDX, WS-SEASON-IDX)
               / WS-TS-DAYS(WS-TY-IDX, WS-SEASON-IDX)
           MOVE LS-MEAN TO LS-MEAN-DISPLAY
           IF WS-TY-IDX = C-ALL-DEPARTEMENTS-SLOT
           THEN
               STRING
                   "    " FUNCTION TRIM(LS-SEASON-LABEL) ": "
                   FUNCTION TRIM(LS-DAYS-DISPLAY) " admission day(s)"
                   DELIMITED BY SIZE
                   INTO HR-LINE
               END-STRING
           ELSE
               STRING
                   "    " FUNCTION TRIM(LS-SEASON-LABEL) ": "
                   FUNCTION TRIM(LS-DAYS-DISPLAY)
                   " admission day(s), mean "
                   FUNCTION TRIM(LS-MEAN-DISPLAY) " a day"
                   DELIMITED BY SIZE
                   INTO HR-LINE
               END-STRING
           END-IF
           WRITE HR-LINE

           MOVE "      " TO LS-ROW-INDENT
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > 3
               EVALUATE WS-GROUP-IDX
               WHEN 1
                   MOVE "Index degraded or worse" TO LS-ROW-LABEL
               WHEN 2
                   MOVE "Any pollen 3+" TO LS-ROW-LABEL
               WHEN OTHER
                   MOVE "Heat/vigilance day" TO LS-ROW-LABEL
               END-EVALUATE
               PERFORM VARYING WS-LAG-SLOT FROM 1 BY 1
                   UNTIL WS-LAG-SLOT > 4
                   MOVE WS-TSG-DAYS(WS-TY-IDX, WS-SEASON-IDX,
                           WS-GROUP-IDX, WS-LAG-SLOT)
                       TO LS-ROW-DAYS(WS-LAG-SLOT)
                   MOVE WS-TSG-RATIO-SUM(WS-TY-IDX, WS-SEASON-IDX,
                           WS-GROUP-IDX, WS-LAG-SLOT)
                       TO LS-ROW-RATIO-SUM(WS-LAG-SLOT)
               END-PERFORM
               PERFORM WRITE-STAGED-ROW
           END-PERFORM
           MOVE "  " TO LS-ROW-INDENT.

      *> ===============================================================
      *> PARAGRAPH: STAGE-CATEGORY-ROW
      *> PURPOSE: Stage row WS-CATEGORY-IDX of slot WS-TY-IDX for
      *>          WRITE-STAGED-ROW.
      *> ===============================================================
       STAGE-CATEGORY-ROW.
           PERFORM VARYING WS-LAG-SLOT FROM 1 BY 1
               UNTIL WS-LAG-SLOT > 4
               MOVE WS-TCL-DAYS(WS-TY-IDX, WS-CATEGORY-IDX,
                       WS-LAG-SLOT)
                   TO LS-ROW-DAYS(WS-LAG-SLOT)
               MOVE WS-TCL-RATIO-SUM(WS-TY-IDX, WS-CATEGORY-IDX,
                       WS-LAG-SLOT)
                   TO LS-ROW-RATIO-SUM(WS-LAG-SLOT)
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: WRITE-COLUMN-HEADINGS
      *> PURPOSE: The lag columns' heading under LS-ROW-LABEL.
      *> ===============================================================
       WRITE-COLUMN-HEADINGS.
           MOVE SPACES TO HR-LINE
           STRING
               LS-ROW-LABEL "  "
               "lag 0           lag 1           lag 2           "
               "lag 3"
               DELIMITED BY SIZE
               INTO HR-LINE
           END-STRING
           WRITE HR-LINE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-STAGED-ROW
      *> PURPOSE: One row: LS-ROW-LABEL and, per lag, the relative
      *>          increase and its day count. A row no day fell in is
      *>          left out.
      *> ===============================================================
       WRITE-STAGED-ROW.
           MOVE 0 TO LS-ROW-TOTAL-DAYS
           PERFORM VARYING WS-LAG-SLOT FROM 1 BY 1
               UNTIL WS-LAG-SLOT > 4
               ADD LS-ROW-DAYS(WS-LAG-SLOT) TO LS-ROW-TOTAL-DAYS
           END-PERFORM
           IF LS-ROW-TOTAL-DAYS = 0
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO HR-LINE
           MOVE 1 TO LS-LINE-POS
           STRING
               FUNCTION TRIM(LS-ROW-INDENT TRAILING) "  "
               LS-ROW-LABEL
               DELIMITED BY SIZE
               INTO HR-LINE
               WITH POINTER LS-LINE-POS
           END-STRING
           PERFORM VARYING WS-LAG-SLOT FROM 1 BY 1
               UNTIL WS-LAG-SLOT > 4
               PERFORM BUILD-ROW-CELL
               STRING
                   LS-CELL-TEXT
                   DELIMITED BY SIZE
                   INTO HR-LINE
                   WITH POINTER LS-LINE-POS
               END-STRING
           END-PERFORM
           WRITE HR-LINE.

      *> ===============================================================
      *> PARAGRAPH: BUILD-ROW-CELL
      *> PURPOSE: LS-CELL-TEXT for lag WS-LAG-SLOT of the staged row:
      *>          "+12.5% (41)", or "n/a (3)" over too few days.
      *> ===============================================================
       BUILD-ROW-CELL.
           MOVE SPACES TO LS-CELL-TEXT
           MOVE LS-ROW-DAYS(WS-LAG-SLOT) TO LS-CELL-DAYS-DISPLAY
           IF LS-ROW-DAYS(WS-LAG-SLOT) < C-MIN-CELL-DAYS
           THEN
               STRING
                   "n/a (" FUNCTION TRIM(LS-CELL-DAYS-DISPLAY) ")"
                   DELIMITED BY SIZE
                   INTO LS-CELL-TEXT
               END-STRING
               EXIT PARAGRAPH
           END-IF
           COMPUTE LS-PCT ROUNDED =
               (LS-ROW-RATIO-SUM(WS-LAG-SLOT)
                   / LS-ROW-DAYS(WS-LAG-SLOT) - 1) * 100
               ON SIZE ERROR
                   MOVE 9999.9 TO LS-PCT
           END-COMPUTE
           MOVE LS-PCT TO LS-PCT-DISPLAY
           STRING
               FUNCTION TRIM(LS-PCT-DISPLAY) "% ("
               FUNCTION TRIM(LS-CELL-DAYS-DISPLAY) ")"
               DELIMITED BY SIZE
               INTO LS-CELL-TEXT
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: STAMP-TODAYS-VIGILANCE
      *> PURPOSE: Record today's Meteo-France vigilance warning for
      *>          each departement the agency reports on, keeping any
      *>          count already on file for the day. Nothing is
      *>          stamped while the vigilance feed is not configured:
      *>          "no warning" would then be a guess.
      *> ===============================================================
       STAMP-TODAYS-VIGILANCE.
           MOVE 0 TO LS-STAMPED-COUNT
           IF FUNCTION TRIM(LS-VIGILANCE-URL) = SPACES
               OR WS-DEPARTEMENT-COUNT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM OPEN-ADMISSIONS-I-O
           IF WS-HA-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DP-SLOT FROM 1 BY 1
               UNTIL WS-DP-SLOT > WS-DEPARTEMENT-COUNT
               PERFORM STAMP-ONE-DEPARTEMENT
           END-PERFORM
           CLOSE HEALTH-ADMISSION-FILE.

      *> ===============================================================
      *> PARAGRAPH: STAMP-ONE-DEPARTEMENT
      *> PURPOSE: Today's vigilance for departement WS-DP-SLOT, into
      *>          its record for today.
      *> ===============================================================
       STAMP-ONE-DEPARTEMENT.
           CALL "VIGILANCE-SERVICE" USING
               BY REFERENCE WS-DP-CODE(WS-DP-SLOT)
               BY REFERENCE LS-VIGILANCE-ACTIVE
               BY REFERENCE LS-VIGILANCE-TEXT

           MOVE LS-TODAY-ISO TO HA-DATE-STR
           MOVE WS-DP-CODE(WS-DP-SLOT) TO HA-DEPARTEMENT
           READ HEALTH-ADMISSION-FILE
               INVALID KEY
                   MOVE "23" TO WS-HA-FILE-STATUS
           END-READ
           IF WS-HA-FILE-STATUS NOT = "00"
           THEN
               MOVE SPACES TO HA-RECORD
               MOVE LS-TODAY-ISO TO HA-DATE-STR
               MOVE WS-DP-CODE(WS-DP-SLOT) TO HA-DEPARTEMENT
               MOVE "N" TO HA-HAS-ADMISSIONS
               MOVE 0 TO HA-ADMISSIONS
           END-IF
           IF LS-VIGILANCE-ACTIVE = "Y"
           THEN
               MOVE "Y" TO HA-VIGILANCE
               MOVE LS-VIGILANCE-TEXT(1:40) TO HA-VIGILANCE-TEXT
           ELSE
               MOVE "N" TO HA-VIGILANCE
               MOVE SPACES TO HA-VIGILANCE-TEXT
           END-IF

           IF WS-HA-FILE-STATUS = "00"
           THEN
               REWRITE HA-RECORD
           ELSE
               WRITE HA-RECORD
           END-IF
           IF WS-HA-FILE-STATUS = "00"
           THEN
               ADD 1 TO LS-STAMPED-COUNT
           ELSE
               ADD 1 TO LS-FAILED-COUNT
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: WRITE-BATCH-RUN-RECORD
      *> PURPOSE: Append this run's record to the shared batch-control
      *>          journal for the /status route.
      *> ===============================================================
       WRITE-BATCH-RUN-RECORD.
           MOVE FUNCTION CURRENT-DATE TO BC-END-TIMESTAMP
           CALL "BATCH-RUN-RECORD" USING
               BY REFERENCE BC-RECORD.

       END PROGRAM HEALTH-IMPACT-BATCH.
