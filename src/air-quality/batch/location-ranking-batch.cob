      *>          caches and budgets apply; filed per day in the
      *>          ranking archive, ranked best to worst in the
      *>          report file with each site's day-over-day move and
      *>          the biggest mover flagged. Zone entries that are
      *>          listed communes carry their INSEE population, and
      *>          the report closes with the residents at each level
      *>          across them, then one line per location group (see
      *>          location-group-record) naming its worst site and
      *>          its average index.
      *>          Each organisation sharing the server (see
      *>          TENANT-REGISTRY) also gets
      *>          location-ranking-report.<TENANT>.txt, the same board
      *>          cut down to its own watched locations.
      *>          The Monday management meeting used to get this as a
      *>          hand-built spreadsheet; RANKING-FEED-SERVICE serves
      *>          the same archive as a feed route.
               FILE STATUS IS WS-LR-FILE-STATUS.

           SELECT RANKING-REPORT-FILE ASSIGN TO
                   DYNAMIC WS-RR-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RR-FILE-STATUS.

       WORKING-STORAGE SECTION.
       01  WS-LR-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-RR-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-RR-FILENAME               PIC X(60)
               VALUE "location-ranking-report.txt".

       LOCAL-STORAGE SECTION.
       01  LS-CURRENT-DATE-AND-TIME.
               10  LS-RK-INDEX          PIC 9(1).
               10  LS-RK-DELTA          PIC S9(1).
               10  LS-RK-HAS-DELTA      PIC X(01).
               10  LS-RK-POPULATION     PIC 9(8).
               10  LS-RK-TENANT         PIC X(8).
       01  LS-SORT-I                    PIC 9(2) VALUE 0.
       01  LS-SORT-J                    PIC 9(2) VALUE 0.
       01  LS-SWAP-ENTRY                PIC X(48) VALUE SPACES.
      *> The staged row's owning organisation, and the one the
      *> report being written covers ("*" for the operator-wide
      *> board) with its name from the tenant file.
       01  LS-RANK-TENANT               PIC X(8) VALUE SPACES.
       01  LS-REPORT-TENANT             PIC X(8) VALUE "*".
       01  LS-TENANT-SEEN               PIC X(01) VALUE "N".
       01  LS-TENANT-IDX                PIC 9(2) VALUE 0.
       COPY tenant-record IN "air-quality/service".
      *> The staged row's residents (zone entries only; 0 when not a
      *> listed commune), and the board's residents per level.
       01  LS-RANK-POPULATION           PIC 9(8) VALUE 0.
       01  LS-LEVEL-POPULATION-TABLE.
           05  LS-LEVEL-POPULATION      PIC 9(9) OCCURS 6 TIMES.
       01  LS-BOARD-POPULATION          PIC 9(9) VALUE 0.
       01  LS-LEVEL-IDX                 PIC 9(1) VALUE 0.
       01  LS-RESIDENT-PCT              PIC 9(3) VALUE 0.
       01  LS-RESIDENT-DISPLAY          PIC ZZZ,ZZZ,ZZ9.
       01  LS-BIGGEST-MOVER-IDX         PIC 9(2) VALUE 0.
       01  LS-BIGGEST-MOVE              PIC 9(1) VALUE 0.
       01  LS-ABS-DELTA                 PIC 9(1) VALUE 0.
       01  LS-DELTA-DISPLAY             PIC +9.
       01  C-LOG-INFO                   PIC X(5) VALUE "INFO".
       01  LS-LOG-MESSAGE               PIC X(256) VALUE SPACES.
      *> The location groups, for the report's per-group close: each
      *> group's worst ranked member and its average index.
       COPY location-groups IN "air-quality/service".
       01  LS-GROUP-HEADER-DONE         PIC X(01) VALUE "N".
       01  LS-IS-MEMBER                 PIC X(01) VALUE "N".
       01  LS-GROUP-RANKED              PIC 9(2) VALUE 0.
       01  LS-GROUP-INDEX-TOTAL         PIC 9(3) VALUE 0.
       01  LS-GROUP-WORST-IDX           PIC 9(2) VALUE 0.
       01  LS-GROUP-AVERAGE             PIC 9V9 VALUE 0.
       01  LS-GROUP-AVERAGE-DISPLAY     PIC 9.9.
       COPY "pollutant-data" IN "pollutant/service".
      *> The Atmo France reading set for the zone entries, renamed
      *> so it can sit beside the PREV'AIR copy above.

           CALL "LOAD-WATCHED-LOCATIONS" USING
               BY REFERENCE WL-REGISTRY-GRP
           CALL "LOAD-LOCATION-GROUPS" USING
               BY REFERENCE LG-GROUPS-GRP
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 0 TO LG-GROUP-COUNT
               MOVE 0 TO LG-MEMBER-COUNT
           END-IF
           IF WL-LATLONG-COUNT = 0 AND WL-ZONE-COUNT = 0
           THEN
               MOVE "Ranking: no watched locations, skipping"
           CLOSE LOCATION-RANKING-FILE

           PERFORM WRITE-RANKING-REPORT
           PERFORM WRITE-TENANT-RANKING-REPORTS

           MOVE LS-RANK-COUNT TO BC-OK-COUNT
           MOVE 0 TO BC-FAILED-COUNT

           MOVE WL-LATLONG-ID(WL-LATLONG-INDEX)
               TO LS-RANK-LOCATION-ID
           MOVE WL-LATLONG-TENANT(WL-LATLONG-INDEX) TO LS-RANK-TENANT
           MOVE 0 TO LS-RANK-POPULATION
           MOVE SPACES TO LS-RANK-LABEL
           STRING
               FUNCTION TRIM(WL-LATITUDE-STR(WL-LATLONG-INDEX)) ","
           END-IF

           MOVE WL-ZONE-ID(WL-ZONE-INDEX) TO LS-RANK-LOCATION-ID
           MOVE WL-ZONE-TENANT(WL-ZONE-INDEX) TO LS-RANK-TENANT
           CALL "COMMUNE-POPULATION" USING
               BY REFERENCE WL-ZONE-ENTRY(WL-ZONE-INDEX)
               BY REFERENCE LS-RANK-POPULATION
           MOVE SPACES TO LS-RANK-LABEL
           STRING
               "zone " FUNCTION TRIM(WL-ZONE-ENTRY(WL-ZONE-INDEX))
           MOVE LS-WORST-INDEX TO LS-RK-INDEX(LS-RK-IDX)
           MOVE 0 TO LS-RK-DELTA(LS-RK-IDX)
           MOVE "N" TO LS-RK-HAS-DELTA(LS-RK-IDX)
           MOVE LS-RANK-POPULATION TO LS-RK-POPULATION(LS-RK-IDX)
           MOVE LS-RANK-TENANT TO LS-RK-TENANT(LS-RK-IDX)

           MOVE LS-YESTERDAY-STR TO LR-DATE
           MOVE LS-RANK-LOCATION-ID TO LR-LOCATION-ID
      *> ===============================================================
      *> PARAGRAPH: FIND-BIGGEST-MOVER
      *> PURPOSE: The row with the largest absolute day-over-day
      *>          move among LS-REPORT-TENANT's rows, for the
      *>          report's highlight.
      *> ===============================================================
       FIND-BIGGEST-MOVER.
           MOVE 0 TO LS-BIGGEST-MOVER-IDX
           PERFORM VARYING LS-SORT-I FROM 1 BY 1
               UNTIL LS-SORT-I > LS-RANK-COUNT
               IF LS-RK-HAS-DELTA(LS-SORT-I) = "Y"
                   AND (LS-REPORT-TENANT = "*"
                       OR LS-RK-TENANT(LS-SORT-I) = LS-REPORT-TENANT)
               THEN
                   IF LS-RK-DELTA(LS-SORT-I) < 0
                   THEN

      *> ===============================================================
      *> PARAGRAPH: WRITE-RANKING-REPORT
      *> PURPOSE: Render the sorted board as the report file named by
      *>          WS-RR-FILENAME: every row for the operator-wide
      *>          board, LS-REPORT-TENANT's own rows for a tenant's.
      *> ===============================================================
       WRITE-RANKING-REPORT.
           OPEN OUTPUT RANKING-REPORT-FILE
           END-IF

           MOVE SPACES TO RR-LINE
           IF LS-REPORT-TENANT = "*"
           THEN
               STRING
                   "Watched-location ranking for " LS-TODAY-STR
                   " (best to worst)"
                   INTO RR-LINE
               END-STRING
           ELSE
               STRING
                   "Watched-location ranking for " LS-TODAY-STR
                   " - " FUNCTION TRIM(TN-NAME) " ("
                   FUNCTION TRIM(LS-REPORT-TENANT)
                   ", best to worst)"
                   INTO RR-LINE
               END-STRING
           END-IF
           WRITE RR-LINE

           MOVE 0 TO LS-RANK-NUM
           PERFORM VARYING LS-SORT-I FROM 1 BY 1
               UNTIL LS-SORT-I > LS-RANK-COUNT
               PERFORM WRITE-RANKING-ROW
           END-PERFORM

           PERFORM WRITE-RESIDENTS-BY-LEVEL
           PERFORM WRITE-GROUP-SECTION
           CLOSE RANKING-REPORT-FILE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-RANKING-ROW
      *> PURPOSE: One board line for the LS-SORT-I row, skipped when
      *>          the row is not within LS-REPORT-TENANT.
      *> ===============================================================
       WRITE-RANKING-ROW.
           IF LS-REPORT-TENANT NOT = "*"
               AND LS-RK-TENANT(LS-SORT-I) NOT = LS-REPORT-TENANT
           THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-RANK-NUM
           MOVE SPACES TO RR-LINE
           IF LS-RK-HAS-DELTA(LS-SORT-I) = "Y"
           THEN
               MOVE LS-RK-DELTA(LS-SORT-I) TO LS-DELTA-DISPLAY
               IF LS-SORT-I = LS-BIGGEST-MOVER-IDX
                   AND LS-BIGGEST-MOVE > 0
               THEN
                   STRING
                       "  " LS-RANK-NUM ". "
                       FUNCTION TRIM(
                           LS-RK-LOCATION-ID(LS-SORT-I))
                       " (" FUNCTION TRIM(LS-RK-LABEL(LS-SORT-I))
                       ") index " LS-RK-INDEX(LS-SORT-I)
                       " move " LS-DELTA-DISPLAY
                       "  <= biggest mover"
                       INTO RR-LINE
                   END-STRING
               ELSE
                   STRING
                       "  " LS-RANK-NUM ". "
                       FUNCTION TRIM(
                           LS-RK-LOCATION-ID(LS-SORT-I))
                       " (" FUNCTION TRIM(LS-RK-LABEL(LS-SORT-I))
                       ") index " LS-RK-INDEX(LS-SORT-I)
                       " move " LS-DELTA-DISPLAY
                       INTO RR-LINE
                   END-STRING
               END-IF
           ELSE
               STRING
                   "  " LS-RANK-NUM ". "
                   FUNCTION TRIM(LS-RK-LOCATION-ID(LS-SORT-I))
                   " (" FUNCTION TRIM(LS-RK-LABEL(LS-SORT-I))
                   ") index " LS-RK-INDEX(LS-SORT-I)
                   " (first day on the board)"
                   INTO RR-LINE
               END-STRING
           END-IF
           IF LS-RK-POPULATION(LS-SORT-I) > 0
           THEN
               MOVE LS-RK-POPULATION(LS-SORT-I)
                   TO LS-RESIDENT-DISPLAY
               STRING
                   FUNCTION TRIM(RR-LINE) ", "
                   FUNCTION TRIM(LS-RESIDENT-DISPLAY)
                   " residents"
                   INTO RR-LINE
               END-STRING
           END-IF
           WRITE RR-LINE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-RESIDENTS-BY-LEVEL
      *> PURPOSE: The population-weighted close of the report: how
      *>          many residents of the ranked communes sit at each
      *>          level today, and their share. Nothing is written
      *>          when no ranked entry has a known population.
      *> ===============================================================
       WRITE-RESIDENTS-BY-LEVEL.
           MOVE 0 TO LS-BOARD-POPULATION
           PERFORM VARYING LS-LEVEL-IDX FROM 1 BY 1
               UNTIL LS-LEVEL-IDX > 6
               MOVE 0 TO LS-LEVEL-POPULATION(LS-LEVEL-IDX)
           END-PERFORM
           PERFORM VARYING LS-SORT-I FROM 1 BY 1
               UNTIL LS-SORT-I > LS-RANK-COUNT
               IF LS-RK-INDEX(LS-SORT-I) >= 1
                   AND (LS-REPORT-TENANT = "*"
                       OR LS-RK-TENANT(LS-SORT-I) = LS-REPORT-TENANT)
               THEN
                   ADD LS-RK-POPULATION(LS-SORT-I)
                       TO LS-LEVEL-POPULATION(LS-RK-INDEX(LS-SORT-I))
                   ADD LS-RK-POPULATION(LS-SORT-I)
                       TO LS-BOARD-POPULATION
               END-IF
           END-PERFORM
           IF LS-BOARD-POPULATION = 0
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO RR-LINE
           WRITE RR-LINE
           MOVE LS-BOARD-POPULATION TO LS-RESIDENT-DISPLAY
           MOVE SPACES TO RR-LINE
           STRING
               "Residents by level (ranked communes with a known "
               "population, " FUNCTION TRIM(LS-RESIDENT-DISPLAY)
               " residents):"
               INTO RR-LINE
           END-STRING
           WRITE RR-LINE
           PERFORM VARYING LS-LEVEL-IDX FROM 1 BY 1
               UNTIL LS-LEVEL-IDX > 6
               IF LS-LEVEL-POPULATION(LS-LEVEL-IDX) > 0
               THEN
                   COMPUTE LS-RESIDENT-PCT ROUNDED =
                       LS-LEVEL-POPULATION(LS-LEVEL-IDX) * 100
                       / LS-BOARD-POPULATION
                   MOVE LS-LEVEL-POPULATION(LS-LEVEL-IDX)
                       TO LS-RESIDENT-DISPLAY
                   MOVE SPACES TO RR-LINE
                   STRING
                       "  level " LS-LEVEL-IDX ": "
                       FUNCTION TRIM(LS-RESIDENT-DISPLAY)
                       " residents (" LS-RESIDENT-PCT "%)"
                       INTO RR-LINE
                   END-STRING
                   WRITE RR-LINE
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: WRITE-GROUP-SECTION
      *> PURPOSE: The report's per-group close: one line for each
      *>          location group within LS-REPORT-TENANT (every group
      *>          on the operator-wide board). Nothing is written
      *>          when there is no such group.
      *> ===============================================================
       WRITE-GROUP-SECTION.
           MOVE "N" TO LS-GROUP-HEADER-DONE
           PERFORM VARYING LG-GROUP-INDEX FROM 1 BY 1
               UNTIL LG-GROUP-INDEX > LG-GROUP-COUNT
               IF LS-REPORT-TENANT = "*"
                   OR LG-GROUP-TENANT(LG-GROUP-INDEX)
                       = LS-REPORT-TENANT
               THEN
                   IF LS-GROUP-HEADER-DONE = "N"
                   THEN
                       MOVE SPACES TO RR-LINE
                       WRITE RR-LINE
                       MOVE "Location groups (worst site, average "
                           & "index over ranked members):" TO RR-LINE
                       WRITE RR-LINE
                       MOVE "Y" TO LS-GROUP-HEADER-DONE
                   END-IF
                   PERFORM WRITE-ONE-GROUP-LINE
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: WRITE-ONE-GROUP-LINE
      *> PURPOSE: The LG-GROUP-INDEX group's line: its worst member
      *>          on today's board - the last one, the board being
      *>          sorted best to worst - and the average index over
      *>          its ranked members.
      *> ===============================================================
       WRITE-ONE-GROUP-LINE.
           MOVE 0 TO LS-GROUP-RANKED
           MOVE 0 TO LS-GROUP-INDEX-TOTAL
           MOVE 0 TO LS-GROUP-WORST-IDX
           PERFORM VARYING LS-SORT-I FROM 1 BY 1
               UNTIL LS-SORT-I > LS-RANK-COUNT
               MOVE "N" TO LS-IS-MEMBER
               PERFORM VARYING LG-MEMBER-INDEX FROM 1 BY 1
                   UNTIL LG-MEMBER-INDEX > LG-MEMBER-COUNT
                       OR LS-IS-MEMBER = "Y"
                   IF LG-MEMBER-GROUP-ID(LG-MEMBER-INDEX)
                           = LG-GROUP-ID(LG-GROUP-INDEX)
                       AND LG-MEMBER-KIND(LG-MEMBER-INDEX)
                           = "LOCATION"
                       AND LG-MEMBER-ID(LG-MEMBER-INDEX)
                           = LS-RK-LOCATION-ID(LS-SORT-I)
                   THEN
                       MOVE "Y" TO LS-IS-MEMBER
                   END-IF
               END-PERFORM
               IF LS-IS-MEMBER = "Y"
               THEN
                   ADD 1 TO LS-GROUP-RANKED
                   ADD LS-RK-INDEX(LS-SORT-I) TO LS-GROUP-INDEX-TOTAL
                   MOVE LS-SORT-I TO LS-GROUP-WORST-IDX
               END-IF
           END-PERFORM

           MOVE SPACES TO RR-LINE
           IF LS-GROUP-RANKED = 0
           THEN
               STRING
                   "  " FUNCTION TRIM(LG-GROUP-ID(LG-GROUP-INDEX))
                   " (" FUNCTION TRIM(LG-GROUP-LABEL(LG-GROUP-INDEX))
                   "): no ranked members today"
                   INTO RR-LINE
               END-STRING
               WRITE RR-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE LS-GROUP-AVERAGE ROUNDED =
               LS-GROUP-INDEX-TOTAL / LS-GROUP-RANKED
           MOVE LS-GROUP-AVERAGE TO LS-GROUP-AVERAGE-DISPLAY
           MOVE LS-GROUP-WORST-IDX TO LS-SORT-I
           STRING
               "  " FUNCTION TRIM(LG-GROUP-ID(LG-GROUP-INDEX))
               " (" FUNCTION TRIM(LG-GROUP-LABEL(LG-GROUP-INDEX))
               "): worst " FUNCTION TRIM(LS-RK-LOCATION-ID(LS-SORT-I))
               " (" FUNCTION TRIM(LS-RK-LABEL(LS-SORT-I))
               ") index " LS-RK-INDEX(LS-SORT-I)
               ", average " LS-GROUP-AVERAGE-DISPLAY " over "
               LS-GROUP-RANKED " site(s)"
               INTO RR-LINE
           END-STRING
           WRITE RR-LINE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-TENANT-RANKING-REPORTS
      *> PURPOSE: One cut-down board per organisation that has a row
      *>          on today's board, each with its own rank numbers,
      *>          biggest mover and residents close, as
      *>          location-ranking-report.<TENANT>.txt. The
      *>          operator's own rows (blank tenant) are on the
      *>          operator-wide board only.
      *> ===============================================================
       WRITE-TENANT-RANKING-REPORTS.
           PERFORM VARYING LS-TENANT-IDX FROM 1 BY 1
               UNTIL LS-TENANT-IDX > LS-RANK-COUNT
               IF LS-RK-TENANT(LS-TENANT-IDX) NOT = SPACES
               THEN
                   MOVE "N" TO LS-TENANT-SEEN
                   PERFORM VARYING LS-SORT-J FROM 1 BY 1
                       UNTIL LS-SORT-J >= LS-TENANT-IDX
                       IF LS-RK-TENANT(LS-SORT-J)
                           = LS-RK-TENANT(LS-TENANT-IDX)
                       THEN
                           MOVE "Y" TO LS-TENANT-SEEN
                       END-IF
                   END-PERFORM
                   IF LS-TENANT-SEEN = "N"
                   THEN
                       PERFORM WRITE-ONE-TENANT-RANKING
                   END-IF
               END-IF
           END-PERFORM

           MOVE "*" TO LS-REPORT-TENANT
           MOVE "location-ranking-report.txt" TO WS-RR-FILENAME.

      *> ===============================================================
      *> PARAGRAPH: WRITE-ONE-TENANT-RANKING
      *> PURPOSE: The LS-TENANT-IDX row's organisation's own board.
      *> ===============================================================
       WRITE-ONE-TENANT-RANKING.
           MOVE LS-RK-TENANT(LS-TENANT-IDX) TO LS-REPORT-TENANT
           MOVE SPACES TO TN-RECORD
           CALL "TENANT-FIND" USING
               BY REFERENCE LS-REPORT-TENANT
               BY REFERENCE TN-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE LS-REPORT-TENANT TO TN-NAME
           END-IF
           MOVE SPACES TO WS-RR-FILENAME
           STRING
               "location-ranking-report."
               FUNCTION TRIM(LS-REPORT-TENANT) ".txt"
               DELIMITED BY SIZE
               INTO WS-RR-FILENAME
           END-STRING
           PERFORM FIND-BIGGEST-MOVER
           PERFORM WRITE-RANKING-REPORT.

      *> ===============================================================
      *> PARAGRAPH: WRITE-BATCH-RUN-RECORD
