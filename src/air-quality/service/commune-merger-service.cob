      *> ===============================================================
      *> PROGRAM: COMMUNE-MERGER-SERVICE
      *> PURPOSE: Find and fix what the January commune mergers leave
      *>          behind. Once COMMUNE-REFERENCE-LOADER-BATCH has
      *>          built the commune succession table from the INSEE
      *>          change file, a watched ZONE entry, a saved feed's
      *>          code_zone or a line of the Atmo France zone list
      *>          may still carry a code that no longer resolves.
      *>          COMMUNE-MERGER-REPORT lists every one of them (and
      *>          counts the archived Atmo France readings filed
      *>          under retired codes, which are followed rather than
      *>          rewritten - see HISTORY-QUERY-SERVICE);
      *>          COMMUNE-MERGER-AFFECTED hands the registry entries
      *>          to the admin remap in AIR-QUALITY-ROUTER, which
      *>          rewrites each through its own registry so the
      *>          change journal records it; COMMUNE-MERGER-REMAP-
      *>          ZONES rewrites the zone list itself.
      *>          The registries are read directly, under their own
      *>          mutex slots and layout checks, the same way the
      *>          batches that sweep them do.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMUNE-MERGER-SERVICE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCHED-LOCATION-FILE ASSIGN TO
                   "watched-locations.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WLR-LOCATION-ID
               FILE STATUS IS WS-WLR-FILE-STATUS.

           SELECT SAVED-FEED-FILE ASSIGN TO "saved-feeds.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SF-NAME
               FILE STATUS IS WS-SF-FILE-STATUS.

           SELECT ZONE-LIST-FILE ASSIGN TO "atmo-france-zones.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ZL-FILE-STATUS.

           SELECT ZONE-LIST-SCRATCH-FILE ASSIGN TO
                   "atmo-france-zones.dat.tmp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ZLS-FILE-STATUS.

           SELECT ATMO-FRANCE-HISTORY-FILE ASSIGN TO
                   "atmo-france-pollutant-history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFH-KEY
               FILE STATUS IS WS-AFH-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  WATCHED-LOCATION-FILE.
       COPY watched-location-record IN "air-quality/service".

       FD  SAVED-FEED-FILE.
       COPY saved-feed-record IN "air-quality/service".

       FD  ZONE-LIST-FILE.
       01  ZL-CODE-ZONE                 PIC X(5).

       FD  ZONE-LIST-SCRATCH-FILE.
       01  ZLS-CODE-ZONE                PIC X(5).

       FD  ATMO-FRANCE-HISTORY-FILE.
       COPY pollutant-history IN "pollutant/service/atmo-france".

       WORKING-STORAGE SECTION.
       01  WS-WLR-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-SF-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ZL-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ZLS-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-AFH-FILE-STATUS           PIC X(02) VALUE SPACES.
      *> The registries' own mutex slots (see AQRSS-MUTEX's slot
      *> map) and layouts (see AQRSS-LAYOUT-VERSION): a registry
      *> awaiting migration is reported as unchecked rather than
      *> read through the wrong record.
       01  C-WLR-MUTEX-ID               PIC 9(2) VALUE 15.
       01  C-SF-MUTEX-ID                PIC 9(2) VALUE 16.
       01  C-WLR-FILE-NAME              PIC X(40)
               VALUE "watched-locations.dat".
       01  C-WLR-LAYOUT-VERSION         PIC 9(3) VALUE 3.
       01  C-SF-FILE-NAME               PIC X(40)
               VALUE "saved-feeds.dat".
       01  C-SF-LAYOUT-VERSION          PIC 9(3) VALUE 2.

       LOCAL-STORAGE SECTION.
      *> "R" appends what the scans find to the report, "L" files it
      *> in the caller's remap list.
       01  LS-SCAN-MODE                 PIC X(01) VALUE "R".
       01  LS-REPORT-LINE               PIC X(200) VALUE SPACES.
       01  LS-REPORT-SCRATCH            PIC X(10000) VALUE SPACES.
       01  LS-REPORT-FULL               PIC X(01) VALUE "N".
       01  LS-REMAP-ENTITY              PIC X(20) VALUE SPACES.
       01  LS-REMAP-ENTITY-ID           PIC X(32) VALUE SPACES.
       01  LS-SECTION-HITS              PIC 9(5) VALUE 0.
       01  LS-REGISTRY-HITS             PIC 9(5) VALUE 0.
       01  LS-ARCHIVE-HITS              PIC 9(7) VALUE 0.
       01  LS-COUNT-DISPLAY             PIC Z(6)9.
       01  LS-NO-CODE                   PIC X(5) VALUE SPACES.
       01  LS-PROBE-CODE                PIC X(5) VALUE SPACES.

      *> The codes already looked up in the succession table on this
      *> call, so the archive walk asks COMMUNE-REFERENCE once per
      *> zone rather than once per record.
       COPY commune-code-cache IN "geocode/service".
       01  LS-LOOKUP-CODE               PIC X(5) VALUE SPACES.
       01  LS-LOOKUP-CURRENT-CODE       PIC X(5) VALUE SPACES.
       01  LS-LOOKUP-RETIRED            PIC X(01) VALUE "N".

      *> The zone list as read, and as it is written back.
       01  C-ZONE-MAX-COUNT             CONSTANT AS 2000.
       01  LS-ZONE-COUNT                PIC 9(4) VALUE 0.
       01  LS-ZONE-TABLE.
           05  LS-ZN-ENTRY OCCURS 2000 TIMES.
               10  LS-ZN-CODE           PIC X(5).
               10  LS-ZN-OUT-CODE       PIC X(5).
               10  LS-ZN-KEPT           PIC X(01).
       01  LS-ZN-IDX                    PIC 9(4) VALUE 0.
       01  LS-ZN-EARLIER                PIC 9(4) VALUE 0.
       01  LS-ZONE-OVERFLOW             PIC X(01) VALUE "N".
       01  LS-ENTRY-RESULT              USAGE BINARY-LONG VALUE 0.

       LINKAGE SECTION.
       01  OUT-REPORT                   PIC X(10000).
       01  OUT-ZONE-REMAP-COUNT         PIC 9(5).
       COPY commune-remap-list IN "air-quality/service".

      *> Unused default entry point: every caller targets one of the
      *> ENTRY points below, the same way ENV-CONFIG's callers always
      *> target one of its named entries.
       PROCEDURE DIVISION.
           GOBACK.

      *> ===============================================================
      *> ENTRY: COMMUNE-MERGER-REPORT
      *> PURPOSE: A plain-text report of every watched ZONE location,
      *>          saved feed and Atmo France zone-list line still on a
      *>          retired commune code, each with the code in force
      *>          today, then how many archived Atmo France records
      *>          are filed under retired codes. Returns 0 with the
      *>          report filled; 1 with a one-line explanation when
      *>          no succession table has been loaded yet.
      *> ===============================================================
       ENTRY "COMMUNE-MERGER-REPORT" USING
           BY REFERENCE OUT-REPORT.

           MOVE SPACES TO OUT-REPORT
           MOVE "N" TO LS-REPORT-FULL
           MOVE 0 TO CCC-COUNT
           MOVE 0 TO LS-REGISTRY-HITS
           PERFORM CHECK-SUCCESSION-LOADED
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "No commune succession table loaded: run "
                   & "COMMUNE-REFERENCE-LOADER-BATCH with the INSEE "
                   & "change file (commune-changes.csv)" TO OUT-REPORT
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "R" TO LS-SCAN-MODE

           MOVE "Retired INSEE commune codes still in use"
               TO LS-REPORT-LINE
           PERFORM APPEND-REPORT-LINE

           MOVE "Watched locations:" TO LS-REPORT-LINE
           PERFORM APPEND-REPORT-LINE
           PERFORM SCAN-WATCHED-LOCATIONS
           PERFORM CLOSE-REPORT-SECTION

           MOVE "Saved feeds:" TO LS-REPORT-LINE
           PERFORM APPEND-REPORT-LINE
           PERFORM SCAN-SAVED-FEEDS
           PERFORM CLOSE-REPORT-SECTION

           MOVE "Atmo France zone list (atmo-france-zones.dat):"
               TO LS-REPORT-LINE
           PERFORM APPEND-REPORT-LINE
           PERFORM SCAN-ZONE-LIST
           PERFORM CLOSE-REPORT-SECTION

           PERFORM COUNT-ARCHIVE-RECORDS
           MOVE LS-ARCHIVE-HITS TO LS-COUNT-DISPLAY
           MOVE SPACES TO LS-REPORT-LINE
           STRING
               "Atmo France archive: "
               FUNCTION TRIM(LS-COUNT-DISPLAY)
               " record(s) filed under retired codes, kept as "
               "filed - /history and the reports follow them to "
               "today's commune"
               DELIMITED BY SIZE INTO LS-REPORT-LINE
           END-STRING
           PERFORM APPEND-REPORT-LINE

           MOVE LS-REGISTRY-HITS TO LS-COUNT-DISPLAY
           MOVE SPACES TO LS-REPORT-LINE
           IF LS-REGISTRY-HITS = 0
           THEN
               MOVE "Nothing to remap." TO LS-REPORT-LINE
           ELSE
               STRING
                   FUNCTION TRIM(LS-COUNT-DISPLAY)
                   " entr(ies) to remap: POST "
                   "/admin/commune-successions/remap"
                   DELIMITED BY SIZE INTO LS-REPORT-LINE
               END-STRING
           END-IF
           PERFORM APPEND-REPORT-LINE

           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: COMMUNE-MERGER-AFFECTED
      *> PURPOSE: Fill the caller's remap list with every watched ZONE
      *>          location and saved feed still on a retired code.
      *>          The zone list is not included: it is no registry,
      *>          and COMMUNE-MERGER-REMAP-ZONES rewrites it whole.
      *>          Returns 0 with the list filled (possibly empty); 2
      *>          when no succession table has been loaded.
      *> ===============================================================
       ENTRY "COMMUNE-MERGER-AFFECTED" USING
           BY REFERENCE CRL-LIST-GRP.

           MOVE SPACES TO CRL-LIST-GRP
           MOVE 0 TO CRL-COUNT
           MOVE "N" TO CRL-OVERFLOW
           MOVE 0 TO CCC-COUNT
           MOVE 0 TO LS-REGISTRY-HITS
           PERFORM CHECK-SUCCESSION-LOADED
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "L" TO LS-SCAN-MODE

           PERFORM SCAN-WATCHED-LOCATIONS
           PERFORM SCAN-SAVED-FEEDS

           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: COMMUNE-MERGER-REMAP-ZONES
      *> PURPOSE: Rewrite atmo-france-zones.dat with every retired code
      *>          replaced by the code in force today, through a
      *>          scratch file renamed over it. A code that the list
      *>          already carries (several communes merged into one)
      *>          is kept once, at its first place, so the multi-zone
      *>          batch does not fetch the same zone twice. Returns 0
      *>          with OUT-ZONE-REMAP-COUNT set to the lines remapped
      *>          (0, and the file left alone, when there were none
      *>          or there is no list); 1 when the list cannot be
      *>          rewritten or is too long to hold; 2 when no
      *>          succession table has been loaded.
      *> ===============================================================
       ENTRY "COMMUNE-MERGER-REMAP-ZONES" USING
           BY REFERENCE OUT-ZONE-REMAP-COUNT.

           MOVE 0 TO OUT-ZONE-REMAP-COUNT
           MOVE 0 TO CCC-COUNT
           MOVE 0 TO LS-ENTRY-RESULT
           PERFORM CHECK-SUCCESSION-LOADED
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-ZONE-LIST
           IF LS-ZONE-OVERFLOW = "Y"
           THEN
               DISPLAY "WARNING: atmo-france-zones.dat holds more "
                   "than " C-ZONE-MAX-COUNT " zones, not remapped"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING LS-ZN-IDX FROM 1 BY 1
               UNTIL LS-ZN-IDX > LS-ZONE-COUNT
               MOVE LS-ZN-CODE(LS-ZN-IDX) TO LS-LOOKUP-CODE
               PERFORM LOOKUP-CURRENT-CODE
               MOVE LS-LOOKUP-CURRENT-CODE TO LS-ZN-OUT-CODE(LS-ZN-IDX)
               MOVE "Y" TO LS-ZN-KEPT(LS-ZN-IDX)
               IF LS-LOOKUP-RETIRED = "Y"
               THEN
                   ADD 1 TO OUT-ZONE-REMAP-COUNT
                   PERFORM VARYING LS-ZN-EARLIER FROM 1 BY 1
                       UNTIL LS-ZN-EARLIER > LS-ZONE-COUNT
                       IF LS-ZN-EARLIER NOT = LS-ZN-IDX
                           AND LS-ZN-CODE(LS-ZN-EARLIER)
                               = LS-LOOKUP-CURRENT-CODE
                       THEN
                           MOVE "N" TO LS-ZN-KEPT(LS-ZN-IDX)
                       END-IF
                   END-PERFORM
                   PERFORM VARYING LS-ZN-EARLIER FROM 1 BY 1
                       UNTIL LS-ZN-EARLIER >= LS-ZN-IDX
                       IF LS-ZN-KEPT(LS-ZN-EARLIER) = "Y"
                           AND LS-ZN-OUT-CODE(LS-ZN-EARLIER)
                               = LS-LOOKUP-CURRENT-CODE
                       THEN
                           MOVE "N" TO LS-ZN-KEPT(LS-ZN-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM

           IF OUT-ZONE-REMAP-COUNT > 0
           THEN
               PERFORM REWRITE-ZONE-LIST
           END-IF
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: CHECK-SUCCESSION-LOADED
      *> PURPOSE: RETURN-CODE 0 when a commune succession table has
      *>          been loaded, non-zero otherwise (COMMUNE-SUCCESSOR
      *>          answers 2 for any code when there is none).
      *> ===============================================================
       CHECK-SUCCESSION-LOADED.
           MOVE "00000" TO LS-PROBE-CODE
           CALL "COMMUNE-SUCCESSOR" USING
               BY REFERENCE LS-PROBE-CODE
               BY REFERENCE LS-NO-CODE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 2
           THEN
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: SCAN-WATCHED-LOCATIONS
      *> PURPOSE: Walk the watched-location registry for ZONE entries
      *>          on a retired code; latitude/longitude entries carry
      *>          no code and are passed over.
      *> ===============================================================
       SCAN-WATCHED-LOCATIONS.
           MOVE 0 TO LS-SECTION-HITS
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-WLR-FILE-NAME
               BY REFERENCE C-WLR-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "  (registry awaiting layout migration, not "
                   & "checked)" TO LS-REPORT-LINE
               PERFORM APPEND-SCAN-NOTE
               EXIT PARAGRAPH
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-WLR-MUTEX-ID
           OPEN INPUT WATCHED-LOCATION-FILE
           IF WS-WLR-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-WLR-MUTEX-ID
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-WLR-FILE-STATUS NOT = "00"
               READ WATCHED-LOCATION-FILE NEXT
                   AT END
                       MOVE "10" TO WS-WLR-FILE-STATUS
                   NOT AT END
                       IF WLR-KIND = "ZONE"
                           AND WLR-CODE-ZONE NOT = SPACES
                       THEN
                           MOVE WLR-CODE-ZONE TO LS-LOOKUP-CODE
                           PERFORM LOOKUP-CURRENT-CODE
                           IF LS-LOOKUP-RETIRED = "Y"
                           THEN
                               PERFORM NOTE-WATCHED-LOCATION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WATCHED-LOCATION-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-WLR-MUTEX-ID.

      *> ===============================================================
      *> PARAGRAPH: NOTE-WATCHED-LOCATION
      *> PURPOSE: Report, or list for the remap, the WLR-RECORD just
      *>          read.
      *> ===============================================================
       NOTE-WATCHED-LOCATION.
           ADD 1 TO LS-SECTION-HITS
           ADD 1 TO LS-REGISTRY-HITS
           IF LS-SCAN-MODE = "L"
           THEN
               MOVE "WATCHED-LOCATION" TO LS-REMAP-ENTITY
               MOVE WLR-LOCATION-ID TO LS-REMAP-ENTITY-ID
               PERFORM ADD-REMAP-ENTRY
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-REPORT-LINE
           STRING
               "  " FUNCTION TRIM(WLR-LOCATION-ID)
               " (" FUNCTION TRIM(WLR-LABEL) ") code_zone "
               WLR-CODE-ZONE " -> " LS-LOOKUP-CURRENT-CODE
               DELIMITED BY SIZE INTO LS-REPORT-LINE
           END-STRING
           IF WLR-TENANT NOT = SPACES
           THEN
               MOVE LS-REPORT-LINE TO LS-REPORT-SCRATCH
               MOVE SPACES TO LS-REPORT-LINE
               STRING
                   FUNCTION TRIM(LS-REPORT-SCRATCH TRAILING)
                   " [tenant " FUNCTION TRIM(WLR-TENANT) "]"
                   DELIMITED BY SIZE INTO LS-REPORT-LINE
               END-STRING
           END-IF
           PERFORM APPEND-REPORT-LINE.

      *> ===============================================================
      *> PARAGRAPH: SCAN-SAVED-FEEDS
      *> PURPOSE: Walk the saved-feed registry for feeds whose stored
      *>          code_zone is a retired code.
      *> ===============================================================
       SCAN-SAVED-FEEDS.
           MOVE 0 TO LS-SECTION-HITS
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-SF-FILE-NAME
               BY REFERENCE C-SF-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "  (registry awaiting layout migration, not "
                   & "checked)" TO LS-REPORT-LINE
               PERFORM APPEND-SCAN-NOTE
               EXIT PARAGRAPH
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-SF-MUTEX-ID
           OPEN INPUT SAVED-FEED-FILE
           IF WS-SF-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-SF-MUTEX-ID
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SF-FILE-STATUS NOT = "00"
               READ SAVED-FEED-FILE NEXT
                   AT END
                       MOVE "10" TO WS-SF-FILE-STATUS
                   NOT AT END
                       IF SF-CODE-ZONE NOT = SPACES
                       THEN
                           MOVE SF-CODE-ZONE TO LS-LOOKUP-CODE
                           PERFORM LOOKUP-CURRENT-CODE
                           IF LS-LOOKUP-RETIRED = "Y"
                           THEN
                               PERFORM NOTE-SAVED-FEED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SAVED-FEED-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-SF-MUTEX-ID.

      *> ===============================================================
      *> PARAGRAPH: NOTE-SAVED-FEED
      *> PURPOSE: Report, or list for the remap, the SF-RECORD just
      *>          read.
      *> ===============================================================
       NOTE-SAVED-FEED.
           ADD 1 TO LS-SECTION-HITS
           ADD 1 TO LS-REGISTRY-HITS
           IF LS-SCAN-MODE = "L"
           THEN
               MOVE "SAVED-FEED" TO LS-REMAP-ENTITY
               MOVE SF-NAME TO LS-REMAP-ENTITY-ID
               PERFORM ADD-REMAP-ENTRY
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-REPORT-LINE
           STRING
               "  " FUNCTION TRIM(SF-NAME)
               " (" FUNCTION TRIM(SF-ROUTE) ") code_zone "
               SF-CODE-ZONE " -> " LS-LOOKUP-CURRENT-CODE
               DELIMITED BY SIZE INTO LS-REPORT-LINE
           END-STRING
           IF SF-TENANT NOT = SPACES
           THEN
               MOVE LS-REPORT-LINE TO LS-REPORT-SCRATCH
               MOVE SPACES TO LS-REPORT-LINE
               STRING
                   FUNCTION TRIM(LS-REPORT-SCRATCH TRAILING)
                   " [tenant " FUNCTION TRIM(SF-TENANT) "]"
                   DELIMITED BY SIZE INTO LS-REPORT-LINE
               END-STRING
           END-IF
           PERFORM APPEND-REPORT-LINE.

      *> ===============================================================
      *> PARAGRAPH: ADD-REMAP-ENTRY
      *> PURPOSE: File the entry just found in the caller's remap
      *>          list: LS-REMAP-ENTITY/-ENTITY-ID, and its old and
      *>          current codes. A full list sets CRL-OVERFLOW.
      *> ===============================================================
       ADD-REMAP-ENTRY.
           IF CRL-COUNT >= C-CRL-MAX-COUNT
           THEN
               MOVE "Y" TO CRL-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CRL-COUNT
           MOVE LS-REMAP-ENTITY TO CRL-ENTITY(CRL-COUNT)
           MOVE LS-REMAP-ENTITY-ID TO CRL-ENTITY-ID(CRL-COUNT)
           MOVE LS-LOOKUP-CODE TO CRL-OLD-CODE(CRL-COUNT)
           MOVE LS-LOOKUP-CURRENT-CODE TO CRL-CURRENT-CODE(CRL-COUNT).

      *> ===============================================================
      *> PARAGRAPH: SCAN-ZONE-LIST
      *> PURPOSE: Report each line of the Atmo France zone list that
      *>          carries a retired code.
      *> ===============================================================
       SCAN-ZONE-LIST.
           MOVE 0 TO LS-SECTION-HITS
           OPEN INPUT ZONE-LIST-FILE
           IF WS-ZL-FILE-STATUS NOT = "00"
           THEN
               MOVE "  (no zone list on this server)"
                   TO LS-REPORT-LINE
               PERFORM APPEND-SCAN-NOTE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ZL-FILE-STATUS NOT = "00"
               READ ZONE-LIST-FILE
                   AT END
                       MOVE "10" TO WS-ZL-FILE-STATUS
                   NOT AT END
                       MOVE ZL-CODE-ZONE TO LS-LOOKUP-CODE
                       PERFORM LOOKUP-CURRENT-CODE
                       IF LS-LOOKUP-RETIRED = "Y"
                       THEN
                           ADD 1 TO LS-SECTION-HITS
                           ADD 1 TO LS-REGISTRY-HITS
                           MOVE SPACES TO LS-REPORT-LINE
                           STRING
                               "  " ZL-CODE-ZONE " -> "
                               LS-LOOKUP-CURRENT-CODE
                               DELIMITED BY SIZE INTO LS-REPORT-LINE
                           END-STRING
                           PERFORM APPEND-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ZONE-LIST-FILE.

      *> ===============================================================
      *> PARAGRAPH: COUNT-ARCHIVE-RECORDS
      *> PURPOSE: Count the Atmo France archive records filed under a
      *>          code that has since been retired.
      *> ===============================================================
       COUNT-ARCHIVE-RECORDS.
           MOVE 0 TO LS-ARCHIVE-HITS
           OPEN INPUT ATMO-FRANCE-HISTORY-FILE
           IF WS-AFH-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AFH-FILE-STATUS NOT = "00"
               READ ATMO-FRANCE-HISTORY-FILE NEXT
                   AT END
                       MOVE "10" TO WS-AFH-FILE-STATUS
                   NOT AT END
                       MOVE AFH-CODE-ZONE TO LS-LOOKUP-CODE
                       PERFORM LOOKUP-CURRENT-CODE
                       IF LS-LOOKUP-RETIRED = "Y"
                       THEN
                           ADD 1 TO LS-ARCHIVE-HITS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ATMO-FRANCE-HISTORY-FILE.

      *> ===============================================================
      *> PARAGRAPH: LOOKUP-CURRENT-CODE
      *> PURPOSE: The code in force today for LS-LOOKUP-CODE into
      *>          LS-LOOKUP-CURRENT-CODE, LS-LOOKUP-RETIRED "Y" when
      *>          it differs - from the cache when this call has seen
      *>          the code before, from the succession file otherwise.
      *> ===============================================================
       LOOKUP-CURRENT-CODE.
           CALL "COMMUNE-CURRENT-CODE" USING
               BY REFERENCE CCC-CACHE-GRP
               BY REFERENCE LS-LOOKUP-CODE
               BY REFERENCE LS-LOOKUP-CURRENT-CODE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               MOVE "Y" TO LS-LOOKUP-RETIRED
           ELSE
               MOVE "N" TO LS-LOOKUP-RETIRED
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: LOAD-ZONE-LIST
      *> PURPOSE: Read atmo-france-zones.dat into LS-ZONE-TABLE,
      *>          setting LS-ZONE-OVERFLOW when it holds more lines
      *>          than the table. No list leaves the table empty.
      *> ===============================================================
       LOAD-ZONE-LIST.
           MOVE 0 TO LS-ZONE-COUNT
           MOVE "N" TO LS-ZONE-OVERFLOW
           OPEN INPUT ZONE-LIST-FILE
           IF WS-ZL-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ZL-FILE-STATUS NOT = "00"
               READ ZONE-LIST-FILE
                   AT END
                       MOVE "10" TO WS-ZL-FILE-STATUS
                   NOT AT END
                       IF LS-ZONE-COUNT < C-ZONE-MAX-COUNT
                       THEN
                           ADD 1 TO LS-ZONE-COUNT
                           MOVE ZL-CODE-ZONE
                               TO LS-ZN-CODE(LS-ZONE-COUNT)
                       ELSE
                           MOVE "Y" TO LS-ZONE-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ZONE-LIST-FILE.

      *> ===============================================================
      *> PARAGRAPH: REWRITE-ZONE-LIST
      *> PURPOSE: Write the kept lines of LS-ZONE-TABLE, remapped, to
      *>          the scratch file and rename it over
      *>          atmo-france-zones.dat. Leaves LS-ENTRY-RESULT 1 (and
      *>          the list as it was) when the scratch file cannot be
      *>          written or renamed.
      *> ===============================================================
       REWRITE-ZONE-LIST.
           OPEN OUTPUT ZONE-LIST-SCRATCH-FILE
           IF WS-ZLS-FILE-STATUS NOT = "00"
           THEN
               MOVE 1 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LS-ZN-IDX FROM 1 BY 1
               UNTIL LS-ZN-IDX > LS-ZONE-COUNT
               IF LS-ZN-KEPT(LS-ZN-IDX) = "Y"
               THEN
                   MOVE LS-ZN-OUT-CODE(LS-ZN-IDX) TO ZLS-CODE-ZONE
                   WRITE ZLS-CODE-ZONE
                   IF WS-ZLS-FILE-STATUS NOT = "00"
                   THEN
                       MOVE 1 TO LS-ENTRY-RESULT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ZONE-LIST-SCRATCH-FILE
           IF LS-ENTRY-RESULT NOT = 0
           THEN
               CALL "CBL_DELETE_FILE" USING "atmo-france-zones.dat.tmp"
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_RENAME_FILE" USING
               "atmo-france-zones.dat.tmp" "atmo-france-zones.dat"
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO LS-ENTRY-RESULT
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: CLOSE-REPORT-SECTION
      *> PURPOSE: Say "(none)" under a report section that found
      *>          nothing.
      *> ===============================================================
       CLOSE-REPORT-SECTION.
           IF LS-SECTION-HITS = 0
           THEN
               MOVE "  (none)" TO LS-REPORT-LINE
               PERFORM APPEND-REPORT-LINE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: APPEND-SCAN-NOTE
      *> PURPOSE: Put the note in LS-REPORT-LINE under the section
      *>          being scanned, in place of its "(none)"; the remap
      *>          list takes no notes.
      *> ===============================================================
       APPEND-SCAN-NOTE.
           IF LS-SCAN-MODE = "R"
           THEN
               PERFORM APPEND-REPORT-LINE
               MOVE 1 TO LS-SECTION-HITS
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: APPEND-REPORT-LINE
      *> PURPOSE: Append LS-REPORT-LINE to OUT-REPORT, newline
      *>          separated, stopping with a truncation note once the
      *>          report is full rather than cutting a line in half.
      *> ===============================================================
       APPEND-REPORT-LINE.
           IF LS-REPORT-FULL = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(OUT-REPORT))
                   + FUNCTION LENGTH(FUNCTION TRIM(LS-REPORT-LINE))
                   + 40 > LENGTH OF OUT-REPORT
           THEN
               MOVE "Y" TO LS-REPORT-FULL
               MOVE OUT-REPORT TO LS-REPORT-SCRATCH
               STRING
                   FUNCTION TRIM(LS-REPORT-SCRATCH) X"0A"
                   "(... report truncated ...)"
                   DELIMITED BY SIZE INTO OUT-REPORT
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF OUT-REPORT = SPACES
           THEN
               MOVE FUNCTION TRIM(LS-REPORT-LINE TRAILING)
                   TO OUT-REPORT
           ELSE
               MOVE OUT-REPORT TO LS-REPORT-SCRATCH
               STRING
                   FUNCTION TRIM(LS-REPORT-SCRATCH) X"0A"
                   FUNCTION TRIM(LS-REPORT-LINE TRAILING)
                   DELIMITED BY SIZE INTO OUT-REPORT
               END-STRING
           END-IF.

       END PROGRAM COMMUNE-MERGER-SERVICE.
