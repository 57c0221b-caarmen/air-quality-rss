      *>          entry is a single national summary. Atmo France
      *>          history is keyed by code_zone, so it gets one entry
      *>          per watched zone, the same fixed list the nightly
      *>          batch jobs already use. The daily PREV'AIR and CAMS
      *>          archives are keyed by watched location, so each
      *>          provider gets one entry per watched latitude/
      *>          longitude pair.
      *>
      *>          Readings an operator has marked INVALID (see
      *>          READING-ANNOTATION-REGISTRY) are left out of the
      *>          worst/best/trend figures altogether; a line that
      *>          still rests on SUSPECT readings says how many.
      *> ===============================================================

       IDENTIFICATION DIVISION.
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

       DATA DIVISION.

       FILE SECTION.
       FD  ATMO-FRANCE-HISTORY-FILE.
       COPY pollutant-history IN "pollutant/service/atmo-france".

       FD  PREVAIR-DAILY-HISTORY-FILE.
       COPY pollutant-daily-history IN "pollutant/service/prevair".

       FD  CAMS-HISTORY-FILE.
       COPY pollutant-daily-history IN "pollutant/service/cams".

       WORKING-STORAGE SECTION.
       01  WS-PH-FILE-STATUS             PIC X(02) VALUE SPACES.
       01  WS-AFH-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PVH-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CMH-FILE-STATUS            PIC X(02) VALUE SPACES.

      *> The reporting window: only history records dated on or after
      *> this day (YYYY-MM-DD) are folded into the summary below.
               10  WS-PS-MIN-DATE         PIC X(10).
               10  WS-PS-FIRST-VALUE      PIC 9(1).
               10  WS-PS-LAST-VALUE       PIC 9(1).
               10  WS-PS-SUSPECT-COUNT    PIC 9(2).

       01  WS-AFH-ENTRY-INDEX            PIC 9(2) VALUE 0.

               10  WS-ZS-MIN-DATE         PIC X(10).
               10  WS-ZS-FIRST-VALUE      PIC 9(9).
               10  WS-ZS-LAST-VALUE       PIC 9(9).
               10  WS-ZS-SUSPECT-COUNT    PIC 9(2).

      *> One slot per (provider, watched location, pollutant name)
      *> seen within the window in the daily PREV'AIR ("V") and CAMS
      *> ("C") archives, folded the same way as the zone table. The
      *> reading being folded is staged in WS-LP-STAGE-* first so
      *> one paragraph serves both archives.
       01  C-LOCATION-SPECIES-MAX-COUNT  CONSTANT AS 99.
       01  WS-LOCATION-SPECIES-COUNT     PIC 9(2) VALUE 0.
       01  WS-LP-SEARCH-INDEX            PIC 9(2) VALUE 0.
       01  WS-LOCATION-SPECIES-TABLE.
           05  WS-LP-ENTRY OCCURS 99 TIMES.
               10  WS-LP-SOURCE           PIC X(1).
               10  WS-LP-LOCATION         PIC X(21).
               10  WS-LP-NAME             PIC X(4).
               10  WS-LP-MAX-VALUE        PIC 9(9).
               10  WS-LP-MAX-DATE         PIC X(10).
               10  WS-LP-MIN-VALUE        PIC 9(9).
               10  WS-LP-MIN-DATE         PIC X(10).
               10  WS-LP-FIRST-VALUE      PIC 9(9).
               10  WS-LP-LAST-VALUE       PIC 9(9).
               10  WS-LP-SUSPECT-COUNT    PIC 9(2).
       01  WS-LP-STAGE-SOURCE            PIC X(1) VALUE SPACES.
       01  WS-LP-STAGE-LOCATION          PIC X(21) VALUE SPACES.
       01  WS-LP-STAGE-NAME              PIC X(4) VALUE SPACES.
       01  WS-LP-STAGE-VALUE             PIC 9(9) VALUE 0.
       01  WS-LP-STAGE-DATE              PIC X(10) VALUE SPACES.
       01  WS-DH-ENTRY-INDEX             PIC 9(2) VALUE 0.
      *> The archives' "latitude,longitude" label for each watched
      *> pair, edited the same way the prefetch batch edits it.
       01  WS-WATCHED-LABEL-TABLE.
           05  WS-WATCHED-LABEL OCCURS 10 TIMES PIC X(21).
       01  WS-LABEL-LATITUDE             PIC S9(3)V9(8) VALUE 0.
       01  WS-LABEL-LONGITUDE            PIC S9(3)V9(8) VALUE 0.
       01  WS-LABEL-LATITUDE-DISPLAY     PIC -ZZ9.999999.
       01  WS-LABEL-LONGITUDE-DISPLAY    PIC -ZZ9.999999.
       01  WS-PROVIDER-SOURCE            PIC X(1) VALUE SPACES.
       01  WS-PROVIDER-NAME              PIC X(12) VALUE SPACES.
       01  WS-PROVIDER-ID-TAG            PIC X(12) VALUE SPACES.

       COPY watched-locations IN "air-quality/batch".

      *> The operator's reading annotations, and the verdict on the
      *> reading being folded.
       COPY reading-annotation-table IN "air-quality/service".
       01  WS-RA-ARCHIVE                 PIC X(4) VALUE SPACES.
       01  WS-RA-DATE-STR                PIC X(10) VALUE SPACES.
       01  WS-RA-LOCATION                PIC X(21) VALUE SPACES.
       01  WS-RA-ITEM                    PIC X(16) VALUE SPACES.
       01  WS-RA-FLAG                    PIC X(7) VALUE SPACES.
       01  WS-RA-REASON                  PIC X(80) VALUE SPACES.
       01  WS-SUSPECT-WORK               PIC 9(2) VALUE 0.
       01  WS-SUSPECT-DISPLAY            PIC Z9.

       LOCAL-STORAGE SECTION.
       01 LS-AUTHOR                    PIC X(100) VALUE SPACES.
       01 LS-FEED-TITLE                PIC X(100) VALUE SPACES.
       01 LS-ITEM                       PIC X(10000) VALUE SPACES.
       01 LS-ENTRIES                    PIC X(10000) VALUE SPACES.
       01 LS-CONTENT                    PIC X(4000) VALUE SPACES.
       01 LS-ENTRY-LINE                 PIC X(140) VALUE SPACES.
       01 LS-ENTRY-SCRATCH              PIC X(140) VALUE SPACES.
       01 LS-DISPLAY-NAME               PIC X(16) VALUE SPACES.
       01 LS-TREND-TEXT                 PIC X(16) VALUE SPACES.
      *> Weekly summary entries have neither a single location (the

           MOVE 0 TO WS-POLLEN-SPECIES-COUNT
           MOVE 0 TO WS-ZONE-SPECIES-COUNT
           MOVE 0 TO WS-LOCATION-SPECIES-COUNT
           MOVE SPACES TO LS-ENTRIES

           IF IN-LANG = "EN"

           CALL "LOAD-WATCHED-LOCATIONS" USING
               BY REFERENCE WL-REGISTRY-GRP
           CALL "READING-ANNOTATION-LOAD" USING
               BY REFERENCE RAT-TABLE-GRP

           PERFORM VARYING WL-LATLONG-INDEX FROM 1 BY 1
               UNTIL WL-LATLONG-INDEX > WL-LATLONG-COUNT
               PERFORM BUILD-WATCHED-LABEL
           END-PERFORM

           PERFORM READ-POLLEN-HISTORY
           PERFORM READ-ATMO-FRANCE-HISTORY
           PERFORM READ-PREVAIR-HISTORY
           PERFORM READ-CAMS-HISTORY

           PERFORM BUILD-POLLEN-SUMMARY-ITEM

               PERFORM BUILD-ZONE-SUMMARY-ITEM
           END-PERFORM

           MOVE "V" TO WS-PROVIDER-SOURCE
           MOVE "PREV'AIR" TO WS-PROVIDER-NAME
           MOVE "prevair" TO WS-PROVIDER-ID-TAG
           PERFORM VARYING WL-LATLONG-INDEX FROM 1 BY 1
               UNTIL WL-LATLONG-INDEX > WL-LATLONG-COUNT
               PERFORM BUILD-LOCATION-SUMMARY-ITEM
           END-PERFORM
           MOVE "C" TO WS-PROVIDER-SOURCE
           MOVE "CAMS" TO WS-PROVIDER-NAME
           MOVE "cams" TO WS-PROVIDER-ID-TAG
           PERFORM VARYING WL-LATLONG-INDEX FROM 1 BY 1
               UNTIL WL-LATLONG-INDEX > WL-LATLONG-COUNT
               PERFORM BUILD-LOCATION-SUMMARY-ITEM
           END-PERFORM

           INSPECT LS-ENTRIES
               REPLACING ALL X"00" BY SPACE

      *>          output buffer runs out of room.
      *> ===============================================================
       UPDATE-POLLEN-SPECIES-SLOT.
           MOVE "POLN" TO WS-RA-ARCHIVE
           MOVE WS-PH-CURRENT-DATE TO WS-RA-DATE-STR
           MOVE PH-LOCATION TO WS-RA-LOCATION
           MOVE PH-CODE-NAME(WS-PH-CODE-INDEX) TO WS-RA-ITEM
           PERFORM CHECK-READING-ANNOTATION
           IF WS-RA-FLAG = "INVALID"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PS-SEARCH-INDEX FROM 1 BY 1
               UNTIL WS-PS-SEARCH-INDEX > WS-POLLEN-SPECIES-COUNT
                   OR WS-PS-NAME(WS-PS-SEARCH-INDEX) =
                       TO WS-PS-FIRST-VALUE(WS-PS-SEARCH-INDEX)
                   MOVE PH-CODE-VALUE(WS-PH-CODE-INDEX)
                       TO WS-PS-LAST-VALUE(WS-PS-SEARCH-INDEX)
                   MOVE 0 TO WS-PS-SUSPECT-COUNT(WS-PS-SEARCH-INDEX)
               ELSE
                   DISPLAY "WARNING: weekly summary pollen species "
                       "table full, dropping "
               END-IF
               MOVE PH-CODE-VALUE(WS-PH-CODE-INDEX)
                   TO WS-PS-LAST-VALUE(WS-PS-SEARCH-INDEX)
           END-IF
           IF WS-RA-FLAG = "SUSPECT"
               AND WS-PS-SEARCH-INDEX <= WS-POLLEN-SPECIES-COUNT
           THEN
               ADD 1 TO WS-PS-SUSPECT-COUNT(WS-PS-SEARCH-INDEX)
           END-IF.

      *> ===============================================================
      *>          UPDATE-POLLEN-SPECIES-SLOT uses.
      *> ===============================================================
       UPDATE-ZONE-SPECIES-SLOT.
           MOVE "ATMO" TO WS-RA-ARCHIVE
           MOVE AFH-DATE-STR TO WS-RA-DATE-STR
           MOVE AFH-CODE-ZONE TO WS-RA-LOCATION
           MOVE AFH-NAME(WS-AFH-ENTRY-INDEX) TO WS-RA-ITEM
           PERFORM CHECK-READING-ANNOTATION
           IF WS-RA-FLAG = "INVALID"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ZS-SEARCH-INDEX FROM 1 BY 1
               UNTIL WS-ZS-SEARCH-INDEX > WS-ZONE-SPECIES-COUNT
                   OR (WS-ZS-CODE-ZONE(WS-ZS-SEARCH-INDEX) =
                       TO WS-ZS-FIRST-VALUE(WS-ZS-SEARCH-INDEX)
                   MOVE AFH-INDEX(WS-AFH-ENTRY-INDEX)
                       TO WS-ZS-LAST-VALUE(WS-ZS-SEARCH-INDEX)
                   MOVE 0 TO WS-ZS-SUSPECT-COUNT(WS-ZS-SEARCH-INDEX)
               ELSE
                   DISPLAY "WARNING: weekly summary zone species "
                       "table full, dropping " AFH-CODE-ZONE "/"
               END-IF
               MOVE AFH-INDEX(WS-AFH-ENTRY-INDEX)
                   TO WS-ZS-LAST-VALUE(WS-ZS-SEARCH-INDEX)
           END-IF
           IF WS-RA-FLAG = "SUSPECT"
               AND WS-ZS-SEARCH-INDEX <= WS-ZONE-SPECIES-COUNT
           THEN
               ADD 1 TO WS-ZS-SUSPECT-COUNT(WS-ZS-SEARCH-INDEX)
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: BUILD-WATCHED-LABEL
      *> PURPOSE: Build WS-WATCHED-LABEL(WL-LATLONG-INDEX), the key
      *>          the daily PREV'AIR/CAMS archives file that watched
      *>          pair under.
      *> ===============================================================
       BUILD-WATCHED-LABEL.
           MOVE FUNCTION NUMVAL(WL-LATITUDE-STR(WL-LATLONG-INDEX))
               TO WS-LABEL-LATITUDE
           MOVE FUNCTION NUMVAL(WL-LONGITUDE-STR(WL-LATLONG-INDEX))
               TO WS-LABEL-LONGITUDE
           MOVE WS-LABEL-LATITUDE TO WS-LABEL-LATITUDE-DISPLAY
           MOVE WS-LABEL-LONGITUDE TO WS-LABEL-LONGITUDE-DISPLAY
           MOVE SPACES TO WS-WATCHED-LABEL(WL-LATLONG-INDEX)
           STRING
               FUNCTION TRIM(WS-LABEL-LATITUDE-DISPLAY) ","
               FUNCTION TRIM(WS-LABEL-LONGITUDE-DISPLAY)
               INTO WS-WATCHED-LABEL(WL-LATLONG-INDEX)
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: READ-PREVAIR-HISTORY
      *> PURPOSE: Read every daily PREV'AIR record dated within the
      *>          reporting window and fold its pollutants into
      *>          WS-LOCATION-SPECIES-TABLE. A missing file is simply
      *>          an empty report, not an error.
      *> ===============================================================
       READ-PREVAIR-HISTORY.
           OPEN INPUT PREVAIR-DAILY-HISTORY-FILE
           IF WS-PVH-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "Weekly summary: no "
                   "prevair-pollutant-history.dat found"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO PVH-KEY
           MOVE WS-CUTOFF-DATE-STR TO PVH-DATE-STR
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
                       PERFORM VARYING WS-DH-ENTRY-INDEX FROM 1 BY 1
                           UNTIL WS-DH-ENTRY-INDEX > PVH-COUNT
                           MOVE "V" TO WS-LP-STAGE-SOURCE
                           MOVE PVH-LOCATION TO WS-LP-STAGE-LOCATION
                           MOVE PVH-NAME(WS-DH-ENTRY-INDEX)
                               TO WS-LP-STAGE-NAME
                           MOVE PVH-INDEX(WS-DH-ENTRY-INDEX)
                               TO WS-LP-STAGE-VALUE
                           MOVE PVH-DATE-STR TO WS-LP-STAGE-DATE
                           PERFORM UPDATE-LOCATION-SPECIES-SLOT
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE PREVAIR-DAILY-HISTORY-FILE.

      *> ===============================================================
      *> PARAGRAPH: READ-CAMS-HISTORY
      *> PURPOSE: Same read over the daily CAMS archive.
      *> ===============================================================
       READ-CAMS-HISTORY.
           OPEN INPUT CAMS-HISTORY-FILE
           IF WS-CMH-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "Weekly summary: no "
                   "cams-pollutant-history.dat found"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO CMH-KEY
           MOVE WS-CUTOFF-DATE-STR TO CMH-DATE-STR
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
                       PERFORM VARYING WS-DH-ENTRY-INDEX FROM 1 BY 1
                           UNTIL WS-DH-ENTRY-INDEX > CMH-COUNT
                           MOVE "C" TO WS-LP-STAGE-SOURCE
                           MOVE CMH-LOCATION TO WS-LP-STAGE-LOCATION
                           MOVE CMH-NAME(WS-DH-ENTRY-INDEX)
                               TO WS-LP-STAGE-NAME
                           MOVE CMH-INDEX(WS-DH-ENTRY-INDEX)
                               TO WS-LP-STAGE-VALUE
                           MOVE CMH-DATE-STR TO WS-LP-STAGE-DATE
                           PERFORM UPDATE-LOCATION-SPECIES-SLOT
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE CAMS-HISTORY-FILE.

      *> ===============================================================
      *> PARAGRAPH: UPDATE-LOCATION-SPECIES-SLOT
      *> PURPOSE: Find (or add) the WS-LOCATION-SPECIES-TABLE slot for
      *>          the staged (source, location, name) and fold the
      *>          staged index into its max/min/first/last, the same
      *>          rules UPDATE-ZONE-SPECIES-SLOT applies. Readings for
      *>          a location no longer watched are skipped.
      *> ===============================================================
       UPDATE-LOCATION-SPECIES-SLOT.
           IF WS-LP-STAGE-NAME = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WL-LATLONG-INDEX FROM 1 BY 1
               UNTIL WL-LATLONG-INDEX > WL-LATLONG-COUNT
                   OR WS-WATCHED-LABEL(WL-LATLONG-INDEX) =
                       WS-LP-STAGE-LOCATION
           END-PERFORM
           IF WL-LATLONG-INDEX > WL-LATLONG-COUNT
           THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-LP-STAGE-SOURCE = "V"
           THEN
               MOVE "PREV" TO WS-RA-ARCHIVE
           ELSE
               MOVE "CAMS" TO WS-RA-ARCHIVE
           END-IF
           MOVE WS-LP-STAGE-DATE TO WS-RA-DATE-STR
           MOVE WS-LP-STAGE-LOCATION TO WS-RA-LOCATION
           MOVE WS-LP-STAGE-NAME TO WS-RA-ITEM
           PERFORM CHECK-READING-ANNOTATION
           IF WS-RA-FLAG = "INVALID"
           THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-LP-SEARCH-INDEX FROM 1 BY 1
               UNTIL WS-LP-SEARCH-INDEX > WS-LOCATION-SPECIES-COUNT
                   OR (WS-LP-SOURCE(WS-LP-SEARCH-INDEX) =
                           WS-LP-STAGE-SOURCE
                       AND WS-LP-LOCATION(WS-LP-SEARCH-INDEX) =
                           WS-LP-STAGE-LOCATION
                       AND WS-LP-NAME(WS-LP-SEARCH-INDEX) =
                           WS-LP-STAGE-NAME)
           END-PERFORM

           IF WS-LP-SEARCH-INDEX > WS-LOCATION-SPECIES-COUNT
           THEN
               IF WS-LOCATION-SPECIES-COUNT
                       >= C-LOCATION-SPECIES-MAX-COUNT
               THEN
                   DISPLAY "WARNING: weekly summary location species "
                       "table full, dropping "
                       FUNCTION TRIM(WS-LP-STAGE-LOCATION) "/"
                       WS-LP-STAGE-NAME
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LOCATION-SPECIES-COUNT
               MOVE WS-LOCATION-SPECIES-COUNT TO WS-LP-SEARCH-INDEX
               MOVE WS-LP-STAGE-SOURCE
                   TO WS-LP-SOURCE(WS-LP-SEARCH-INDEX)
               MOVE WS-LP-STAGE-LOCATION
                   TO WS-LP-LOCATION(WS-LP-SEARCH-INDEX)
               MOVE WS-LP-STAGE-NAME TO WS-LP-NAME(WS-LP-SEARCH-INDEX)
               MOVE WS-LP-STAGE-VALUE
                   TO WS-LP-MAX-VALUE(WS-LP-SEARCH-INDEX)
               MOVE WS-LP-STAGE-DATE
                   TO WS-LP-MAX-DATE(WS-LP-SEARCH-INDEX)
               MOVE WS-LP-STAGE-VALUE
                   TO WS-LP-MIN-VALUE(WS-LP-SEARCH-INDEX)
               MOVE WS-LP-STAGE-DATE
                   TO WS-LP-MIN-DATE(WS-LP-SEARCH-INDEX)
               MOVE WS-LP-STAGE-VALUE
                   TO WS-LP-FIRST-VALUE(WS-LP-SEARCH-INDEX)
               MOVE WS-LP-STAGE-VALUE
                   TO WS-LP-LAST-VALUE(WS-LP-SEARCH-INDEX)
               MOVE 0 TO WS-LP-SUSPECT-COUNT(WS-LP-SEARCH-INDEX)
               PERFORM COUNT-LOCATION-SUSPECT
               EXIT PARAGRAPH
           END-IF

           IF WS-LP-STAGE-VALUE > WS-LP-MAX-VALUE(WS-LP-SEARCH-INDEX)
           THEN
               MOVE WS-LP-STAGE-VALUE
                   TO WS-LP-MAX-VALUE(WS-LP-SEARCH-INDEX)
               MOVE WS-LP-STAGE-DATE
                   TO WS-LP-MAX-DATE(WS-LP-SEARCH-INDEX)
           END-IF
           IF WS-LP-STAGE-VALUE < WS-LP-MIN-VALUE(WS-LP-SEARCH-INDEX)
           THEN
               MOVE WS-LP-STAGE-VALUE
                   TO WS-LP-MIN-VALUE(WS-LP-SEARCH-INDEX)
               MOVE WS-LP-STAGE-DATE
                   TO WS-LP-MIN-DATE(WS-LP-SEARCH-INDEX)
           END-IF
           MOVE WS-LP-STAGE-VALUE
               TO WS-LP-LAST-VALUE(WS-LP-SEARCH-INDEX)
           PERFORM COUNT-LOCATION-SUSPECT.

      *> ===============================================================
      *> PARAGRAPH: COUNT-LOCATION-SUSPECT
      *> PURPOSE: Count the reading just folded into the
      *>          WS-LP-SEARCH-INDEX slot when it is annotated SUSPECT.
      *> ===============================================================
       COUNT-LOCATION-SUSPECT.
           IF WS-RA-FLAG = "SUSPECT"
           THEN
               ADD 1 TO WS-LP-SUSPECT-COUNT(WS-LP-SEARCH-INDEX)
           END-IF.

      *> ===============================================================
                               MOVE "stable" TO LS-TREND-TEXT
                           END-IF
                   END-EVALUATE
                   MOVE SPACES TO LS-ENTRY-LINE
                   IF IN-LANG = "EN"
                   THEN
                       STRING
                           INTO LS-ENTRY-LINE
                       END-STRING
                   END-IF
                   MOVE WS-PS-SUSPECT-COUNT(WS-PS-SEARCH-INDEX)
                       TO WS-SUSPECT-WORK
                   PERFORM MARK-SUSPECT-ENTRY-LINE
                   IF FUNCTION TRIM(LS-CONTENT) = SPACES
                   THEN
                       MOVE FUNCTION TRIM(LS-ENTRY-LINE) TO LS-CONTENT
                       MOVE "stable" TO LS-TREND-TEXT
                   END-IF
           END-EVALUATE
           MOVE SPACES TO LS-ENTRY-LINE
           IF IN-LANG = "EN"
           THEN
               STRING
                   INTO LS-ENTRY-LINE
               END-STRING
           END-IF
           MOVE WS-ZS-SUSPECT-COUNT(WS-ZS-SEARCH-INDEX)
               TO WS-SUSPECT-WORK
           PERFORM MARK-SUSPECT-ENTRY-LINE
           IF FUNCTION TRIM(LS-CONTENT) = SPACES
           THEN
               MOVE FUNCTION TRIM(LS-ENTRY-LINE) TO LS-CONTENT
               END-STRING
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: BUILD-LOCATION-SUMMARY-ITEM
      *> PURPOSE: Render WS-LOCATION-SPECIES-TABLE's entries for the
      *>          WS-PROVIDER-SOURCE provider at the watched pair
      *>          WL-LATLONG-INDEX as one item, with the same
      *>          worst/best/trend lines and the same overflow rule
      *>          as BUILD-ZONE-SUMMARY-ITEM.
      *> ===============================================================
       BUILD-LOCATION-SUMMARY-ITEM.
           MOVE SPACES TO LS-ITEM-TITLE
           IF IN-LANG = "EN"
           THEN
               STRING FUNCTION TRIM(WS-PROVIDER-NAME)
                   " - last 7 days - "
                   FUNCTION TRIM(WL-LATITUDE-STR(WL-LATLONG-INDEX)) ","
                   FUNCTION TRIM(WL-LONGITUDE-STR(WL-LATLONG-INDEX))
                   INTO LS-ITEM-TITLE
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-PROVIDER-NAME)
                   " - 7 derniers jours - "
                   FUNCTION TRIM(WL-LATITUDE-STR(WL-LATLONG-INDEX)) ","
                   FUNCTION TRIM(WL-LONGITUDE-STR(WL-LATLONG-INDEX))
                   INTO LS-ITEM-TITLE
               END-STRING
           END-IF

           MOVE SPACES TO LS-CONTENT
           PERFORM VARYING WS-LP-SEARCH-INDEX FROM 1 BY 1
               UNTIL WS-LP-SEARCH-INDEX > WS-LOCATION-SPECIES-COUNT
               IF WS-LP-SOURCE(WS-LP-SEARCH-INDEX) = WS-PROVIDER-SOURCE
                   AND WS-LP-LOCATION(WS-LP-SEARCH-INDEX) =
                       WS-WATCHED-LABEL(WL-LATLONG-INDEX)
               THEN
                   PERFORM BUILD-LOCATION-SPECIES-LINE
               END-IF
           END-PERFORM

           IF FUNCTION TRIM(LS-CONTENT) = SPACES
           THEN
               IF IN-LANG = "EN"
               THEN
                   MOVE "(no pollutant history in the last 7 days)"
                       TO LS-CONTENT
               ELSE
                   MOVE "(pas d'historique polluant sur 7 jours)"
                       TO LS-CONTENT
               END-IF
           END-IF

           MOVE SPACES TO LS-ITEM-ID
           STRING FUNCTION TRIM(IN-URL) "-"
               FUNCTION TRIM(WS-PROVIDER-ID-TAG) "-weekly-"
               FUNCTION TRIM(WL-LATLONG-ID(WL-LATLONG-INDEX))
               INTO LS-ITEM-ID
           END-STRING
           CALL "RENDER-RSS-ITEM" USING
               BY REFERENCE LS-ITEM-ID
               BY REFERENCE IN-URL
               BY REFERENCE LS-UPDATED-AT
               BY REFERENCE LS-AUTHOR
               BY REFERENCE LS-ITEM-TITLE
               BY REFERENCE LS-CONTENT
               BY REFERENCE IN-FORMAT
               BY REFERENCE LS-NO-LATITUDE-DEGREES
               BY REFERENCE LS-NO-LONGITUDE-DEGREES
               BY REFERENCE LS-HAS-LOCATION
               BY REFERENCE LS-HAS-ALERT
               BY REFERENCE LS-ITEM
           END-CALL

           IF FUNCTION LENGTH(FUNCTION TRIM(LS-ENTRIES))
                   + FUNCTION LENGTH(FUNCTION TRIM(LS-ITEM))
                   > LENGTH OF LS-ENTRIES
           THEN
               DISPLAY "WARNING: weekly summary output exceeds "
                   LENGTH OF LS-ENTRIES
                   " bytes, dropping " FUNCTION TRIM(WS-PROVIDER-NAME)
                   " location " WL-LATLONG-ID(WL-LATLONG-INDEX)
           ELSE
               STRING
                   FUNCTION TRIM(LS-ENTRIES)
                   FUNCTION TRIM(LS-ITEM)
                   INTO LS-ENTRIES
               END-STRING
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: BUILD-LOCATION-SPECIES-LINE
      *> PURPOSE: Append one pollutant's worst/best/trend line for the
      *>          current WS-LP-SEARCH-INDEX slot to LS-CONTENT.
      *> ===============================================================
       BUILD-LOCATION-SPECIES-LINE.
           CALL "CAMS-POLLUTANT-DISP-NAME" USING
               WS-LP-NAME(WS-LP-SEARCH-INDEX)
               LS-DISPLAY-NAME
           END-CALL
           EVALUATE TRUE
               WHEN WS-LP-LAST-VALUE(WS-LP-SEARCH-INDEX)
                       > WS-LP-FIRST-VALUE(WS-LP-SEARCH-INDEX)
                   IF IN-LANG = "EN"
                   THEN
                       MOVE "rising" TO LS-TREND-TEXT
                   ELSE
                       MOVE "en hausse" TO LS-TREND-TEXT
                   END-IF
               WHEN WS-LP-LAST-VALUE(WS-LP-SEARCH-INDEX)
                       < WS-LP-FIRST-VALUE(WS-LP-SEARCH-INDEX)
                   IF IN-LANG = "EN"
                   THEN
                       MOVE "falling" TO LS-TREND-TEXT
                   ELSE
                       MOVE "en baisse" TO LS-TREND-TEXT
                   END-IF
               WHEN OTHER
                   IF IN-LANG = "EN"
                   THEN
                       MOVE "steady" TO LS-TREND-TEXT
                   ELSE
                       MOVE "stable" TO LS-TREND-TEXT
                   END-IF
           END-EVALUATE
           MOVE SPACES TO LS-ENTRY-LINE
           IF IN-LANG = "EN"
           THEN
               STRING
                   FUNCTION TRIM(LS-DISPLAY-NAME)
                   ": worst " WS-LP-MAX-DATE(WS-LP-SEARCH-INDEX)
                   " (" WS-LP-MAX-VALUE(WS-LP-SEARCH-INDEX)
                   "), best " WS-LP-MIN-DATE(WS-LP-SEARCH-INDEX)
                   " (" WS-LP-MIN-VALUE(WS-LP-SEARCH-INDEX)
                   "), trend " FUNCTION TRIM(LS-TREND-TEXT)
                   INTO LS-ENTRY-LINE
               END-STRING
           ELSE
               STRING
                   FUNCTION TRIM(LS-DISPLAY-NAME)
                   " : pire jour " WS-LP-MAX-DATE(WS-LP-SEARCH-INDEX)
                   " (" WS-LP-MAX-VALUE(WS-LP-SEARCH-INDEX)
                   "), meilleur jour "
                   WS-LP-MIN-DATE(WS-LP-SEARCH-INDEX)
                   " (" WS-LP-MIN-VALUE(WS-LP-SEARCH-INDEX)
                   "), tendance " FUNCTION TRIM(LS-TREND-TEXT)
                   INTO LS-ENTRY-LINE
               END-STRING
           END-IF
           MOVE WS-LP-SUSPECT-COUNT(WS-LP-SEARCH-INDEX)
               TO WS-SUSPECT-WORK
           PERFORM MARK-SUSPECT-ENTRY-LINE
           IF FUNCTION TRIM(LS-CONTENT) = SPACES
           THEN
               MOVE FUNCTION TRIM(LS-ENTRY-LINE) TO LS-CONTENT
           ELSE
               STRING
                   FUNCTION TRIM(LS-CONTENT) X"0A"
                   FUNCTION TRIM(LS-ENTRY-LINE)
                   INTO LS-CONTENT
               END-STRING
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: CHECK-READING-ANNOTATION
      *> PURPOSE: Set WS-RA-FLAG to the operator's verdict on the
      *>          reading named by WS-RA-ARCHIVE/-DATE-STR/-LOCATION/
      *>          -ITEM (SPACES when it is not annotated).
      *> ===============================================================
       CHECK-READING-ANNOTATION.
           CALL "READING-ANNOTATION-FIND" USING
               BY REFERENCE RAT-TABLE-GRP
               BY REFERENCE WS-RA-ARCHIVE
               BY REFERENCE WS-RA-DATE-STR
               BY REFERENCE WS-RA-LOCATION
               BY REFERENCE WS-RA-ITEM
               BY REFERENCE WS-RA-FLAG
               BY REFERENCE WS-RA-REASON.

      *> ===============================================================
      *> PARAGRAPH: MARK-SUSPECT-ENTRY-LINE
      *> PURPOSE: Footnote LS-ENTRY-LINE with how many of the readings
      *>          behind it (WS-SUSPECT-WORK) an operator has marked
      *>          SUSPECT.
      *> ===============================================================
       MARK-SUSPECT-ENTRY-LINE.
           IF WS-SUSPECT-WORK = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SUSPECT-WORK TO WS-SUSPECT-DISPLAY
           MOVE LS-ENTRY-LINE TO LS-ENTRY-SCRATCH
           MOVE SPACES TO LS-ENTRY-LINE
           IF IN-LANG = "EN"
           THEN
               STRING
                   FUNCTION TRIM(LS-ENTRY-SCRATCH) " [includes "
                   FUNCTION TRIM(WS-SUSPECT-DISPLAY)
                   " suspect reading(s)]"
                   INTO LS-ENTRY-LINE
               END-STRING
           ELSE
               STRING
                   FUNCTION TRIM(LS-ENTRY-SCRATCH) " [dont "
                   FUNCTION TRIM(WS-SUSPECT-DISPLAY)
                   " releve(s) douteux]"
                   INTO LS-ENTRY-LINE
               END-STRING
           END-IF.

       END PROGRAM WEEKLY-SUMMARY-SERVICE.
