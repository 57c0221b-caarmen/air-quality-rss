      *>          that finally lets subscribers ask for it without a
      *>          hex viewer. A code_zone-keyed request reads the
      *>          Atmo France archive; a location-keyed request reads
      *>          the pollen, PREV'AIR and CAMS archives for that
      *>          "latitude,longitude" pair, in that order. Every
      *>          archive is INDEXED with the date leading the key,
      *>          so each read STARTs at the range's first day and
      *>          stops at its last instead of scanning the whole
      *>          file.
      *>          Readings an operator has marked INVALID (see
      *>          READING-ANNOTATION-REGISTRY) are withheld, with a
      *>          closing line saying how many; SUSPECT ones are
      *>          listed with the operator's reason beside them.
      *>          A code_zone follows the commune succession (see
      *>          COMMUNE-SUCCESSOR and COMMUNE-PREDECESSORS): a
      *>          retired code is read as the commune it merged into,
      *>          and a commune's answer takes in the readings still
      *>          filed under its former codes, each marked with the
      *>          code it was taken under, so a merged commune's
      *>          history reads continuously across the merger.
      *> ===============================================================

       IDENTIFICATION DIVISION.
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

       DATA DIVISION.

       COPY pollen-history IN "pollen/service".
       FD  ATMO-FRANCE-HISTORY-FILE.
       COPY pollutant-history IN "pollutant/service/atmo-france".
       FD  PREVAIR-DAILY-HISTORY-FILE.
       COPY pollutant-daily-history IN "pollutant/service/prevair".
       FD  CAMS-HISTORY-FILE.
       COPY pollutant-daily-history IN "pollutant/service/cams".

       WORKING-STORAGE SECTION.
       01  WS-PH-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-AFH-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-PVH-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-CMH-FILE-STATUS          PIC X(02) VALUE SPACES.

       LOCAL-STORAGE SECTION.
       01  LS-CONTENT                  PIC X(10000) VALUE SPACES.
       01  LS-NO-LONGITUDE             PIC S9(3)V9(8) VALUE 0.
       01  LS-HAS-LOCATION             PIC X(01) VALUE "N".
       01  C-HISTORY-NOT-ALERT         PIC X(01) VALUE "N".
      *> The operator's reading annotations, loaded once per request,
      *> and the verdict on the reading being rendered.
       COPY reading-annotation-table IN "air-quality/service".
       01  LS-RA-ARCHIVE               PIC X(4) VALUE SPACES.
       01  LS-RA-DATE-STR              PIC X(10) VALUE SPACES.
       01  LS-RA-LOCATION              PIC X(21) VALUE SPACES.
       01  LS-RA-ITEM                  PIC X(16) VALUE SPACES.
       01  LS-RA-FLAG                  PIC X(7) VALUE SPACES.
       01  LS-RA-REASON                PIC X(80) VALUE SPACES.
       01  LS-INVALID-COUNT            PIC 9(5) VALUE 0.
       01  LS-INVALID-DISPLAY          PIC Z(4)9.
      *> The code_zone the Atmo France archive is read for - the
      *> commune in force today - and the retired codes whose
      *> readings belong to it.
       01  LS-HISTORY-ZONE             PIC X(5) VALUE SPACES.
       COPY commune-predecessor-list IN "geocode/service".
       01  LS-PRED-IDX                 PIC 9(2) VALUE 0.
       01  LS-ZONE-MATCH               PIC X(01) VALUE "N".

       LINKAGE SECTION.
       01  IN-URL                      PIC X(100).
       01  IN-CODE-ZONE                PIC X(5).
      *> IN-HAS-CODE-ZONE "Y" reads the Atmo France archive for that
      *> zone; "N" reads the pollen, PREV'AIR and CAMS archives for
      *> IN-LOCATION.
       01  IN-HAS-CODE-ZONE            PIC X(01).
      *> The "latitude,longitude" label POLLEN-PARSER and the
      *> prefetch batch key their history records with; spaces when
      *> IN-HAS-CODE-ZONE = "Y".
       01  IN-LOCATION                 PIC X(21).
       01  IN-FROM-DATE                PIC X(10).
       01  IN-TO-DATE                  PIC X(10).
           MOVE SPACES TO LS-CONTENT
           MOVE 0 TO LS-MATCH-COUNT
           MOVE "N" TO LS-CONTENT-FULL
           MOVE 0 TO LS-INVALID-COUNT
           CALL "READING-ANNOTATION-LOAD" USING
               BY REFERENCE RAT-TABLE-GRP

           IF IN-HAS-CODE-ZONE = "Y"
           THEN
               CALL "COMMUNE-SUCCESSOR" USING
                   BY REFERENCE IN-CODE-ZONE
                   BY REFERENCE LS-HISTORY-ZONE
               CALL "COMMUNE-PREDECESSORS" USING
                   BY REFERENCE LS-HISTORY-ZONE
                   BY REFERENCE CPL-LIST-GRP
               PERFORM READ-ATMO-HISTORY-RANGE
           ELSE
               PERFORM READ-POLLEN-HISTORY-RANGE
               PERFORM READ-PREVAIR-HISTORY-RANGE
               PERFORM READ-CAMS-HISTORY-RANGE
           END-IF

           IF LS-MATCH-COUNT = 0
                       TO LS-CONTENT
               END-IF
           END-IF
           IF LS-INVALID-COUNT > 0
           THEN
               PERFORM APPEND-WITHHELD-NOTE
           END-IF

           IF IN-LANG = "EN"
           THEN
      *> PARAGRAPH: READ-ATMO-HISTORY-RANGE
      *> PURPOSE: Walk the Atmo France archive from IN-FROM-DATE to
      *>          IN-TO-DATE (inclusive), appending one line per
      *>          pollutant reading for LS-HISTORY-ZONE or any of its
      *>          former codes. Records for other zones inside the
      *>          range are skipped, not an error.
      *> ===============================================================
       READ-ATMO-HISTORY-RANGE.
           OPEN INPUT ATMO-FRANCE-HISTORY-FILE
                       THEN
                           MOVE "10" TO WS-AFH-FILE-STATUS
                       ELSE
                           PERFORM CHECK-HISTORY-ZONE
                           IF LS-ZONE-MATCH = "Y"
                           THEN
                               PERFORM APPEND-ATMO-RECORD-LINES
                           END-IF
       APPEND-ATMO-RECORD-LINES.
           PERFORM VARYING LS-CODE-IDX FROM 1 BY 1
               UNTIL LS-CODE-IDX > AFH-COUNT
               MOVE "ATMO" TO LS-RA-ARCHIVE
               MOVE AFH-DATE-STR TO LS-RA-DATE-STR
               MOVE AFH-CODE-ZONE TO LS-RA-LOCATION
               MOVE AFH-NAME(LS-CODE-IDX) TO LS-RA-ITEM
               PERFORM CHECK-READING-ANNOTATION
               IF AFH-NAME(LS-CODE-IDX) NOT = SPACES
                   AND LS-RA-FLAG NOT = "INVALID"
               THEN
                   CALL "ATMO-FRANCE-POLLUTANT-DISP-NAME" USING
                       AFH-NAME(LS-CODE-IDX)
                       " µg/m³)"
                       INTO LS-LINE
                   END-STRING
                   PERFORM MARK-FORMER-CODE-LINE
                   PERFORM MARK-SUSPECT-LINE
                   PERFORM APPEND-CONTENT-LINE
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: CHECK-HISTORY-ZONE
      *> PURPOSE: LS-ZONE-MATCH "Y" when the AFH-RECORD just read is
      *>          filed under LS-HISTORY-ZONE or one of its former
      *>          codes.
      *> ===============================================================
       CHECK-HISTORY-ZONE.
           MOVE "N" TO LS-ZONE-MATCH
           IF AFH-CODE-ZONE = LS-HISTORY-ZONE
           THEN
               MOVE "Y" TO LS-ZONE-MATCH
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LS-PRED-IDX FROM 1 BY 1
               UNTIL LS-PRED-IDX > CPL-COUNT
               IF AFH-CODE-ZONE = CPL-CODE(LS-PRED-IDX)
               THEN
                   MOVE "Y" TO LS-ZONE-MATCH
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: MARK-FORMER-CODE-LINE
      *> PURPOSE: Mark LS-LINE with the code its reading was filed
      *>          under when that is a former code of the commune
      *>          asked for.
      *> ===============================================================
       MARK-FORMER-CODE-LINE.
           IF AFH-CODE-ZONE = LS-HISTORY-ZONE
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE LS-LINE TO LS-CONTENT-SCRATCH
           MOVE SPACES TO LS-LINE
           IF IN-LANG = "EN"
           THEN
               STRING
                   FUNCTION TRIM(LS-CONTENT-SCRATCH)
                   " [former code " AFH-CODE-ZONE "]"
                   INTO LS-LINE
               END-STRING
           ELSE
               STRING
                   FUNCTION TRIM(LS-CONTENT-SCRATCH)
                   " [ancien code " AFH-CODE-ZONE "]"
                   INTO LS-LINE
               END-STRING
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: READ-POLLEN-HISTORY-RANGE
      *> PURPOSE: Walk the pollen archive from IN-FROM-DATE to
       APPEND-POLLEN-RECORD-LINES.
           PERFORM VARYING LS-CODE-IDX FROM 1 BY 1
               UNTIL LS-CODE-IDX > PH-CODE-COUNT
               MOVE "POLN" TO LS-RA-ARCHIVE
               MOVE PH-DATE-MAJ(1:10) TO LS-RA-DATE-STR
               MOVE PH-LOCATION TO LS-RA-LOCATION
               MOVE PH-CODE-NAME(LS-CODE-IDX) TO LS-RA-ITEM
               PERFORM CHECK-READING-ANNOTATION
               IF PH-CODE-NAME(LS-CODE-IDX) NOT = SPACES
                   AND LS-RA-FLAG NOT = "INVALID"
               THEN
                   MOVE PH-CODE-VALUE(LS-CODE-IDX)
                       TO LS-VALUE-DISPLAY
                       " level " LS-VALUE-DISPLAY
                       INTO LS-LINE
                   END-STRING
                   PERFORM MARK-SUSPECT-LINE
                   PERFORM APPEND-CONTENT-LINE
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: READ-PREVAIR-HISTORY-RANGE
      *> PURPOSE: Walk the daily PREV'AIR archive from IN-FROM-DATE to
      *>          IN-TO-DATE (inclusive), appending one line per
      *>          pollutant reading for IN-LOCATION. Only watched
      *>          locations are archived, so any other location
      *>          simply contributes no lines.
      *> ===============================================================
       READ-PREVAIR-HISTORY-RANGE.
           OPEN INPUT PREVAIR-DAILY-HISTORY-FILE
           IF WS-PVH-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO PVH-KEY
           MOVE IN-FROM-DATE TO PVH-DATE-STR
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
                       IF PVH-DATE-STR > IN-TO-DATE
                       THEN
                           MOVE "10" TO WS-PVH-FILE-STATUS
                       ELSE
                           IF PVH-LOCATION = IN-LOCATION
                           THEN
                               PERFORM APPEND-PREVAIR-RECORD-LINES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PREVAIR-DAILY-HISTORY-FILE.

      *> ===============================================================
      *> PARAGRAPH: APPEND-PREVAIR-RECORD-LINES
      *> PURPOSE: Append one "date PREV'AIR pollutant index (average)"
      *>          line per reading on the PVH-RECORD just read. The
      *>          archive stores the shared lower-case vocabulary, so
      *>          the CAMS display-name table applies as-is.
      *> ===============================================================
       APPEND-PREVAIR-RECORD-LINES.
           PERFORM VARYING LS-CODE-IDX FROM 1 BY 1
               UNTIL LS-CODE-IDX > PVH-COUNT
               MOVE "PREV" TO LS-RA-ARCHIVE
               MOVE PVH-DATE-STR TO LS-RA-DATE-STR
               MOVE PVH-LOCATION TO LS-RA-LOCATION
               MOVE PVH-NAME(LS-CODE-IDX) TO LS-RA-ITEM
               PERFORM CHECK-READING-ANNOTATION
               IF PVH-NAME(LS-CODE-IDX) NOT = SPACES
                   AND LS-RA-FLAG NOT = "INVALID"
               THEN
                   CALL "CAMS-POLLUTANT-DISP-NAME" USING
                       PVH-NAME(LS-CODE-IDX)
                       LS-POLLUTANT-DISPLAY-NAME
                   MOVE PVH-INDEX(LS-CODE-IDX) TO LS-INDEX-DISPLAY
                   MOVE PVH-AVERAGE(LS-CODE-IDX) TO LS-AVERAGE-DISPLAY
                   MOVE SPACES TO LS-LINE
                   STRING
                       PVH-DATE-STR " PREV'AIR "
                       FUNCTION TRIM(LS-POLLUTANT-DISPLAY-NAME)
                       " index " FUNCTION TRIM(LS-INDEX-DISPLAY)
                       " (" FUNCTION TRIM(LS-AVERAGE-DISPLAY)
                       " µg/m³)"
                       INTO LS-LINE
                   END-STRING
                   PERFORM MARK-SUSPECT-LINE
                   PERFORM APPEND-CONTENT-LINE
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: READ-CAMS-HISTORY-RANGE
      *> PURPOSE: Same walk over the daily CAMS archive.
      *> ===============================================================
       READ-CAMS-HISTORY-RANGE.
           OPEN INPUT CAMS-HISTORY-FILE
           IF WS-CMH-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE LOW-VALUES TO CMH-KEY
           MOVE IN-FROM-DATE TO CMH-DATE-STR
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
                       IF CMH-DATE-STR > IN-TO-DATE
                       THEN
                           MOVE "10" TO WS-CMH-FILE-STATUS
                       ELSE
                           IF CMH-LOCATION = IN-LOCATION
                           THEN
                               PERFORM APPEND-CAMS-RECORD-LINES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAMS-HISTORY-FILE.

      *> ===============================================================
      *> PARAGRAPH: APPEND-CAMS-RECORD-LINES
      *> PURPOSE: Append one "date CAMS pollutant index (average)"
      *>          line per reading on the CMH-RECORD just read.
      *> ===============================================================
       APPEND-CAMS-RECORD-LINES.
           PERFORM VARYING LS-CODE-IDX FROM 1 BY 1
               UNTIL LS-CODE-IDX > CMH-COUNT
               MOVE "CAMS" TO LS-RA-ARCHIVE
               MOVE CMH-DATE-STR TO LS-RA-DATE-STR
               MOVE CMH-LOCATION TO LS-RA-LOCATION
               MOVE CMH-NAME(LS-CODE-IDX) TO LS-RA-ITEM
               PERFORM CHECK-READING-ANNOTATION
               IF CMH-NAME(LS-CODE-IDX) NOT = SPACES
                   AND LS-RA-FLAG NOT = "INVALID"
               THEN
                   CALL "CAMS-POLLUTANT-DISP-NAME" USING
                       CMH-NAME(LS-CODE-IDX)
                       LS-POLLUTANT-DISPLAY-NAME
                   MOVE CMH-INDEX(LS-CODE-IDX) TO LS-INDEX-DISPLAY
                   MOVE CMH-AVERAGE(LS-CODE-IDX) TO LS-AVERAGE-DISPLAY
                   MOVE SPACES TO LS-LINE
                   STRING
                       CMH-DATE-STR " CAMS "
                       FUNCTION TRIM(LS-POLLUTANT-DISPLAY-NAME)
                       " index " FUNCTION TRIM(LS-INDEX-DISPLAY)
                       " (" FUNCTION TRIM(LS-AVERAGE-DISPLAY)
                       " µg/m³)"
                       INTO LS-LINE
                   END-STRING
                   PERFORM MARK-SUSPECT-LINE
                   PERFORM APPEND-CONTENT-LINE
               END-IF
           END-PERFORM.
           END-IF
           ADD 1 TO LS-MATCH-COUNT.

      *> ===============================================================
      *> PARAGRAPH: CHECK-READING-ANNOTATION
      *> PURPOSE: Set LS-RA-FLAG to the operator's verdict on the
      *>          reading named by LS-RA-ARCHIVE/-DATE-STR/-LOCATION/
      *>          -ITEM, counting it when it is withheld as INVALID.
      *> ===============================================================
       CHECK-READING-ANNOTATION.
           CALL "READING-ANNOTATION-FIND" USING
               BY REFERENCE RAT-TABLE-GRP
               BY REFERENCE LS-RA-ARCHIVE
               BY REFERENCE LS-RA-DATE-STR
               BY REFERENCE LS-RA-LOCATION
               BY REFERENCE LS-RA-ITEM
               BY REFERENCE LS-RA-FLAG
               BY REFERENCE LS-RA-REASON
           IF LS-RA-FLAG = "INVALID"
               AND LS-RA-ITEM NOT = SPACES
           THEN
               ADD 1 TO LS-INVALID-COUNT
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: MARK-SUSPECT-LINE
      *> PURPOSE: Footnote LS-LINE with the operator's reason when the
      *>          reading it shows is annotated SUSPECT.
      *> ===============================================================
       MARK-SUSPECT-LINE.
           IF LS-RA-FLAG NOT = "SUSPECT"
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE LS-LINE TO LS-CONTENT-SCRATCH
           MOVE SPACES TO LS-LINE
           IF IN-LANG = "EN"
           THEN
               STRING
                   FUNCTION TRIM(LS-CONTENT-SCRATCH)
                   " [suspect: " FUNCTION TRIM(LS-RA-REASON) "]"
                   INTO LS-LINE
               END-STRING
           ELSE
               STRING
                   FUNCTION TRIM(LS-CONTENT-SCRATCH)
                   " [douteux : " FUNCTION TRIM(LS-RA-REASON) "]"
                   INTO LS-LINE
               END-STRING
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: APPEND-WITHHELD-NOTE
      *> PURPOSE: Close the content with how many readings in the
      *>          range were withheld as invalid, so a gap in the
      *>          answer is never mistaken for a gap in the archive.
      *> ===============================================================
       APPEND-WITHHELD-NOTE.
           MOVE LS-INVALID-COUNT TO LS-INVALID-DISPLAY
           MOVE SPACES TO LS-LINE
           IF IN-LANG = "EN"
           THEN
               STRING
                   "(" FUNCTION TRIM(LS-INVALID-DISPLAY)
                   " reading(s) withheld: marked invalid by an "
                   "operator)"
                   INTO LS-LINE
               END-STRING
           ELSE
               STRING
                   "(" FUNCTION TRIM(LS-INVALID-DISPLAY)
                   " releve(s) retire(s) : invalide(s) par un "
                   "operateur)"
                   INTO LS-LINE
               END-STRING
           END-IF
           PERFORM APPEND-CONTENT-LINE.

       END PROGRAM HISTORY-QUERY-SERVICE.
