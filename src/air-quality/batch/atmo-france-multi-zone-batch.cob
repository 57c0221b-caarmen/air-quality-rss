       01  WS-RESUME-POINT-FOUND        PIC X(01) VALUE "N".
       01  WS-AFH-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-LD-FILE-STATUS            PIC X(02) VALUE SPACES.
      *> The distribution file's layout (see AQRSS-LAYOUT-VERSION): a
      *> file still at v1 is left for the migration, not overwritten
      *> in v2 shape.
       01  C-LD-FILE-NAME               PIC X(40)
               VALUE "level-distribution.dat".
       01  C-LD-LAYOUT-VERSION          PIC 9(3) VALUE 2.
      *> The day's level distributions, national plus one slot per
      *> departement seen, built from the archive and persisted for
      *> the context line.
               10  WS-SC-SCOPE          PIC X(12).
               10  WS-SC-LEVEL-COUNT    PIC 9(5) OCCURS 6 TIMES.
               10  WS-SC-TOTAL          PIC 9(5).
               10  WS-SC-LEVEL-POPULATION
                                        PIC 9(9) OCCURS 6 TIMES.
               10  WS-SC-POPULATION     PIC 9(9).
       01  WS-SCOPE-KEY                 PIC X(12) VALUE SPACES.
       01  WS-ZONE-LEVEL                PIC 9(1) VALUE 0.
      *> The zone's residents, from the commune population file; 0
      *> when the zone is not a listed commune.
       01  WS-ZONE-POPULATION           PIC 9(8) VALUE 0.
       01  WS-ENTRY-IDX                 PIC 9(2) VALUE 0.
       01  WS-LEVEL-IDX                 PIC 9(1) VALUE 0.
       01  WS-TODAY-DATE-STR            PIC X(10) VALUE SPACES.
      *> ===============================================================
      *> PARAGRAPH: ACCUMULATE-ONE-ARCHIVE-RECORD
      *> PURPOSE: The AFH-RECORD just read: its overall level lands
      *>          in NATIONAL and in its departement's scope, weighted
      *>          by its residents for the population figures.
      *> ===============================================================
       ACCUMULATE-ONE-ARCHIVE-RECORD.
           MOVE 0 TO WS-ZONE-LEVEL
               EXIT PARAGRAPH
           END-IF

           CALL "COMMUNE-POPULATION" USING
               BY REFERENCE AFH-CODE-ZONE
               BY REFERENCE WS-ZONE-POPULATION

           MOVE "NATIONAL" TO WS-SCOPE-KEY
           PERFORM COUNT-LEVEL-INTO-SCOPE
           MOVE SPACES TO WS-SCOPE-KEY
      *> ===============================================================
      *> PARAGRAPH: COUNT-LEVEL-INTO-SCOPE
      *> PURPOSE: Find (or add) WS-SCOPE-KEY's slot and count
      *>          WS-ZONE-LEVEL and WS-ZONE-POPULATION into it.
      *> ===============================================================
       COUNT-LEVEL-INTO-SCOPE.
           PERFORM VARYING WS-SC-IDX FROM 1 BY 1
                   UNTIL WS-LEVEL-IDX > 6
                   MOVE 0 TO WS-SC-LEVEL-COUNT(WS-SC-IDX
                       WS-LEVEL-IDX)
                   MOVE 0 TO WS-SC-LEVEL-POPULATION(WS-SC-IDX
                       WS-LEVEL-IDX)
               END-PERFORM
               MOVE 0 TO WS-SC-TOTAL(WS-SC-IDX)
               MOVE 0 TO WS-SC-POPULATION(WS-SC-IDX)
           END-IF
           ADD 1 TO WS-SC-LEVEL-COUNT(WS-SC-IDX WS-ZONE-LEVEL)
           ADD 1 TO WS-SC-TOTAL(WS-SC-IDX)
           ADD WS-ZONE-POPULATION
               TO WS-SC-LEVEL-POPULATION(WS-SC-IDX WS-ZONE-LEVEL)
           ADD WS-ZONE-POPULATION TO WS-SC-POPULATION(WS-SC-IDX).

      *> ===============================================================
      *> PARAGRAPH: PERSIST-LEVEL-DISTRIBUTIONS
      *> PURPOSE: Write every accumulated scope's record under
      *>          today's date, replacing an earlier run's figures.
      *>          Skipped while the file awaits its layout migration.
      *> ===============================================================
       PERSIST-LEVEL-DISTRIBUTIONS.
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-LD-FILE-NAME
               BY REFERENCE C-LD-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               DISPLAY "WARNING: level distribution file awaits its "
                   "layout migration, today's distributions not "
                   "written"
               EXIT PARAGRAPH
           END-IF
           OPEN I-O LEVEL-DISTRIBUTION-FILE
           IF WS-LD-FILE-STATUS = "35"
           THEN
                   UNTIL WS-LEVEL-IDX > 6
                   MOVE WS-SC-LEVEL-COUNT(WS-SC-IDX WS-LEVEL-IDX)
                       TO LD-LEVEL-COUNT(WS-LEVEL-IDX)
                   MOVE WS-SC-LEVEL-POPULATION(WS-SC-IDX WS-LEVEL-IDX)
                       TO LD-LEVEL-POPULATION(WS-LEVEL-IDX)
               END-PERFORM
               MOVE WS-SC-TOTAL(WS-SC-IDX) TO LD-TOTAL
               MOVE WS-SC-POPULATION(WS-SC-IDX) TO LD-POPULATION-TOTAL
               WRITE LD-RECORD
               IF WS-LD-FILE-STATUS = "22"
               THEN
