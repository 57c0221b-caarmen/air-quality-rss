      *>          The range comes from AQRSS_SIM_FROM/AQRSS_SIM_TO
      *>          (YYYY-MM-DD) and the candidates from
      *>          AQRSS_SIM_THRESHOLDS (comma-separated, up to 5);
      *>          with any unset the job skips. Readings an operator
      *>          has marked INVALID are not replayed; each section
      *>          footnotes how many SUSPECT ones it replayed.
      *>          On-demand by nature (POST /admin/jobs/simulate/run)
      *>          - nobody tunes thresholds on a schedule.
      *> ===============================================================
                   15  WS-CAND-ITEM-NAME PIC X(16).
                   15  WS-CAND-IN-EPISODE PIC X(1).

      *> Operator annotations, loaded once per run.
       COPY reading-annotation-table IN "air-quality/service".
       01  WS-RA-FLAG                   PIC X(7) VALUE SPACES.
       01  WS-RA-REASON                 PIC X(80) VALUE SPACES.
       01  WS-SUSPECT-COUNT             PIC 9(5) VALUE 0.
       01  WS-SUSPECT-DISPLAY           PIC Z(4)9.

       LOCAL-STORAGE SECTION.
       01  LS-FROM-DATE                 PIC X(10) VALUE SPACES.
       01  LS-TO-DATE                   PIC X(10) VALUE SPACES.
       01  LS-SIM-LEVEL                 PIC 9(1) VALUE 0.
       01  LS-SIM-ITEM                  PIC X(16) VALUE SPACES.
       01  LS-SIM-DATE                  PIC X(10) VALUE SPACES.
       01  LS-SIM-ARCHIVE               PIC X(4) VALUE SPACES.
       01  LS-SIM-LOCATION              PIC X(21) VALUE SPACES.
       01  LS-LOCATION-LABEL            PIC X(21) VALUE SPACES.
       01  LS-ALERTS-DISPLAY            PIC Z(4)9.
       01  LS-DAYS-DISPLAY              PIC Z(4)9.

           CALL "LOAD-WATCHED-LOCATIONS" USING
               BY REFERENCE WL-REGISTRY-GRP
           CALL "READING-ANNOTATION-LOAD" USING
               BY REFERENCE RAT-TABLE-GRP

           PERFORM VARYING WL-LATLONG-INDEX FROM 1 BY 1
               UNTIL WL-LATLONG-INDEX > WL-LATLONG-COUNT
      *>          before the next location's replay.
      *> ===============================================================
       RESET-CANDIDATE-LANES.
           MOVE 0 TO WS-SUSPECT-COUNT
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
               UNTIL WS-CAND-IDX > WS-CANDIDATE-COUNT
               MOVE 0 TO WS-CAND-ALERTS(WS-CAND-IDX)
      *> ===============================================================
       REPLAY-ONE-POLLEN-RECORD.
           MOVE PH-DATE-MAJ(1:10) TO LS-SIM-DATE
           MOVE "POLN" TO LS-SIM-ARCHIVE
           MOVE PH-LOCATION TO LS-SIM-LOCATION
           PERFORM VARYING LS-CODE-IDX FROM 1 BY 1
               UNTIL LS-CODE-IDX > PH-CODE-COUNT
               IF PH-CODE-NAME(LS-CODE-IDX) NOT = SPACES
      *> ===============================================================
       REPLAY-ONE-ATMO-RECORD.
           MOVE AFH-DATE-STR TO LS-SIM-DATE
           MOVE "ATMO" TO LS-SIM-ARCHIVE
           MOVE AFH-CODE-ZONE TO LS-SIM-LOCATION
           PERFORM VARYING LS-CODE-IDX FROM 1 BY 1
               UNTIL LS-CODE-IDX > AFH-COUNT
               IF AFH-NAME(LS-CODE-IDX) NOT = SPACES
      *>          the candidate counts an elevated item-day and, on
      *>          the initial crossing, one alert (and one of the
      *>          listed crossing dates); below it closes the item's
      *>          simulated episode. A reading marked INVALID is
      *>          treated as never having been taken.
      *> ===============================================================
       FEED-READING-THROUGH-LANES.
           CALL "READING-ANNOTATION-FIND" USING
               BY REFERENCE RAT-TABLE-GRP
               BY REFERENCE LS-SIM-ARCHIVE
               BY REFERENCE LS-SIM-DATE
               BY REFERENCE LS-SIM-LOCATION
               BY REFERENCE LS-SIM-ITEM
               BY REFERENCE WS-RA-FLAG
               BY REFERENCE WS-RA-REASON
           IF WS-RA-FLAG = "INVALID"
           THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-RA-FLAG = "SUSPECT"
           THEN
               ADD 1 TO WS-SUSPECT-COUNT
           END-IF
           PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
               UNTIL WS-CAND-IDX > WS-CANDIDATE-COUNT
               PERFORM FIND-OR-ADD-LANE-ITEM
                   INTO SIM-LINE
               END-STRING
               WRITE SIM-LINE
           END-PERFORM
           IF WS-SUSPECT-COUNT > 0
           THEN
               MOVE WS-SUSPECT-COUNT TO WS-SUSPECT-DISPLAY
               MOVE SPACES TO SIM-LINE
               STRING
                   "  (includes " FUNCTION TRIM(WS-SUSPECT-DISPLAY)
                   " reading(s) an operator marked suspect)"
                   INTO SIM-LINE
               END-STRING
               WRITE SIM-LINE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: WRITE-BATCH-RUN-RECORD
