      *>          held that peak - rendered as a calendar-style report
      *>          we can publish before each season, so "when does
      *>          birch season usually start here?" has an answer
      *>          built from our own archive. Readings an operator
      *>          has marked INVALID are left out; species whose
      *>          figures lean on SUSPECT readings say so.
      *>          Scheduled from AIR-QUALITY-RSS's main loop on its
      *>          own job slot, and runnable on demand through the
      *>          /admin/jobs routes; not reachable as an HTTP data
               10  WS-SP-PEAK-VALUE     PIC 9(1).
               10  WS-SP-PEAK-START     PIC X(10).
               10  WS-SP-PEAK-END       PIC X(10).
               10  WS-SP-SUSPECT-COUNT  PIC 9(5).

      *> Operator annotations, loaded once per run.
       COPY reading-annotation-table IN "air-quality/service".
       01  WS-RA-ARCHIVE                PIC X(4) VALUE "POLN".
       01  WS-RA-FLAG                   PIC X(7) VALUE SPACES.
       01  WS-RA-REASON                 PIC X(80) VALUE SPACES.
       01  WS-SUSPECT-DISPLAY           PIC ZZZZ9 VALUE 0.

       LOCAL-STORAGE SECTION.
       01  LS-DISPLAY-NAME              PIC X(16) VALUE SPACES.
       01  LS-LANG                      PIC X(2) VALUE "FR".
       01  LS-SR-SCRATCH                PIC X(132) VALUE SPACES.

      *> Run record for the shared batch-control journal, so the
      *> /status route can report whether and how this job last ran.
               GOBACK
           END-IF

           CALL "READING-ANNOTATION-LOAD" USING
               BY REFERENCE RAT-TABLE-GRP

           PERFORM UNTIL WS-PH-FILE-STATUS = "10"
               READ POLLEN-HISTORY-FILE NEXT
                   AT END
      *> PARAGRAPH: UPDATE-SEASON-SLOT
      *> PURPOSE: Find (or add) the species slot for the code at
      *>          WS-PH-CODE-INDEX and fold this record's level into
      *>          its season and peak windows. An INVALID reading is
      *>          skipped; a SUSPECT one counts and is tallied.
      *> ===============================================================
       UPDATE-SEASON-SLOT.
           CALL "READING-ANNOTATION-FIND" USING
               BY REFERENCE RAT-TABLE-GRP
               BY REFERENCE WS-RA-ARCHIVE
               BY REFERENCE WS-RECORD-DATE
               BY REFERENCE PH-LOCATION
               BY REFERENCE PH-CODE-NAME(WS-PH-CODE-INDEX)
               BY REFERENCE WS-RA-FLAG
               BY REFERENCE WS-RA-REASON
           IF WS-RA-FLAG = "INVALID"
           THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SP-IDX FROM 1 BY 1
               UNTIL WS-SP-IDX > WS-SPECIES-COUNT
                   OR WS-SP-NAME(WS-SP-IDX) =
               MOVE 0 TO WS-SP-PEAK-VALUE(WS-SP-IDX)
               MOVE SPACES TO WS-SP-PEAK-START(WS-SP-IDX)
               MOVE SPACES TO WS-SP-PEAK-END(WS-SP-IDX)
               MOVE 0 TO WS-SP-SUSPECT-COUNT(WS-SP-IDX)
           END-IF

           IF WS-RA-FLAG = "SUSPECT"
           THEN
               ADD 1 TO WS-SP-SUSPECT-COUNT(WS-SP-IDX)
           END-IF

           IF PH-CODE-VALUE(WS-PH-CODE-INDEX) > C-SEASON-FLOOR-LEVEL
                       INTO SR-LINE
                   END-STRING
               END-IF
               IF WS-SP-SUSPECT-COUNT(WS-SP-IDX) > 0
               THEN
                   MOVE WS-SP-SUSPECT-COUNT(WS-SP-IDX)
                       TO WS-SUSPECT-DISPLAY
                   MOVE SR-LINE TO LS-SR-SCRATCH
                   MOVE SPACES TO SR-LINE
                   STRING
                       FUNCTION TRIM(LS-SR-SCRATCH TRAILING)
                       " [includes "
                       FUNCTION TRIM(WS-SUSPECT-DISPLAY)
                       " suspect reading(s)]"
                       INTO SR-LINE
                   END-STRING
               END-IF
               WRITE SR-LINE
           END-PERFORM

