      *>          The journal carries no location, so a species counts
      *>          as elevated when any archived location reported it
      *>          elevated that day; the report says so.
      *>          Each subscriber's result is also saved as their
      *>          personal sensitivity weights (see SENSITIVITY-
      *>          WEIGHT-REGISTRY), replacing the last run's, for
      *>          PERSONAL-RISK-SERVICE's /pollen-rss/personal feed -
      *>          run nightly (AQRSS_SYMPTOM_REPORT_AT), the weights
      *>          follow each new journal day.
      *>          Called from AIR-QUALITY-RSS's main loop; not
      *>          reachable from the HTTP router.
      *> ===============================================================
       01  WS-PH-CODE-INDEX             PIC 9(2) VALUE 0.
       01  WS-SLOT-FOUND                PIC X(01) VALUE "N".
       01  WS-KEY-COUNT                 PIC 9(5) VALUE 0.
       01  WS-WEIGHTS-SAVED-COUNT       PIC 9(5) VALUE 0.
       01  WS-WEIGHTS-FAILED-COUNT      PIC 9(5) VALUE 0.
       01  WS-SW-SUB                    PIC 9(2) VALUE 0.

      *> The finished subscriber's weights, as saved.
       COPY sensitivity-weight IN "air-quality/service".

       LOCAL-STORAGE SECTION.
       01  C-LOG-INFO                   PIC X(5) VALUE "INFO".
           IF WS-CURRENT-KEY NOT = SPACES
           THEN
               PERFORM WRITE-ONE-KEY-SECTION
               PERFORM SAVE-SENSITIVITY-WEIGHTS
           END-IF

           CLOSE SYMPTOM-JOURNAL-FILE
           MOVE SPACES TO LS-LOG-MESSAGE
           STRING
               "Symptom correlation: " WS-KEY-COUNT
               " subscriber section(s) reported, "
               WS-WEIGHTS-SAVED-COUNT " weight set(s) saved, "
               WS-WEIGHTS-FAILED-COUNT " failed"
               INTO LS-LOG-MESSAGE
           END-STRING
           CALL "AQRSS-LOG" USING
               BY REFERENCE LS-LOG-MESSAGE

           MOVE WS-KEY-COUNT TO BC-OK-COUNT
           MOVE WS-WEIGHTS-FAILED-COUNT TO BC-FAILED-COUNT
           MOVE "OK" TO BC-STATUS
           PERFORM WRITE-BATCH-RUN-RECORD

               IF WS-CURRENT-KEY NOT = SPACES
               THEN
                   PERFORM WRITE-ONE-KEY-SECTION
                   PERFORM SAVE-SENSITIVITY-WEIGHTS
               END-IF
               MOVE SJ-API-KEY TO WS-CURRENT-KEY
               MOVE 0 TO WS-BAD-DAY-COUNT
               WRITE CR-LINE
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: SAVE-SENSITIVITY-WEIGHTS
      *> PURPOSE: Save the finished subscriber's tallies as their
      *>          sensitivity weights: the journal and bad-day counts
      *>          and, per co-occurring species, the share of bad
      *>          days it was elevated on. Saved whatever the journal
      *>          size, so a subscriber still short of a usable
      *>          journal can be told how short.
      *> ===============================================================
       SAVE-SENSITIVITY-WEIGHTS.
           MOVE SPACES TO SW-RECORD
           MOVE WS-CURRENT-KEY TO SW-API-KEY
           MOVE WS-JOURNAL-DAY-COUNT TO SW-JOURNAL-DAYS
           MOVE WS-BAD-DAY-COUNT TO SW-BAD-DAYS
           MOVE 0 TO SW-SPECIES-COUNT
           IF WS-BAD-DAY-COUNT > 0
           THEN
               MOVE WS-SPECIES-COUNT TO SW-SPECIES-COUNT
           END-IF
           PERFORM VARYING WS-SW-SUB FROM 1 BY 1
               UNTIL WS-SW-SUB > SW-SPECIES-COUNT
               SET WS-SP-IDX TO WS-SW-SUB
               MOVE WS-SP-NAME(WS-SP-IDX) TO SW-SPECIES-NAME(WS-SW-SUB)
               COMPUTE SW-WEIGHT(WS-SW-SUB) ROUNDED =
                   WS-SP-HIT-COUNT(WS-SP-IDX) / WS-BAD-DAY-COUNT
           END-PERFORM

           CALL "SENSITIVITY-WEIGHT-SAVE" USING
               BY REFERENCE SW-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               ADD 1 TO WS-WEIGHTS-SAVED-COUNT
           ELSE
               ADD 1 TO WS-WEIGHTS-FAILED-COUNT
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: WRITE-BATCH-RUN-RECORD
      *> PURPOSE: Append this run's record to the shared batch-control
