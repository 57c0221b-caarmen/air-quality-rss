      *> ===============================================================
      *> PROGRAM: LOCATION-RENAME-BATCH
      *> PURPOSE: Rename a watched location's id, or merge it into
      *>          another watched location, carrying its history
      *>          along: the ranking and weather records, alert
      *>          state, acknowledgements and profile, and - on a
      *>          merge onto other coordinates - the pollen,
      *>          PREV'AIR, CAMS and forecast archives keyed on its
      *>          coordinates (see LOCATION-RENAME-SERVICE). A
      *>          dry-run count is taken and journalled first, then
      *>          the real run; both land in the batch-control
      *>          journal, so /status shows what was expected to
      *>          move next to what did.
      *>          The two ids (AQRSS_RELOCATE_FROM, AQRSS_RELOCATE_TO)
      *>          come from the approved request the run claims from
      *>          JOB-APPROVAL-REGISTRY; with none approved the job
      *>          skips. On-demand only (POST
      *>          /admin/jobs/location-rename/run, then a second
      *>          admin's approval): the archives are rewritten in
      *>          place.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCATION-RENAME-BATCH.

       DATA DIVISION.

       LOCAL-STORAGE SECTION.
      *> The approved request this run claims, parameters and all.
       01  LS-APPROVAL-JOB              PIC X(16)
               VALUE "LOCATION-RENAME".
       01  LS-APPROVAL-NUMBER           PIC Z(8)9.
       COPY job-approval IN "air-quality/service".
       01  LS-FROM-ID                   PIC X(8) VALUE SPACES.
       01  LS-TO-ID                     PIC X(8) VALUE SPACES.
       01  LS-APPLY                     PIC X(1) VALUE "N".
       COPY location-rename-counts IN "air-quality/service".
       01  LS-SUMMARY                   PIC X(2000) VALUE SPACES.
       01  LS-RUN-RESULT                PIC 9(1) VALUE 0.
       01  LS-EXPECTED-MOVED            PIC 9(9) VALUE 0.
       01  LS-FX                        PIC 9(2) VALUE 0.
       01  LS-DROPPED-TEXT              PIC Z(8)9.
       01  C-LOG-INFO                   PIC X(5) VALUE "INFO".
       01  C-LOG-WARN                   PIC X(5) VALUE "WARN".
       01  LS-LOG-MESSAGE               PIC X(256) VALUE SPACES.
       COPY batch-control IN "air-quality/batch".

       PROCEDURE DIVISION.

           MOVE "LOCATION-RENAME-BATCH" TO BC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO BC-START-TIMESTAMP

           CALL "JOB-APPROVAL-CLAIM" USING
               BY REFERENCE LS-APPROVAL-JOB
               BY REFERENCE JA-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "Location rename: no approved request waiting, "
                   & "skipping" TO LS-LOG-MESSAGE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE "SKIPPED" TO BC-STATUS
               MOVE "no approved request" TO BC-NOTE
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF
           MOVE JA-REQUEST-ID TO LS-APPROVAL-NUMBER
           MOVE JA-PARAM-VALUE-1(1:8) TO LS-FROM-ID
           MOVE JA-PARAM-VALUE-2(1:8) TO LS-TO-ID

      *> The dry run first: it journals its own count, and a request
      *> the registry no longer allows (an id since removed, or
      *> since given to another tenant) stops here untouched.
           MOVE "N" TO LS-APPLY
           CALL "LOCATION-RENAME-RUN" USING
               BY REFERENCE LS-FROM-ID
               BY REFERENCE LS-TO-ID
               BY REFERENCE LS-APPLY
               BY REFERENCE LRC-COUNTS-GRP
               BY REFERENCE LS-SUMMARY
               RETURNING RETURN-CODE
           MOVE RETURN-CODE TO LS-RUN-RESULT
           IF LS-RUN-RESULT NOT = 0
           THEN
               PERFORM REPORT-REFUSAL
               GOBACK
           END-IF
           MOVE LRC-MOVED-TOTAL TO LS-EXPECTED-MOVED

           MOVE "Y" TO LS-APPLY
           CALL "LOCATION-RENAME-RUN" USING
               BY REFERENCE LS-FROM-ID
               BY REFERENCE LS-TO-ID
               BY REFERENCE LS-APPLY
               BY REFERENCE LRC-COUNTS-GRP
               BY REFERENCE LS-SUMMARY
               RETURNING RETURN-CODE
           MOVE RETURN-CODE TO LS-RUN-RESULT

           PERFORM LOG-FILE-COUNTS

           MOVE LRC-DROPPED-TOTAL TO LS-DROPPED-TEXT
           MOVE SPACES TO BC-NOTE
           STRING
               "#" FUNCTION TRIM(LS-APPROVAL-NUMBER) " "
               FUNCTION LOWER-CASE(FUNCTION TRIM(LRC-MODE)) " "
               FUNCTION TRIM(LS-FROM-ID) ">"
               FUNCTION TRIM(LS-TO-ID) ", "
               FUNCTION TRIM(LS-DROPPED-TEXT) " dropped"
               DELIMITED BY SIZE INTO BC-NOTE
           END-STRING
           MOVE LRC-MOVED-TOTAL TO BC-OK-COUNT
           MOVE LRC-FAILED-FILES TO BC-FAILED-COUNT
           IF LS-RUN-RESULT = 0
           THEN
               MOVE "OK" TO BC-STATUS
           ELSE
               MOVE "FAILED" TO BC-STATUS
           END-IF
           PERFORM WRITE-BATCH-RUN-RECORD

           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: REPORT-REFUSAL
      *> PURPOSE: Log and journal a request the registry no longer
      *>          allows.
      *> ===============================================================
       REPORT-REFUSAL.
           MOVE SPACES TO LS-LOG-MESSAGE
           EVALUATE LS-RUN-RESULT
           WHEN 1
               STRING
                   "Location rename #" FUNCTION TRIM(LS-APPROVAL-NUMBER)
                   ": " FUNCTION TRIM(LS-FROM-ID)
                   " is no longer a watched location"
                   INTO LS-LOG-MESSAGE
               END-STRING
               MOVE "source location not watched" TO BC-NOTE
           WHEN 2
               STRING
                   "Location rename #" FUNCTION TRIM(LS-APPROVAL-NUMBER)
                   ": " FUNCTION TRIM(LS-TO-ID)
                   " belongs to another tenant or is of another kind"
                   INTO LS-LOG-MESSAGE
               END-STRING
               MOVE "target location not mergeable" TO BC-NOTE
           WHEN OTHER
               STRING
                   "Location rename #" FUNCTION TRIM(LS-APPROVAL-NUMBER)
                   ": watched-location registry unreadable"
                   INTO LS-LOG-MESSAGE
               END-STRING
               MOVE "registry unreadable" TO BC-NOTE
           END-EVALUATE
           CALL "AQRSS-LOG" USING
               BY REFERENCE C-LOG-WARN
               BY REFERENCE LS-LOG-MESSAGE
           MOVE 0 TO BC-OK-COUNT
           MOVE 0 TO BC-FAILED-COUNT
           MOVE "FAILED" TO BC-STATUS
           PERFORM WRITE-BATCH-RUN-RECORD.

      *> ===============================================================
      *> PARAGRAPH: LOG-FILE-COUNTS
      *> PURPOSE: One log line for the run and one per file touched,
      *>          a warning for any file left as it was.
      *> ===============================================================
       LOG-FILE-COUNTS.
           MOVE SPACES TO LS-LOG-MESSAGE
           STRING
               "Location " FUNCTION TRIM(LRC-MODE) " "
               FUNCTION TRIM(LS-FROM-ID) " -> "
               FUNCTION TRIM(LS-TO-ID) " (request #"
               FUNCTION TRIM(LS-APPROVAL-NUMBER) "): "
               LRC-MOVED-TOTAL " record(s) moved of "
               LS-EXPECTED-MOVED " counted, "
               LRC-DROPPED-TOTAL " dropped for the survivor's own"
               INTO LS-LOG-MESSAGE
           END-STRING
           CALL "AQRSS-LOG" USING
               BY REFERENCE C-LOG-INFO
               BY REFERENCE LS-LOG-MESSAGE

           PERFORM VARYING LS-FX FROM 1 BY 1
               UNTIL LS-FX > LRC-FILE-COUNT
               MOVE SPACES TO LS-LOG-MESSAGE
               IF LRC-FILE-STATE(LS-FX) = "F"
                   OR LRC-FILE-STATE(LS-FX) = "S"
               THEN
                   STRING
                       "Location rename: "
                       FUNCTION TRIM(LRC-FILE-NAME(LS-FX))
                       " not rewritten - registry entry left as it "
                       "was, re-run once fixed"
                       INTO LS-LOG-MESSAGE
                   END-STRING
                   CALL "AQRSS-LOG" USING
                       BY REFERENCE C-LOG-WARN
                       BY REFERENCE LS-LOG-MESSAGE
               ELSE
                   STRING
                       "Location rename: "
                       FUNCTION TRIM(LRC-FILE-NAME(LS-FX)) " "
                       LRC-MOVED(LS-FX) " moved, "
                       LRC-DROPPED(LS-FX) " dropped"
                       INTO LS-LOG-MESSAGE
                   END-STRING
                   CALL "AQRSS-LOG" USING
                       BY REFERENCE C-LOG-INFO
                       BY REFERENCE LS-LOG-MESSAGE
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: WRITE-BATCH-RUN-RECORD
      *> PURPOSE: Append this run's record to the shared batch-control
      *>          journal for the /status route.
      *> ===============================================================
       WRITE-BATCH-RUN-RECORD.
           MOVE FUNCTION CURRENT-DATE TO BC-END-TIMESTAMP
           CALL "BATCH-RUN-RECORD" USING
               BY REFERENCE BC-RECORD.

       END PROGRAM LOCATION-RENAME-BATCH.
