      *>          recent run through BATCH-STATUS-REPORT - replacing
      *>          DISPLAY lines that scroll away with the console as
      *>          the only record that a job ran at all.
      *>          The LATE and MISSED records JOB-DEADLINE-WATCHDOG
      *>          journals are not runs: /status shows them next to
      *>          the job's latest run until a newer run clears them,
      *>          and BATCH-LAST-RUNS hands the watchdog each job's
      *>          latest run and latest raised state apart.
      *>          BATCH-LATEST-RECORDS answers a caller's named jobs
      *>          with their latest record, of a given status when
      *>          asked: REPORT-DISTRIBUTION finds each report's
      *>          latest successful run, and whether it has been
      *>          sent out already, that way.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       01  WS-BC-FILE-STATUS            PIC X(02) VALUE SPACES.

      *> One slot per distinct job name seen in the journal, keeping
      *> only its most recent run for the status report - the
      *> scheduled and on-demand batches, and the configuration
      *> snapshot and report distribution records besides.
       01  C-JOB-MAX-COUNT              CONSTANT AS 80.
       01  WS-JOB-SLOT-COUNT            PIC 9(2) VALUE 0.
       01  WS-JOB-SLOT OCCURS 80 TIMES INDEXED BY WS-JOB-IDX.
           05  WS-JS-JOB-NAME           PIC X(32).
           05  WS-JS-START-TIMESTAMP    PIC X(21).
           05  WS-JS-END-TIMESTAMP     PIC X(21).
           05  WS-JS-FAILED-COUNT       PIC 9(5).
           05  WS-JS-STATUS             PIC X(8).
           05  WS-JS-NOTE               PIC X(40).
      *> The job's outstanding LATE/MISSED state, if no run has been
      *> journalled since it was raised.
           05  WS-JS-WATCH-STATUS       PIC X(8).
           05  WS-JS-WATCH-NOTE         PIC X(40).

       LOCAL-STORAGE SECTION.
      *> The journal layout this program was compiled against (see
           05  IN-BC-STATUS             PIC X(8).
           05  IN-BC-NOTE               PIC X(40).
       01  OUT-STATUS-BODY              PIC X(10000).
       COPY job-watch IN "air-quality/service".
       COPY batch-latest IN "air-quality/batch".

      *> Unused default entry point: every caller targets one of the
      *> ENTRY points below, the same way ENV-CONFIG's callers always
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: BATCH-LAST-RUNS
      *> PURPOSE: Fill each JW-JOB slot's latest run start and latest
      *>          raised LATE/MISSED state (with the due time it was
      *>          raised for) from the journal, for
      *>          JOB-DEADLINE-WATCHDOG. Returns 1, with every slot
      *>          left blank, when the journal cannot be read yet -
      *>          the watchdog then judges against its own start.
      *> ===============================================================
       ENTRY "BATCH-LAST-RUNS" USING
           BY REFERENCE JW-SCHEDULE-GRP.

           PERFORM VARYING JW-JOB-INDEX FROM 1 BY 1
               UNTIL JW-JOB-INDEX > JW-JOB-COUNT
               MOVE SPACES TO JW-LAST-RUN-START(JW-JOB-INDEX)
               MOVE SPACES TO JW-WATCH-STATUS(JW-JOB-INDEX)
               MOVE SPACES TO JW-WATCH-DUE(JW-JOB-INDEX)
           END-PERFORM

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-BCJ-FILE-NAME
               BY REFERENCE C-BCJ-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT BATCH-CONTROL-FILE
           IF WS-BC-FILE-STATUS NOT = "00"
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL WS-BC-FILE-STATUS = "10"
               READ BATCH-CONTROL-FILE
                   AT END
                       MOVE "10" TO WS-BC-FILE-STATUS
                   NOT AT END
                       PERFORM KEEP-LATEST-WATCH-RECORD
               END-READ
           END-PERFORM
           CLOSE BATCH-CONTROL-FILE

           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: BATCH-LATEST-RECORDS
      *> PURPOSE: Fill each BL-ENTRY with the latest journal record
      *>          of its job that carries its status filter (any
      *>          status when that is blank). Returns 1, with every
      *>          entry not found, when the journal cannot be read
      *>          yet.
      *> ===============================================================
       ENTRY "BATCH-LATEST-RECORDS" USING
           BY REFERENCE BL-LOOKUP-GRP.

           PERFORM VARYING BL-INDEX FROM 1 BY 1
               UNTIL BL-INDEX > BL-COUNT
               MOVE "N" TO BL-FOUND(BL-INDEX)
               MOVE SPACES TO BL-RECORD(BL-INDEX)
           END-PERFORM

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-BCJ-FILE-NAME
               BY REFERENCE C-BCJ-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT BATCH-CONTROL-FILE
           IF WS-BC-FILE-STATUS NOT = "00"
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL WS-BC-FILE-STATUS = "10"
               READ BATCH-CONTROL-FILE
                   AT END
                       MOVE "10" TO WS-BC-FILE-STATUS
                   NOT AT END
                       PERFORM KEEP-LATEST-LOOKUP-RECORD
               END-READ
           END-PERFORM
           CLOSE BATCH-CONTROL-FILE

           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: KEEP-LATEST-LOOKUP-RECORD
      *> PURPOSE: Fold the BC-RECORD just read into every BL-ENTRY it
      *>          answers. Append order makes a plain overwrite keep
      *>          the most recent.
      *> ===============================================================
       KEEP-LATEST-LOOKUP-RECORD.
           PERFORM VARYING BL-INDEX FROM 1 BY 1
               UNTIL BL-INDEX > BL-COUNT
               IF BL-JOB-NAME(BL-INDEX) = BC-JOB-NAME
                   AND (BL-STATUS-FILTER(BL-INDEX) = SPACES
                       OR BL-STATUS-FILTER(BL-INDEX) = BC-STATUS)
               THEN
                   MOVE "Y" TO BL-FOUND(BL-INDEX)
                   MOVE BC-RECORD TO BL-RECORD(BL-INDEX)
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: KEEP-LATEST-WATCH-RECORD
      *> PURPOSE: Fold the BC-RECORD just read into its JW-JOB slot,
      *>          if the watchdog watches that job: a LATE/MISSED
      *>          record as the latest raised state, anything else
      *>          as the latest run. Append order again makes a
      *>          plain overwrite keep the most recent of each.
      *> ===============================================================
       KEEP-LATEST-WATCH-RECORD.
           PERFORM VARYING JW-JOB-INDEX FROM 1 BY 1
               UNTIL JW-JOB-INDEX > JW-JOB-COUNT
               IF JW-JOB-NAME(JW-JOB-INDEX) = BC-JOB-NAME
               THEN
                   IF BC-STATUS = "LATE" OR BC-STATUS = "MISSED"
                   THEN
                       MOVE BC-STATUS TO JW-WATCH-STATUS(JW-JOB-INDEX)
                       MOVE BC-START-TIMESTAMP(1:14)
                           TO JW-WATCH-DUE(JW-JOB-INDEX)
                   ELSE
                       MOVE BC-START-TIMESTAMP(1:14)
                           TO JW-LAST-RUN-START(JW-JOB-INDEX)
                   END-IF
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: KEEP-LATEST-JOB-RECORD
      *> PURPOSE: Fold the BC-RECORD just read into its job's slot.
      *>          Records arrive in append order, so a plain overwrite
      *>          leaves each slot holding the job's most recent run.
      *>          A LATE/MISSED record only sets the slot's watch
      *>          state, and the next run clears it; a job with no
      *>          run recorded yet keeps a blank status.
      *> ===============================================================
       KEEP-LATEST-JOB-RECORD.
           MOVE 0 TO LS-SLOT-FOUND
                       "dropping " FUNCTION TRIM(BC-JOB-NAME)
                   EXIT PARAGRAPH
               END-IF
               MOVE BC-JOB-NAME TO WS-JS-JOB-NAME(LS-SLOT-FOUND)
               MOVE SPACES TO WS-JS-STATUS(LS-SLOT-FOUND)
               MOVE SPACES TO WS-JS-WATCH-STATUS(LS-SLOT-FOUND)
           END-IF

           IF BC-STATUS = "LATE" OR BC-STATUS = "MISSED"
           THEN
               MOVE BC-STATUS TO WS-JS-WATCH-STATUS(LS-SLOT-FOUND)
               MOVE BC-NOTE TO WS-JS-WATCH-NOTE(LS-SLOT-FOUND)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-JS-WATCH-STATUS(LS-SLOT-FOUND)
           MOVE BC-START-TIMESTAMP
               TO WS-JS-START-TIMESTAMP(LS-SLOT-FOUND)
           MOVE BC-END-TIMESTAMP TO WS-JS-END-TIMESTAMP(LS-SLOT-FOUND)
      *> ===============================================================
      *> PARAGRAPH: APPEND-ONE-STATUS-LINE
      *> PURPOSE: Append the WS-JOB-IDX slot's status line to
      *>          OUT-STATUS-BODY, newline separated, with any
      *>          outstanding LATE/MISSED state after the last run.
      *> ===============================================================
       APPEND-ONE-STATUS-LINE.
           MOVE WS-JS-OK-COUNT(WS-JOB-IDX) TO LS-OK-DISPLAY
           MOVE WS-JS-FAILED-COUNT(WS-JOB-IDX) TO LS-FAILED-DISPLAY
           MOVE SPACES TO LS-STATUS-LINE
           IF WS-JS-STATUS(WS-JOB-IDX) = SPACES
           THEN
               STRING
                   FUNCTION TRIM(WS-JS-JOB-NAME(WS-JOB-IDX))
                   ": no run recorded"
                   INTO LS-STATUS-LINE
               END-STRING
           ELSE
               STRING
                   FUNCTION TRIM(WS-JS-JOB-NAME(WS-JOB-IDX))
                   ": " FUNCTION TRIM(WS-JS-STATUS(WS-JOB-IDX))
                   ", started "
                   WS-JS-START-TIMESTAMP(WS-JOB-IDX)(1:14)
                   ", ended " WS-JS-END-TIMESTAMP(WS-JOB-IDX)(1:14)
                   ", ok " FUNCTION TRIM(LS-OK-DISPLAY)
                   ", failed " FUNCTION TRIM(LS-FAILED-DISPLAY)
                   INTO LS-STATUS-LINE
               END-STRING
           END-IF
           IF WS-JS-STATUS(WS-JOB-IDX) NOT = SPACES
               AND FUNCTION TRIM(WS-JS-NOTE(WS-JOB-IDX)) NOT = SPACES
           THEN
               MOVE LS-STATUS-LINE TO LS-STATUS-SCRATCH
               MOVE SPACES TO LS-STATUS-LINE
                   INTO LS-STATUS-LINE
               END-STRING
           END-IF
           IF WS-JS-WATCH-STATUS(WS-JOB-IDX) NOT = SPACES
           THEN
               MOVE LS-STATUS-LINE TO LS-STATUS-SCRATCH
               MOVE SPACES TO LS-STATUS-LINE
               STRING
                   FUNCTION TRIM(LS-STATUS-SCRATCH)
                   " [" FUNCTION TRIM(WS-JS-WATCH-STATUS(WS-JOB-IDX))
                   ": " FUNCTION TRIM(WS-JS-WATCH-NOTE(WS-JOB-IDX))
                   "]"
                   INTO LS-STATUS-LINE
               END-STRING
           END-IF
           IF FUNCTION TRIM(OUT-STATUS-BODY) = SPACES
               OR OUT-STATUS-BODY = "(no batch runs recorded)"
           THEN
