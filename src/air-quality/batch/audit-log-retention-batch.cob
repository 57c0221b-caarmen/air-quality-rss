      *>          days (default 30). Files up to a year past the
      *>          cutoff are swept, which bounds the scan while
      *>          covering any backlog a skipped run could leave.
      *>          Purging days cuts the audit hash chain at the
      *>          oldest day kept, so that day is resealed through
      *>          AUDIT-CHAIN afterwards: its RESEAL record says the
      *>          day before it went by retention, which the
      *>          verification batch accepts where it would flag a
      *>          deleted day as tampering.
      *>          The same run prunes the as-served feed archive (see
      *>          FEED-SNAPSHOT-REGISTRY): snapshots not served for
      *>          AQRSS_SNAPSHOT_RETENTION_D days (default 400, long
      *>          enough to answer a question about last year's
      *>          episode) are deleted.
      *>          Scheduled from AIR-QUALITY-RSS's main loop on its
      *>          own job slot, and runnable on demand through the
      *>          /admin/jobs routes; not reachable as an HTTP data
       01  LS-SWEEP-YYYYMMDD            PIC 9(8) VALUE 0.
       01  LS-SWEEP-FILENAME            PIC X(40) VALUE SPACES.
       01  LS-DELETED-COUNT             PIC 9(4) VALUE 0.
       01  LS-KEPT-FOUND                PIC X(01) VALUE "N".
       01  LS-KEPT-DATE                 PIC X(8) VALUE SPACES.
       01  LS-RESEAL-KEY                PIC X(40) VALUE SPACES.
       01  LS-RESEAL-COUNT              PIC 9(7) VALUE 0.
       01  LS-FILE-INFO.
           05  LS-FI-SIZE               PIC 9(18) COMP.
           05  FILLER                   PIC X(8).
       01  LS-SNAPSHOT-RETENTION-DAYS   PIC 9(5) VALUE 400.
       01  LS-SNAPSHOT-CUTOFF           PIC X(16) VALUE SPACES.
       01  LS-SNAPSHOT-CUTOFF-DATE      PIC 9(8) VALUE 0.
       01  LS-SNAPSHOTS-PURGED          PIC 9(7) VALUE 0.

      *> Run record for the shared batch-control journal, so the
      *> /status route can report whether and how this job last ran.
               " rolled audit files purged (retention "
               LS-RETENTION-DAYS " days)"

           IF LS-DELETED-COUNT > 0
           THEN
               PERFORM RESEAL-OLDEST-KEPT-DAY
           END-IF

           MOVE SPACES TO LS-ENV-VALUE
           ACCEPT LS-ENV-VALUE
               FROM ENVIRONMENT "AQRSS_SNAPSHOT_RETENTION_D"
           IF FUNCTION TRIM(LS-ENV-VALUE) NOT = SPACES
           THEN
               MOVE FUNCTION NUMVAL(LS-ENV-VALUE)
                   TO LS-SNAPSHOT-RETENTION-DAYS
           END-IF
           COMPUTE LS-SNAPSHOT-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(LS-TODAY-YYYYMMDD)
                   - LS-SNAPSHOT-RETENTION-DAYS)
           MOVE SPACES TO LS-SNAPSHOT-CUTOFF
           STRING LS-SNAPSHOT-CUTOFF-DATE "00000000"
               DELIMITED BY SIZE INTO LS-SNAPSHOT-CUTOFF
           END-STRING
           CALL "FEED-SNAPSHOT-PURGE" USING
               BY REFERENCE LS-SNAPSHOT-CUTOFF
               BY REFERENCE LS-SNAPSHOTS-PURGED
           IF RETURN-CODE NOT = 0
           THEN
               DISPLAY "WARNING: the feed snapshot archive could not "
                   "be pruned"
           END-IF
           DISPLAY "Audit retention: " LS-SNAPSHOTS-PURGED
               " feed snapshots purged (retention "
               LS-SNAPSHOT-RETENTION-DAYS " days)"

           COMPUTE BC-OK-COUNT =
               LS-DELETED-COUNT + LS-SNAPSHOTS-PURGED
           MOVE "OK" TO BC-STATUS
           PERFORM WRITE-BATCH-RUN-RECORD

           GOBACK.


      *> ===============================================================
      *> PARAGRAPH: RESEAL-OLDEST-KEPT-DAY
      *> PURPOSE: Find the oldest audit file the purge left - the
      *>          first on file from the cutoff day forward - and
      *>          have AUDIT-CHAIN reseal it on this job's behalf.
      *> ===============================================================
       RESEAL-OLDEST-KEPT-DAY.
           MOVE "N" TO LS-KEPT-FOUND
           PERFORM VARYING LS-SWEEP-INDEX FROM 0 BY 1
               UNTIL LS-SWEEP-INDEX > LS-RETENTION-DAYS
               OR LS-KEPT-FOUND = "Y"
               COMPUTE LS-SWEEP-ORDINAL =
                   LS-CUTOFF-ORDINAL + LS-SWEEP-INDEX
               COMPUTE LS-SWEEP-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(LS-SWEEP-ORDINAL)
               MOVE SPACES TO LS-SWEEP-FILENAME
               STRING
                   "air-quality-audit." LS-SWEEP-YYYYMMDD ".log"
                   INTO LS-SWEEP-FILENAME
               END-STRING
               CALL "CBL_CHECK_FILE_EXIST" USING
                   LS-SWEEP-FILENAME
                   LS-FILE-INFO
                   RETURNING RETURN-CODE
               IF RETURN-CODE = 0
               THEN
                   MOVE "Y" TO LS-KEPT-FOUND
                   MOVE LS-SWEEP-YYYYMMDD TO LS-KEPT-DATE
               END-IF
           END-PERFORM
           IF LS-KEPT-FOUND = "N"
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LS-RESEAL-KEY
           CALL "AUDIT-CHAIN-RESEAL" USING
               BY REFERENCE LS-KEPT-DATE
               BY REFERENCE BC-JOB-NAME
               BY REFERENCE LS-RESEAL-KEY
               BY REFERENCE LS-RESEAL-COUNT
           END-CALL
           IF RETURN-CODE NOT = 0
           THEN
               DISPLAY "WARNING: the oldest kept audit day "
                   LS-KEPT-DATE " could not be resealed"
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: WRITE-BATCH-RUN-RECORD
      *> PURPOSE: Append this run's record to the shared batch-control
