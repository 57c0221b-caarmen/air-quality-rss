      *>          ARCHIVE-VERIFY-BATCH over what came back, so a
      *>          restore ends with proof the restored files are
      *>          readable instead of hope.
      *>          The set to restore from (AQRSS_RESTORE_SET,
      *>          YYYYMMDD) and optionally a single file from the
      *>          shared backup list (AQRSS_RESTORE_FILE, unset
      *>          meaning the whole set) come from the approved
      *>          request the run claims from JOB-APPROVAL-REGISTRY;
      *>          with none approved the job skips.
      *>          Deliberately on-demand only (POST
      *>          /admin/jobs/restore/run, then a second admin's
      *>          approval): a restore that fires on a schedule, or
      *>          on one person's say-so, overwrites live data nobody
      *>          asked to lose.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       LOCAL-STORAGE SECTION.
       01  LS-SET-DATE                  PIC X(8) VALUE SPACES.
       01  LS-ONLY-FILE                 PIC X(40) VALUE SPACES.
      *> The approved request this run claims, parameters and all.
       01  LS-APPROVAL-JOB              PIC X(16) VALUE "RESTORE".
       01  LS-APPROVAL-NUMBER           PIC Z(8)9.
       COPY job-approval IN "air-quality/service".
       01  LS-SET-DIR                   PIC X(24) VALUE SPACES.
       01  LS-SOURCE-PATH               PIC X(80) VALUE SPACES.
       01  LS-FILE-INFO                 PIC X(16) VALUE SPACES.
           MOVE "ARCHIVE-RESTORE-BATCH" TO BC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO BC-START-TIMESTAMP

           CALL "JOB-APPROVAL-CLAIM" USING
               BY REFERENCE LS-APPROVAL-JOB
               BY REFERENCE JA-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "Restore: no approved request waiting, skipping"
                   TO LS-LOG-MESSAGE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE "SKIPPED" TO BC-STATUS
               MOVE "no approved request" TO BC-NOTE
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF
           MOVE JA-REQUEST-ID TO LS-APPROVAL-NUMBER
           STRING "approved request #"
               FUNCTION TRIM(LS-APPROVAL-NUMBER)
               DELIMITED BY SIZE INTO BC-NOTE
           END-STRING
           MOVE JA-PARAM-VALUE-1(1:8) TO LS-SET-DATE
           MOVE JA-PARAM-VALUE-2(1:40) TO LS-ONLY-FILE

           STRING
               "aqrss-backup." LS-SET-DATE
