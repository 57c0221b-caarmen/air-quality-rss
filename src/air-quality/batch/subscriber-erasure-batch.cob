      *>          key registry, every dated audit file inside the
      *>          lookback window has the key's records redacted (key
      *>          and client IP overwritten, the traffic shape kept
      *>          for the aggregate reports, each rewritten day
      *>          resealed by AUDIT-CHAIN), and the key's symptom
      *>          journal entries, alert subscriptions, stored
      *>          profile and the sensitivity weights measured from
      *>          the journal are purged outright. A completion
      *>          certificate records what was removed and when - the
      *>          last two such requests were done with a text editor
      *>          and no proof.
      *>          The key to erase (AQRSS_ERASE_API_KEY) and the
      *>          audit lookback (AQRSS_ERASURE_LOOKBACK_DAYS,
      *>          default 730 days) come from the approved request
      *>          the run claims from JOB-APPROVAL-REGISTRY; with
      *>          none approved the job skips.
      *>          Deliberately on-demand only (POST
      *>          /admin/jobs/erasure/run, then a second admin's
      *>          approval): an erasure that fires on a schedule
      *>          against a stale environment variable erases the
      *>          wrong person twice.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT API-KEY-FILE ASSIGN TO "api-keys.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AK-FILE-STATUS.
       DATA DIVISION.

       FILE SECTION.
       FD  API-KEY-FILE.
       COPY api-key-record IN "air-quality/api".

       FD  API-KEY-SCRATCH-FILE.
       01  AKS-RECORD                   PIC X(208).

       FD  SYMPTOM-JOURNAL-FILE.
       COPY symptom-journal IN "air-quality/service".
       COPY erasure-certificate IN "air-quality/batch".

       WORKING-STORAGE SECTION.
       01  WS-AK-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-AKS-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-SJ-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-SUB-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-EC-FILE-STATUS            PIC X(02) VALUE SPACES.

       LOCAL-STORAGE SECTION.
      *> The audit trail's registered layout (see
      *> corrupt the very files being redacted.
       01  C-AUDIT-TRAIL-NAME           PIC X(40)
               VALUE "air-quality-audit.log".
       01  C-AUDIT-TRAIL-VERSION        PIC 9(3) VALUE 3.
      *> The key registry's layout, and the API-KEY-REGISTRY mutex
      *> slot its admin rewrites run under.
       01  C-AK-FILE-NAME               PIC X(40)
               VALUE "api-keys.dat".
       01  C-AK-LAYOUT-VERSION          PIC 9(3) VALUE 4.
       01  C-AK-MUTEX-ID                PIC 9(2) VALUE 11.
       01  LS-ERASE-KEY                 PIC X(40) VALUE SPACES.
      *> The approved request this run claims, parameters and all.
       01  LS-APPROVAL-JOB              PIC X(16) VALUE "ERASURE".
       01  LS-APPROVAL-NUMBER           PIC Z(8)9.
       COPY job-approval IN "air-quality/service".
       01  LS-LOOKBACK-DAYS             PIC 9(4) VALUE 730.
       01  LS-DAY-OFFSET                PIC 9(4) VALUE 0.
       01  LS-CURRENT-DATE-AND-TIME.
       01  LS-AUDIT-REDACTED            PIC 9(7) VALUE 0.
       01  LS-JOURNAL-PURGED            PIC 9(5) VALUE 0.
       01  LS-SUBS-PURGED               PIC 9(5) VALUE 0.
       01  LS-PROFILE-PURGED            PIC X(01) VALUE "N".
       01  LS-WEIGHTS-PURGED            PIC X(01) VALUE "N".
       01  LS-DAY-REDACTED              PIC 9(7) VALUE 0.
       01  C-LOG-INFO                   PIC X(5) VALUE "INFO".
       01  C-LOG-WARN                   PIC X(5) VALUE "WARN".
       01  LS-LOG-MESSAGE               PIC X(256) VALUE SPACES.
           MOVE "SUBSCRIBER-ERASURE-BATCH" TO BC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO BC-START-TIMESTAMP

           CALL "JOB-APPROVAL-CLAIM" USING
               BY REFERENCE LS-APPROVAL-JOB
               BY REFERENCE JA-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "Erasure: no approved request waiting, skipping"
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
           MOVE JA-PARAM-VALUE-1(1:40) TO LS-ERASE-KEY
           IF JA-PARAM-VALUE-2 NOT = SPACES
               AND FUNCTION TRIM(JA-PARAM-VALUE-2) IS NUMERIC
           THEN
               MOVE FUNCTION NUMVAL(JA-PARAM-VALUE-2)
                   TO LS-LOOKBACK-DAYS
           END-IF

           PERFORM REDACT-AUDIT-TRAIL
           PERFORM PURGE-SYMPTOM-JOURNAL
           PERFORM PURGE-ALERT-SUBSCRIPTIONS
           PERFORM PURGE-SUBSCRIBER-PROFILE
           PERFORM PURGE-SENSITIVITY-WEIGHTS
           PERFORM WRITE-COMPLETION-CERTIFICATE

           MOVE SPACES TO LS-LOG-MESSAGE
               "...: key deactivated=" LS-KEY-DEACTIVATED
               ", " LS-AUDIT-REDACTED " audit record(s) redacted, "
               LS-JOURNAL-PURGED " journal entry(ies) and "
               LS-SUBS-PURGED " subscription(s) purged, profile "
               "removed=" LS-PROFILE-PURGED
               ", weights removed=" LS-WEIGHTS-PURGED
               INTO LS-LOG-MESSAGE
           END-STRING
           CALL "AQRSS-LOG" USING
      *>          somebody else by accident.
      *> ===============================================================
       DEACTIVATE-KEY-IN-REGISTRY.
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-AK-FILE-NAME
               BY REFERENCE C-AK-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "Erasure: API key registry awaiting layout "
                   & "migration - key not deactivated" TO LS-LOG-MESSAGE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               EXIT PARAGRAPH
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-AK-MUTEX-ID
           OPEN INPUT API-KEY-FILE
           IF WS-AK-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-AK-MUTEX-ID
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT API-KEY-SCRATCH-FILE
           IF WS-AKS-FILE-STATUS NOT = "00"
           THEN
               CLOSE API-KEY-FILE
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-AK-MUTEX-ID
               EXIT PARAGRAPH
           END-IF

                   "api-keys.dat.tmp" "api-keys.dat"
           ELSE
               CALL "CBL_DELETE_FILE" USING "api-keys.dat.tmp"
           END-IF
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-AK-MUTEX-ID.

      *> ===============================================================
      *> PARAGRAPH: REDACT-AUDIT-TRAIL

      *> ===============================================================
      *> PARAGRAPH: REDACT-ONE-AUDIT-FILE
      *> PURPOSE: Have AUDIT-CHAIN rewrite LS-DAY-DATE's audit file
      *>          with the erased key's records redacted. It re-chains
      *>          the day and closes it with a signed RESEAL naming
      *>          this job, so the redaction verifies as legitimate;
      *>          a day with none of the key's records keeps its
      *>          original file bit for bit.
      *> ===============================================================
       REDACT-ONE-AUDIT-FILE.
           MOVE 0 TO LS-DAY-REDACTED
           CALL "AUDIT-CHAIN-RESEAL" USING
               BY REFERENCE LS-DAY-DATE
               BY REFERENCE BC-JOB-NAME
               BY REFERENCE LS-ERASE-KEY
               BY REFERENCE LS-DAY-REDACTED
           END-CALL
           ADD LS-DAY-REDACTED TO LS-AUDIT-REDACTED.

      *> ===============================================================
      *> PARAGRAPH: PURGE-SYMPTOM-JOURNAL
           END-PERFORM
           CLOSE ALERT-SUBSCRIPTION-FILE.

      *> ===============================================================
      *> PARAGRAPH: PURGE-SUBSCRIBER-PROFILE
      *> PURPOSE: Delete the erased key's stored profile (see
      *>          SUBSCRIBER-PROFILE-REGISTRY), home and work
      *>          locations included, if it kept one.
      *> ===============================================================
       PURGE-SUBSCRIBER-PROFILE.
           CALL "SUBSCRIBER-PROFILE-REMOVE" USING
               BY REFERENCE LS-ERASE-KEY
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               MOVE "Y" TO LS-PROFILE-PURGED
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: PURGE-SENSITIVITY-WEIGHTS
      *> PURPOSE: Delete the erased key's pollen sensitivity weights
      *>          (see SENSITIVITY-WEIGHT-REGISTRY): they are derived
      *>          from the journal just purged, and the nightly
      *>          correlation run would not rebuild them without it.
      *> ===============================================================
       PURGE-SENSITIVITY-WEIGHTS.
           CALL "SENSITIVITY-WEIGHT-REMOVE" USING
               BY REFERENCE LS-ERASE-KEY
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               MOVE "Y" TO LS-WEIGHTS-PURGED
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: WRITE-COMPLETION-CERTIFICATE
      *> PURPOSE: Append the proof of what was removed and when.
