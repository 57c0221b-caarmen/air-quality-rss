      *> ===============================================================
      *> PROGRAM: JOB-APPROVAL-REGISTRY
      *> PURPOSE: Centralized access to the four-eyes approvals for
      *>          the jobs that cannot be undone (see job-approval):
      *>          ARCHIVE-RESTORE-BATCH overwrites live files,
      *>          SUBSCRIBER-ERASURE-BATCH destroys a subscriber's
      *>          history and LAYOUT-MIGRATION-BATCH rewrites a
      *>          registry in place. One admin files the request
      *>          with its parameters; a different admin key has to
      *>          approve it inside the approval window before the
      *>          router queues the job, and the batch then claims
      *>          the approved parameters instead of reading them
      *>          from the environment - so what runs is exactly
      *>          what the second pair of eyes saw.
      *>          The approval window defaults to 24 hours
      *>          (AQRSS_JOB_APPROVAL_S, in seconds), fixed on each
      *>          request when it is filed.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-APPROVAL-REGISTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-APPROVAL-FILE ASSIGN TO "job-approvals.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JA-FILE-STATUS.

           SELECT JOB-APPROVAL-SCRATCH-FILE ASSIGN TO
                   "job-approvals.dat.tmp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JAS-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  JOB-APPROVAL-FILE.
       COPY job-approval IN "air-quality/service".

       FD  JOB-APPROVAL-SCRATCH-FILE.
       01  JAS-RECORD                   PIC X(460).

       WORKING-STORAGE SECTION.
       01  WS-JA-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-JAS-FILE-STATUS           PIC X(02) VALUE SPACES.
      *> A request filed while another is being approved must not
      *> share its number, and an approval must not race the batch
      *> claiming it, so every entry runs under the registry's mutex
      *> slot (see AQRSS-MUTEX's slot map).
       01  C-MUTEX-ID                   PIC 9(2) VALUE 41.
      *> The registry layout this program was compiled against (see
      *> AQRSS-LAYOUT-VERSION).
       01  C-JA-FILE-NAME               PIC X(40)
               VALUE "job-approvals.dat".
       01  C-JA-LAYOUT-VERSION          PIC 9(3) VALUE 1.
       01  C-DEFAULT-WINDOW-S           PIC 9(7) VALUE 86400.
      *> The list route's page size when the caller names none, and
      *> its ceiling.
       01  C-DEFAULT-LIMIT              PIC 9(3) VALUE 20.
       01  C-MAX-LIMIT                  PIC 9(3) VALUE 200.

       LOCAL-STORAGE SECTION.
       01  LS-ENTRY-RESULT              USAGE BINARY-LONG VALUE 0.
       01  LS-CURRENT-DATE-AND-TIME.
           05  LS-CDT-YEAR              PIC 9(4).
           05  LS-CDT-MONTH             PIC 9(2).
           05  LS-CDT-DAY               PIC 9(2).
           05  LS-CDT-HOUR              PIC 9(2).
           05  LS-CDT-MINUTE            PIC 9(2).
           05  LS-CDT-SECOND            PIC 9(2).
       01  LS-TODAY-YYYYMMDD            PIC 9(8) VALUE 0.
       01  LS-NOW-SECONDS               PIC 9(12) VALUE 0.
       01  LS-WINDOW-S                  PIC 9(7) VALUE 0.
       01  LS-ENV-VALUE                 PIC X(100) VALUE SPACES.
      *> What SCAN-JOB-APPROVALS looks for (a job, a request number)
      *> and what it found: the last number handed out, the job's
      *> open request (approved, or pending and still in time), its
      *> oldest approved one, and the numbered request.
       01  LS-JOB-NAME                  PIC X(16) VALUE SPACES.
       01  LS-WANTED-ID                 PIC 9(9) VALUE 0.
       01  LS-LAST-REQUEST-ID           PIC 9(9) VALUE 0.
       01  LS-OPEN-FOUND                PIC X(01) VALUE "N".
       01  LS-OPEN-RECORD               PIC X(460) VALUE SPACES.
       01  LS-APPROVED-FOUND            PIC X(01) VALUE "N".
       01  LS-APPROVED-RECORD           PIC X(460) VALUE SPACES.
       01  LS-ID-FOUND                  PIC X(01) VALUE "N".
       01  LS-ID-RECORD                 PIC X(460) VALUE SPACES.
       01  LS-NEW-RECORD                PIC X(460) VALUE SPACES.
      *> The record REWRITE-ONE-REQUEST puts in place of request
      *> LS-WANTED-ID.
       01  LS-HELD-RECORD               PIC X(460) VALUE SPACES.
       01  LS-MATCH-COUNT               PIC 9(9) VALUE 0.
       01  LS-SKIP-COUNT                PIC 9(9) VALUE 0.
       01  LS-LIMIT                     PIC 9(3) VALUE 0.
       01  LS-MATCHED                   PIC X(01) VALUE "N".
       01  LS-SHOWN-STATUS              PIC X(8) VALUE SPACES.
       01  LS-OUT-POINTER               PIC 9(5) VALUE 1.
       01  LS-LIST-FULL                 PIC X(01) VALUE "N".
       01  LS-REQUEST-TEXT              PIC X(1000) VALUE SPACES.
       01  LS-REQUEST-LENGTH            PIC 9(5) VALUE 0.
       01  LS-HEAD-LINE                 PIC X(300) VALUE SPACES.
       01  LS-PARAM-LINE                PIC X(300) VALUE SPACES.
       01  LS-DECISION-LINE             PIC X(300) VALUE SPACES.
       01  LS-NUMBER-TEXT               PIC Z(8)9.
       01  LS-SHOWN-VALUE               PIC X(64) VALUE SPACES.
       01  LS-STAMP                     PIC X(21) VALUE SPACES.
       01  LS-STAMP-TEXT                PIC X(19) VALUE SPACES.
       01  LS-EXPIRY-DATE               PIC 9(8) VALUE 0.
       01  LS-EXPIRY-TIME.
           05  LS-EXPIRY-HOUR           PIC 9(2).
           05  LS-EXPIRY-MINUTE         PIC 9(2).
           05  LS-EXPIRY-SECOND         PIC 9(2).
       01  LS-EXPIRY-DAYS               PIC 9(7) VALUE 0.
       01  LS-EXPIRY-REMAINDER          PIC 9(5) VALUE 0.
       01  LS-DECISION-WORD             PIC X(8) VALUE SPACES.

       LINKAGE SECTION.
      *> A whole JA-RECORD (see job-approval).
       01  IN-OUT-JA-RECORD             PIC X(460).
       01  IN-REQUEST-ID                PIC 9(9).
      *> "APPROVE" or "REJECT".
       01  IN-DECISION                  PIC X(8).
       01  IN-DECIDED-BY                PIC X(32).
       01  IN-DECIDER-KEY               PIC X(40).
       01  IN-JOB-NAME                  PIC X(16).
       01  IN-FILTER-STATUS             PIC X(8).
       01  IN-LIMIT                     PIC 9(3).
       01  OUT-APPROVAL-LIST            PIC X(10000).

      *> Unused default entry point: every caller targets one of the
      *> ENTRY points below, the same way ENV-CONFIG's callers always
      *> target one of its named entries.
       PROCEDURE DIVISION.
           GOBACK.

      *> ===============================================================
      *> ENTRY: JOB-APPROVAL-FILE
      *> PURPOSE: File one request. The caller fills the job, its
      *>          parameters, the requesting key and its owner and
      *>          the correlation id; the registry numbers it, stamps
      *>          it, marks it PENDING with its approval deadline
      *>          and hands the record back. Returns 0 when filed,
      *>          1 when the registry cannot be written, 2 when the
      *>          job already has an open request (approved, or
      *>          pending and still in time) - that request is
      *>          handed back instead, so two admins cannot each
      *>          file one and approve the other's.
      *> ===============================================================
       ENTRY "JOB-APPROVAL-FILE" USING
           BY REFERENCE IN-OUT-JA-RECORD.

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-JA-FILE-NAME
               BY REFERENCE C-JA-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               DISPLAY "WARNING: job approvals awaiting layout "
                   "migration, request not filed"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE C-DEFAULT-WINDOW-S TO LS-WINDOW-S
           MOVE SPACES TO LS-ENV-VALUE
           ACCEPT LS-ENV-VALUE
               FROM ENVIRONMENT "AQRSS_JOB_APPROVAL_S"
           IF FUNCTION TRIM(LS-ENV-VALUE) NOT = SPACES
               AND FUNCTION TRIM(LS-ENV-VALUE) IS NUMERIC
               AND FUNCTION LENGTH(FUNCTION TRIM(LS-ENV-VALUE)) < 8
           THEN
               MOVE FUNCTION NUMVAL(LS-ENV-VALUE) TO LS-WINDOW-S
           END-IF

           MOVE 0 TO LS-ENTRY-RESULT
           MOVE IN-OUT-JA-RECORD TO LS-NEW-RECORD
           MOVE LS-NEW-RECORD TO JA-RECORD
           MOVE JA-JOB-NAME TO LS-JOB-NAME
           MOVE 0 TO LS-WANTED-ID
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM COMPUTE-NOW-SECONDS
           PERFORM SCAN-JOB-APPROVALS
           IF LS-OPEN-FOUND = "Y"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE LS-OPEN-RECORD TO IN-OUT-JA-RECORD
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE LS-NEW-RECORD TO JA-RECORD
           COMPUTE JA-REQUEST-ID = LS-LAST-REQUEST-ID + 1
           MOVE "PENDING" TO JA-STATUS
           MOVE FUNCTION CURRENT-DATE TO JA-REQUESTED-AT
           COMPUTE JA-EXPIRES-SECONDS = LS-NOW-SECONDS + LS-WINDOW-S
           MOVE SPACES TO JA-DECIDED-AT
           MOVE SPACES TO JA-DECIDED-BY
           MOVE SPACES TO JA-DECIDER-KEY
           MOVE SPACES TO JA-RAN-AT
           MOVE JA-RECORD TO LS-NEW-RECORD

           OPEN EXTEND JOB-APPROVAL-FILE
           IF WS-JA-FILE-STATUS = "35"
           THEN
               OPEN OUTPUT JOB-APPROVAL-FILE
           END-IF
           IF WS-JA-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not open job approvals, "
                   "status " WS-JA-FILE-STATUS
               MOVE 1 TO LS-ENTRY-RESULT
           ELSE
               MOVE LS-NEW-RECORD TO JA-RECORD
               WRITE JA-RECORD
               IF WS-JA-FILE-STATUS NOT = "00"
               THEN
                   MOVE 1 TO LS-ENTRY-RESULT
               END-IF
               CLOSE JOB-APPROVAL-FILE
               MOVE LS-NEW-RECORD TO IN-OUT-JA-RECORD
           END-IF
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: JOB-APPROVAL-DECIDE
      *> PURPOSE: Approve or reject request IN-REQUEST-ID under the
      *>          deciding key and its owner, handing the request back
      *>          as it now stands. Approving needs a key other than
      *>          the one that filed the request, and a request still
      *>          inside its window; approving one already approved
      *>          (its job not yet run) changes nothing and succeeds,
      *>          so a job the queue had no room for can be queued
      *>          again. Rejecting - the requester withdrawing, or a
      *>          second admin refusing - works on any request whose
      *>          job has not run. Returns 0 on success, 1 for an
      *>          unknown request or a registry that cannot be
      *>          written, 2 when the approving key filed the request
      *>          itself, 3 when the window has passed, 4 when the
      *>          request was already rejected or its job has run.
      *> ===============================================================
       ENTRY "JOB-APPROVAL-DECIDE" USING
           BY REFERENCE IN-REQUEST-ID
           BY REFERENCE IN-DECISION
           BY REFERENCE IN-DECIDED-BY
           BY REFERENCE IN-DECIDER-KEY
           BY REFERENCE IN-OUT-JA-RECORD.

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-JA-FILE-NAME
               BY REFERENCE C-JA-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO LS-ENTRY-RESULT
           MOVE SPACES TO LS-JOB-NAME
           MOVE IN-REQUEST-ID TO LS-WANTED-ID
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM COMPUTE-NOW-SECONDS
           PERFORM SCAN-JOB-APPROVALS
           IF LS-ID-FOUND NOT = "Y"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE LS-ID-RECORD TO JA-RECORD
           MOVE LS-ID-RECORD TO IN-OUT-JA-RECORD
           EVALUATE TRUE
           WHEN IN-DECISION = "APPROVE"
               AND JA-REQUESTER-KEY = IN-DECIDER-KEY
               MOVE 2 TO LS-ENTRY-RESULT
           WHEN IN-DECISION = "APPROVE"
               AND JA-STATUS = "APPROVED"
               CONTINUE
           WHEN IN-DECISION = "APPROVE"
               AND JA-STATUS = "PENDING"
               AND JA-EXPIRES-SECONDS < LS-NOW-SECONDS
               MOVE 3 TO LS-ENTRY-RESULT
           WHEN IN-DECISION = "APPROVE"
               AND JA-STATUS = "PENDING"
               MOVE "APPROVED" TO JA-STATUS
               PERFORM STAMP-DECISION
           WHEN IN-DECISION = "REJECT"
               AND (JA-STATUS = "PENDING" OR JA-STATUS = "APPROVED")
               MOVE "REJECTED" TO JA-STATUS
               PERFORM STAMP-DECISION
           WHEN OTHER
               MOVE 4 TO LS-ENTRY-RESULT
           END-EVALUATE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: JOB-APPROVAL-CLAIM
      *> PURPOSE: Hand the batch for job IN-JOB-NAME the oldest
      *>          approved request for it, parameters and all, and
      *>          mark it RUN so it is never run twice. An erasure's
      *>          key is kept only as its first eight characters
      *>          from here on, the same prefix the erasure
      *>          certificate keeps. Returns 0 with a request, 1
      *>          when none is approved (or the registry cannot be
      *>          written - a claim that cannot be recorded is no
      *>          claim).
      *> ===============================================================
       ENTRY "JOB-APPROVAL-CLAIM" USING
           BY REFERENCE IN-JOB-NAME
           BY REFERENCE IN-OUT-JA-RECORD.

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-JA-FILE-NAME
               BY REFERENCE C-JA-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO LS-ENTRY-RESULT
           MOVE IN-JOB-NAME TO LS-JOB-NAME
           MOVE 0 TO LS-WANTED-ID
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM COMPUTE-NOW-SECONDS
           PERFORM SCAN-JOB-APPROVALS
           IF LS-APPROVED-FOUND NOT = "Y"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE LS-APPROVED-RECORD TO JA-RECORD
           MOVE "RUN" TO JA-STATUS
           MOVE FUNCTION CURRENT-DATE TO JA-RAN-AT
           MOVE JA-RECORD TO IN-OUT-JA-RECORD
           IF JA-JOB-NAME = "ERASURE"
           THEN
               MOVE JA-PARAM-VALUE-1(1:8) TO LS-SHOWN-VALUE
               MOVE SPACES TO JA-PARAM-VALUE-1
               STRING FUNCTION TRIM(LS-SHOWN-VALUE) "..."
                   DELIMITED BY SIZE INTO JA-PARAM-VALUE-1
               END-STRING
           END-IF
           MOVE JA-REQUEST-ID TO LS-WANTED-ID
           MOVE JA-RECORD TO LS-HELD-RECORD
           PERFORM REWRITE-ONE-REQUEST
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: JOB-APPROVAL-LIST
      *> PURPOSE: Render the approvals for GET /admin/job-approvals:
      *>          the latest IN-LIMIT requests (0 for the default
      *>          page), oldest first, only those in status
      *>          IN-FILTER-STATUS when one is given (PENDING,
      *>          APPROVED, REJECTED, RUN or EXPIRED - a pending
      *>          request past its window shows as EXPIRED). Each
      *>          request is a heading line, its parameters, and its
      *>          deadline or who decided it. API keys show their
      *>          first eight characters only, as the key list does.
      *>          Returns 0, or 1 when the registry cannot be read.
      *> ===============================================================
       ENTRY "JOB-APPROVAL-LIST" USING
           BY REFERENCE IN-FILTER-STATUS
           BY REFERENCE IN-LIMIT
           BY REFERENCE OUT-APPROVAL-LIST.

           MOVE SPACES TO OUT-APPROVAL-LIST
           MOVE 1 TO LS-OUT-POINTER
           MOVE "N" TO LS-LIST-FULL
           MOVE IN-LIMIT TO LS-LIMIT
           IF LS-LIMIT = 0
           THEN
               MOVE C-DEFAULT-LIMIT TO LS-LIMIT
           END-IF
           IF LS-LIMIT > C-MAX-LIMIT
           THEN
               MOVE C-MAX-LIMIT TO LS-LIMIT
           END-IF

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-JA-FILE-NAME
               BY REFERENCE C-JA-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM COMPUTE-NOW-SECONDS
      *> First pass: how many requests pass the filter, so the
      *> second can skip to the latest page of them.
           MOVE 0 TO LS-MATCH-COUNT
           OPEN INPUT JOB-APPROVAL-FILE
           IF WS-JA-FILE-STATUS = "35"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-JA-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-JA-FILE-STATUS NOT = "00"
               READ JOB-APPROVAL-FILE
                   AT END
                       MOVE "10" TO WS-JA-FILE-STATUS
                   NOT AT END
                       PERFORM MATCH-STATUS-FILTER
                       IF LS-MATCHED = "Y"
                       THEN
                           ADD 1 TO LS-MATCH-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-APPROVAL-FILE

           MOVE 0 TO LS-SKIP-COUNT
           IF LS-MATCH-COUNT > LS-LIMIT
           THEN
               COMPUTE LS-SKIP-COUNT = LS-MATCH-COUNT - LS-LIMIT
           END-IF
           OPEN INPUT JOB-APPROVAL-FILE
           PERFORM UNTIL WS-JA-FILE-STATUS NOT = "00"
               READ JOB-APPROVAL-FILE
                   AT END
                       MOVE "10" TO WS-JA-FILE-STATUS
                   NOT AT END
                       PERFORM MATCH-STATUS-FILTER
                       IF LS-MATCHED = "Y"
                       THEN
                           IF LS-SKIP-COUNT > 0
                           THEN
                               SUBTRACT 1 FROM LS-SKIP-COUNT
                           ELSE
                               PERFORM APPEND-ONE-REQUEST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-APPROVAL-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: COMPUTE-NOW-SECONDS
      *> PURPOSE: The same absolute-seconds scale the leader lease
      *>          uses, so deadlines compare across midnight.
      *> ===============================================================
       COMPUTE-NOW-SECONDS.
           MOVE FUNCTION CURRENT-DATE TO LS-CURRENT-DATE-AND-TIME
           COMPUTE LS-TODAY-YYYYMMDD =
               LS-CDT-YEAR * 10000 + LS-CDT-MONTH * 100 + LS-CDT-DAY
           COMPUTE LS-NOW-SECONDS =
               FUNCTION INTEGER-OF-DATE(LS-TODAY-YYYYMMDD) * 86400
               + LS-CDT-HOUR * 3600 + LS-CDT-MINUTE * 60
               + LS-CDT-SECOND.

      *> ===============================================================
      *> PARAGRAPH: SCAN-JOB-APPROVALS
      *> PURPOSE: One pass over the registry: the last request number
      *>          handed out, and for LS-JOB-NAME its open request and
      *>          its oldest approved one, and request LS-WANTED-ID -
      *>          each with its found flag. Expects the mutex held
      *>          and LS-NOW-SECONDS set.
      *> ===============================================================
       SCAN-JOB-APPROVALS.
           MOVE 0 TO LS-LAST-REQUEST-ID
           MOVE "N" TO LS-OPEN-FOUND
           MOVE "N" TO LS-APPROVED-FOUND
           MOVE "N" TO LS-ID-FOUND
           OPEN INPUT JOB-APPROVAL-FILE
           IF WS-JA-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-JA-FILE-STATUS NOT = "00"
               READ JOB-APPROVAL-FILE
                   AT END
                       MOVE "10" TO WS-JA-FILE-STATUS
                   NOT AT END
                       IF JA-REQUEST-ID > LS-LAST-REQUEST-ID
                       THEN
                           MOVE JA-REQUEST-ID TO LS-LAST-REQUEST-ID
                       END-IF
                       IF JA-REQUEST-ID = LS-WANTED-ID
                       THEN
                           MOVE "Y" TO LS-ID-FOUND
                           MOVE JA-RECORD TO LS-ID-RECORD
                       END-IF
                       IF JA-JOB-NAME = LS-JOB-NAME
                           AND JA-STATUS = "APPROVED"
                           AND LS-APPROVED-FOUND = "N"
                       THEN
                           MOVE "Y" TO LS-APPROVED-FOUND
                           MOVE JA-RECORD TO LS-APPROVED-RECORD
                       END-IF
                       IF JA-JOB-NAME = LS-JOB-NAME
                           AND LS-OPEN-FOUND = "N"
                           AND (JA-STATUS = "APPROVED"
                               OR (JA-STATUS = "PENDING"
                                   AND JA-EXPIRES-SECONDS
                                       NOT < LS-NOW-SECONDS))
                       THEN
                           MOVE "Y" TO LS-OPEN-FOUND
                           MOVE JA-RECORD TO LS-OPEN-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-APPROVAL-FILE.

      *> ===============================================================
      *> PARAGRAPH: STAMP-DECISION
      *> PURPOSE: Record the decision just made on JA-RECORD - when,
      *>          by whom, under which key - write it back and hand
      *>          it to the caller. Expects the mutex held.
      *> ===============================================================
       STAMP-DECISION.
           MOVE FUNCTION CURRENT-DATE TO JA-DECIDED-AT
           MOVE IN-DECIDED-BY TO JA-DECIDED-BY
           MOVE IN-DECIDER-KEY TO JA-DECIDER-KEY
           MOVE JA-RECORD TO LS-HELD-RECORD
           PERFORM REWRITE-ONE-REQUEST
           IF LS-ENTRY-RESULT = 0
           THEN
               MOVE LS-HELD-RECORD TO IN-OUT-JA-RECORD
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: REWRITE-ONE-REQUEST
      *> PURPOSE: Copy the registry to the scratch file with request
      *>          LS-WANTED-ID replaced by LS-HELD-RECORD, and rename
      *>          it over job-approvals.dat - every other request
      *>          passes through untouched. Leaves LS-ENTRY-RESULT 1
      *>          when either file cannot be written. Expects the
      *>          mutex held.
      *> ===============================================================
       REWRITE-ONE-REQUEST.
           OPEN INPUT JOB-APPROVAL-FILE
           IF WS-JA-FILE-STATUS NOT = "00"
           THEN
               MOVE 1 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT JOB-APPROVAL-SCRATCH-FILE
           IF WS-JAS-FILE-STATUS NOT = "00"
           THEN
               CLOSE JOB-APPROVAL-FILE
               MOVE 1 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-JA-FILE-STATUS NOT = "00"
               READ JOB-APPROVAL-FILE
                   AT END
                       MOVE "10" TO WS-JA-FILE-STATUS
                   NOT AT END
                       IF JA-REQUEST-ID = LS-WANTED-ID
                       THEN
                           MOVE LS-HELD-RECORD TO JAS-RECORD
                       ELSE
                           MOVE JA-RECORD TO JAS-RECORD
                       END-IF
                       WRITE JAS-RECORD
                       IF WS-JAS-FILE-STATUS NOT = "00"
                       THEN
                           MOVE 1 TO LS-ENTRY-RESULT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOB-APPROVAL-FILE
           CLOSE JOB-APPROVAL-SCRATCH-FILE
           IF LS-ENTRY-RESULT NOT = 0
           THEN
               CALL "CBL_DELETE_FILE" USING "job-approvals.dat.tmp"
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_RENAME_FILE" USING
               "job-approvals.dat.tmp" "job-approvals.dat"
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO LS-ENTRY-RESULT
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: MATCH-STATUS-FILTER
      *> PURPOSE: LS-SHOWN-STATUS for the JA-RECORD just read (EXPIRED
      *>          for a pending request past its window), and
      *>          LS-MATCHED "Y" when it passes the caller's status
      *>          filter.
      *> ===============================================================
       MATCH-STATUS-FILTER.
           MOVE JA-STATUS TO LS-SHOWN-STATUS
           IF JA-STATUS = "PENDING"
               AND JA-EXPIRES-SECONDS < LS-NOW-SECONDS
           THEN
               MOVE "EXPIRED" TO LS-SHOWN-STATUS
           END-IF
           MOVE "N" TO LS-MATCHED
           IF IN-FILTER-STATUS = SPACES
               OR IN-FILTER-STATUS = LS-SHOWN-STATUS
           THEN
               MOVE "Y" TO LS-MATCHED
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: APPEND-ONE-REQUEST
      *> PURPOSE: Append the JA-RECORD just read to OUT-APPROVAL-LIST:
      *>          a heading line, its parameters, then its deadline
      *>          (still pending or expired) or its decision, and for
      *>          a job that has run, when. A request that no longer
      *>          fits ends the list with a note to narrow it.
      *> ===============================================================
       APPEND-ONE-REQUEST.
           IF LS-LIST-FULL = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE JA-REQUEST-ID TO LS-NUMBER-TEXT
           MOVE JA-REQUESTED-AT TO LS-STAMP
           PERFORM FORMAT-STAMP
           MOVE SPACES TO LS-HEAD-LINE
           STRING
               "#" FUNCTION TRIM(LS-NUMBER-TEXT) " "
               FUNCTION TRIM(JA-JOB-NAME) " "
               FUNCTION TRIM(LS-SHOWN-STATUS)
               " requested " LS-STAMP-TEXT
               " by=" FUNCTION TRIM(JA-REQUESTED-BY)
               " key=" JA-REQUESTER-KEY(1:8) "..."
               " correlation=" FUNCTION TRIM(JA-CORRELATION-ID)
               DELIMITED BY SIZE
               INTO LS-HEAD-LINE
           END-STRING

           MOVE JA-PARAM-VALUE-1 TO LS-SHOWN-VALUE
           IF JA-JOB-NAME = "ERASURE"
           THEN
               MOVE SPACES TO LS-SHOWN-VALUE
               STRING JA-PARAM-VALUE-1(1:8) "..."
                   DELIMITED BY SIZE INTO LS-SHOWN-VALUE
               END-STRING
           END-IF
           MOVE SPACES TO LS-PARAM-LINE
           STRING
               "  parameters: " FUNCTION TRIM(JA-PARAM-NAME-1) "="
               FUNCTION TRIM(LS-SHOWN-VALUE)
               DELIMITED BY SIZE
               INTO LS-PARAM-LINE
           END-STRING
           IF JA-PARAM-NAME-2 NOT = SPACES
           THEN
               STRING
                   FUNCTION TRIM(LS-PARAM-LINE) " "
                   FUNCTION TRIM(JA-PARAM-NAME-2) "="
                   FUNCTION TRIM(JA-PARAM-VALUE-2)
                   DELIMITED BY SIZE
                   INTO LS-PARAM-LINE
               END-STRING
           END-IF

           MOVE SPACES TO LS-DECISION-LINE
           IF JA-DECIDED-AT = SPACES
           THEN
               PERFORM FORMAT-EXPIRY
               STRING
                   "  approve before " LS-STAMP-TEXT
                   " with a different admin key"
                   DELIMITED BY SIZE
                   INTO LS-DECISION-LINE
               END-STRING
           ELSE
               MOVE JA-DECIDED-AT TO LS-STAMP
               PERFORM FORMAT-STAMP
               IF JA-STATUS = "REJECTED"
               THEN
                   MOVE "rejected" TO LS-DECISION-WORD
               ELSE
                   MOVE "approved" TO LS-DECISION-WORD
               END-IF
               STRING
                   "  " FUNCTION TRIM(LS-DECISION-WORD) " "
                   LS-STAMP-TEXT
                   " by=" FUNCTION TRIM(JA-DECIDED-BY)
                   " key=" JA-DECIDER-KEY(1:8) "..."
                   DELIMITED BY SIZE
                   INTO LS-DECISION-LINE
               END-STRING
           END-IF
           IF JA-RAN-AT NOT = SPACES
           THEN
               MOVE JA-RAN-AT TO LS-STAMP
               PERFORM FORMAT-STAMP
               STRING
                   FUNCTION TRIM(LS-DECISION-LINE TRAILING)
                   ", job run " LS-STAMP-TEXT
                   DELIMITED BY SIZE
                   INTO LS-DECISION-LINE
               END-STRING
           END-IF

           MOVE SPACES TO LS-REQUEST-TEXT
           STRING
               FUNCTION TRIM(LS-HEAD-LINE) X"0A"
               FUNCTION TRIM(LS-PARAM-LINE TRAILING) X"0A"
               FUNCTION TRIM(LS-DECISION-LINE TRAILING)
               DELIMITED BY SIZE
               INTO LS-REQUEST-TEXT
           END-STRING
           COMPUTE LS-REQUEST-LENGTH = FUNCTION LENGTH(
               FUNCTION TRIM(LS-REQUEST-TEXT TRAILING))

      *> Room for the request, its separating newline and the
      *> closing note.
           IF LS-OUT-POINTER + LS-REQUEST-LENGTH + 80
               > FUNCTION LENGTH(OUT-APPROVAL-LIST)
           THEN
               MOVE "Y" TO LS-LIST-FULL
               IF LS-OUT-POINTER > 1
               THEN
                   STRING X"0A" DELIMITED BY SIZE
                       INTO OUT-APPROVAL-LIST
                       WITH POINTER LS-OUT-POINTER
                   END-STRING
               END-IF
               STRING
                   "(list cut short: narrow it with status or "
                   "limit)"
                   DELIMITED BY SIZE
                   INTO OUT-APPROVAL-LIST
                   WITH POINTER LS-OUT-POINTER
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF LS-OUT-POINTER > 1
           THEN
               STRING X"0A" DELIMITED BY SIZE
                   INTO OUT-APPROVAL-LIST
                   WITH POINTER LS-OUT-POINTER
               END-STRING
           END-IF
           STRING LS-REQUEST-TEXT(1:LS-REQUEST-LENGTH)
               DELIMITED BY SIZE
               INTO OUT-APPROVAL-LIST
               WITH POINTER LS-OUT-POINTER
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: FORMAT-STAMP
      *> PURPOSE: LS-STAMP (a CURRENT-DATE value) as
      *>          YYYY-MM-DD HH:MM:SS into LS-STAMP-TEXT.
      *> ===============================================================
       FORMAT-STAMP.
           MOVE SPACES TO LS-STAMP-TEXT
           STRING
               LS-STAMP(1:4) "-" LS-STAMP(5:2) "-" LS-STAMP(7:2) " "
               LS-STAMP(9:2) ":" LS-STAMP(11:2) ":" LS-STAMP(13:2)
               DELIMITED BY SIZE
               INTO LS-STAMP-TEXT
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: FORMAT-EXPIRY
      *> PURPOSE: JA-EXPIRES-SECONDS back as YYYY-MM-DD HH:MM:SS into
      *>          LS-STAMP-TEXT.
      *> ===============================================================
       FORMAT-EXPIRY.
           COMPUTE LS-EXPIRY-DAYS = JA-EXPIRES-SECONDS / 86400
           COMPUTE LS-EXPIRY-DATE =
               FUNCTION DATE-OF-INTEGER(LS-EXPIRY-DAYS)
           COMPUTE LS-EXPIRY-REMAINDER =
               FUNCTION MOD(JA-EXPIRES-SECONDS, 86400)
           COMPUTE LS-EXPIRY-HOUR = LS-EXPIRY-REMAINDER / 3600
           COMPUTE LS-EXPIRY-MINUTE =
               FUNCTION MOD(LS-EXPIRY-REMAINDER, 3600) / 60
           COMPUTE LS-EXPIRY-SECOND =
               FUNCTION MOD(LS-EXPIRY-REMAINDER, 60)
           MOVE SPACES TO LS-STAMP
           STRING LS-EXPIRY-DATE LS-EXPIRY-TIME
               DELIMITED BY SIZE INTO LS-STAMP
           END-STRING
           PERFORM FORMAT-STAMP.

       END PROGRAM JOB-APPROVAL-REGISTRY.
