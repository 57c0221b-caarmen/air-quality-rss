      *> ===============================================================
      *> PROGRAM: ACCESS-REQUEST-REGISTRY
      *> PURPOSE: Centralized access to the subscriber data access
      *>          requests (see access-request): the privacy officer
      *>          files one against a subscriber's API key through
      *>          POST /privacy/access-requests, the router queues
      *>          SUBSCRIBER-ACCESS-EXPORT-BATCH, and the batch takes
      *>          each waiting request in turn, writes the package
      *>          and records its issuance here. GET
      *>          /privacy/access-requests lists them; EXPORTS-SERVICE
      *>          reads the issued package names from the same file
      *>          to serve them.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS-REQUEST-REGISTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-REQUEST-FILE ASSIGN TO "access-requests.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AR-FILE-STATUS.

           SELECT ACCESS-REQUEST-SCRATCH-FILE ASSIGN TO
                   "access-requests.dat.tmp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARS-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  ACCESS-REQUEST-FILE.
       COPY access-request IN "air-quality/service".

       FD  ACCESS-REQUEST-SCRATCH-FILE.
       01  ARS-RECORD                   PIC X(310).

       WORKING-STORAGE SECTION.
       01  WS-AR-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ARS-FILE-STATUS           PIC X(02) VALUE SPACES.
      *> A request filed while the batch records an issuance must not
      *> share its number or be lost in the rewrite, so every entry
      *> runs under the registry's mutex slot (see AQRSS-MUTEX's
      *> slot map).
       01  C-MUTEX-ID                   PIC 9(2) VALUE 42.
      *> The registry layout this program was compiled against (see
      *> AQRSS-LAYOUT-VERSION).
       01  C-AR-FILE-NAME               PIC X(40)
               VALUE "access-requests.dat".
       01  C-AR-LAYOUT-VERSION          PIC 9(3) VALUE 1.
      *> The list route's page size when the caller names none, and
      *> its ceiling.
       01  C-DEFAULT-LIMIT              PIC 9(3) VALUE 20.
       01  C-MAX-LIMIT                  PIC 9(3) VALUE 200.

       LOCAL-STORAGE SECTION.
       01  LS-ENTRY-RESULT              USAGE BINARY-LONG VALUE 0.
       01  LS-LAST-REQUEST-ID           PIC 9(9) VALUE 0.
       01  LS-AFTER-ID                  PIC 9(9) VALUE 0.
       01  LS-NEXT-FOUND                PIC X(01) VALUE "N".
       01  LS-NEXT-RECORD               PIC X(310) VALUE SPACES.
       01  LS-NEW-RECORD                PIC X(310) VALUE SPACES.
      *> The record REWRITE-ONE-REQUEST puts in place of request
      *> LS-WANTED-ID.
       01  LS-WANTED-ID                 PIC 9(9) VALUE 0.
       01  LS-HELD-RECORD               PIC X(310) VALUE SPACES.
       01  LS-ID-FOUND                  PIC X(01) VALUE "N".
       01  LS-KEY-PREFIX                PIC X(8) VALUE SPACES.
       01  LS-MATCH-COUNT               PIC 9(9) VALUE 0.
       01  LS-SKIP-COUNT                PIC 9(9) VALUE 0.
       01  LS-LIMIT                     PIC 9(3) VALUE 0.
       01  LS-OUT-POINTER               PIC 9(5) VALUE 1.
       01  LS-LIST-FULL                 PIC X(01) VALUE "N".
       01  LS-REQUEST-TEXT              PIC X(1000) VALUE SPACES.
       01  LS-REQUEST-LENGTH            PIC 9(5) VALUE 0.
       01  LS-HEAD-LINE                 PIC X(300) VALUE SPACES.
       01  LS-ISSUE-LINE                PIC X(300) VALUE SPACES.
       01  LS-COUNT-LINE                PIC X(300) VALUE SPACES.
       01  LS-NUMBER-TEXT               PIC Z(8)9.
       01  LS-AUDIT-TEXT                PIC Z(6)9.
       01  LS-QUOTA-DAY-TEXT            PIC Z(4)9.
       01  LS-JOURNAL-TEXT              PIC Z(4)9.
       01  LS-SUBSCRIPTION-TEXT         PIC Z(4)9.
       01  LS-SAVED-FEED-TEXT           PIC Z(4)9.
       01  LS-WEBSUB-TEXT               PIC Z(4)9.
       01  LS-STATEMENT-TEXT            PIC Z(4)9.
       01  LS-INVOICE-TEXT              PIC Z(4)9.
       01  LS-STAMP                     PIC X(21) VALUE SPACES.
       01  LS-STAMP-TEXT                PIC X(19) VALUE SPACES.

       LINKAGE SECTION.
      *> A whole AR-RECORD (see access-request).
       01  IN-OUT-AR-RECORD             PIC X(310).
       01  IN-AFTER-ID                  PIC 9(9).
       01  IN-LIMIT                     PIC 9(3).
       01  OUT-REQUEST-LIST             PIC X(10000).

      *> Unused default entry point: every caller targets one of the
      *> ENTRY points below, the same way ENV-CONFIG's callers always
      *> target one of its named entries.
       PROCEDURE DIVISION.
           GOBACK.

      *> ===============================================================
      *> ENTRY: ACCESS-REQUEST-FILE
      *> PURPOSE: File one request. The caller fills the subject's
      *>          key, the requesting key and its owner and the
      *>          correlation id; the registry numbers it, stamps it,
      *>          marks it PENDING and hands the record back.
      *>          Returns 0 when filed, 1 when the registry cannot be
      *>          written.
      *> ===============================================================
       ENTRY "ACCESS-REQUEST-FILE" USING
           BY REFERENCE IN-OUT-AR-RECORD.

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-AR-FILE-NAME
               BY REFERENCE C-AR-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               DISPLAY "WARNING: access requests awaiting layout "
                   "migration, request not filed"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO LS-ENTRY-RESULT
           MOVE IN-OUT-AR-RECORD TO LS-NEW-RECORD
           MOVE 999999999 TO LS-AFTER-ID
           MOVE 0 TO LS-WANTED-ID
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM SCAN-ACCESS-REQUESTS

           MOVE LS-NEW-RECORD TO AR-RECORD
           COMPUTE AR-REQUEST-ID = LS-LAST-REQUEST-ID + 1
           MOVE "PENDING" TO AR-STATUS
           MOVE FUNCTION CURRENT-DATE TO AR-REQUESTED-AT
           MOVE SPACES TO AR-ISSUED-AT
           MOVE SPACES TO AR-PACKAGE-NAME
           MOVE SPACES TO AR-KEY-FOUND
           MOVE 0 TO AR-AUDIT-COUNT
           MOVE 0 TO AR-QUOTA-DAY-COUNT
           MOVE 0 TO AR-JOURNAL-COUNT
           MOVE 0 TO AR-SUBSCRIPTION-COUNT
           MOVE 0 TO AR-SAVED-FEED-COUNT
           MOVE 0 TO AR-WEBSUB-COUNT
           MOVE 0 TO AR-STATEMENT-COUNT
           MOVE 0 TO AR-INVOICE-COUNT
           MOVE SPACES TO AR-NOTE
           MOVE AR-RECORD TO LS-NEW-RECORD

           OPEN EXTEND ACCESS-REQUEST-FILE
           IF WS-AR-FILE-STATUS = "35"
           THEN
               OPEN OUTPUT ACCESS-REQUEST-FILE
           END-IF
           IF WS-AR-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not open access requests, "
                   "status " WS-AR-FILE-STATUS
               MOVE 1 TO LS-ENTRY-RESULT
           ELSE
               MOVE LS-NEW-RECORD TO AR-RECORD
               WRITE AR-RECORD
               IF WS-AR-FILE-STATUS NOT = "00"
               THEN
                   MOVE 1 TO LS-ENTRY-RESULT
               END-IF
               CLOSE ACCESS-REQUEST-FILE
               MOVE LS-NEW-RECORD TO IN-OUT-AR-RECORD
           END-IF
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: ACCESS-REQUEST-NEXT
      *> PURPOSE: Hand the export batch the oldest request still
      *>          PENDING whose number is above IN-AFTER-ID, so one
      *>          run walks every waiting request once - a request
      *>          whose issuance cannot be recorded is not handed out
      *>          again in the same run. Returns 0 with a request, 1
      *>          when none is waiting.
      *> ===============================================================
       ENTRY "ACCESS-REQUEST-NEXT" USING
           BY REFERENCE IN-AFTER-ID
           BY REFERENCE IN-OUT-AR-RECORD.

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-AR-FILE-NAME
               BY REFERENCE C-AR-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE IN-AFTER-ID TO LS-AFTER-ID
           MOVE 0 TO LS-WANTED-ID
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM SCAN-ACCESS-REQUESTS
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           IF LS-NEXT-FOUND NOT = "Y"
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE LS-NEXT-RECORD TO IN-OUT-AR-RECORD
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: ACCESS-REQUEST-ISSUE
      *> PURPOSE: Record the outcome of one request: the batch hands
      *>          the record back with its status (ISSUED or FAILED),
      *>          package name, counts and note filled, and it
      *>          replaces the filed request. The subject's key is
      *>          cut to its first eight characters on the way.
      *>          Returns 0, or 1 when the request is unknown or the
      *>          registry cannot be written.
      *> ===============================================================
       ENTRY "ACCESS-REQUEST-ISSUE" USING
           BY REFERENCE IN-OUT-AR-RECORD.

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-AR-FILE-NAME
               BY REFERENCE C-AR-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO LS-ENTRY-RESULT
           MOVE IN-OUT-AR-RECORD TO AR-RECORD
           MOVE FUNCTION CURRENT-DATE TO AR-ISSUED-AT
           MOVE AR-SUBJECT-KEY(1:8) TO LS-KEY-PREFIX
           MOVE SPACES TO AR-SUBJECT-KEY
           STRING FUNCTION TRIM(LS-KEY-PREFIX) "..."
               DELIMITED BY SIZE INTO AR-SUBJECT-KEY
           END-STRING
           MOVE AR-REQUEST-ID TO LS-WANTED-ID
           MOVE AR-RECORD TO LS-HELD-RECORD
           MOVE 999999999 TO LS-AFTER-ID
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM SCAN-ACCESS-REQUESTS
           IF LS-ID-FOUND NOT = "Y"
           THEN
               MOVE 1 TO LS-ENTRY-RESULT
           ELSE
               PERFORM REWRITE-ONE-REQUEST
           END-IF
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           IF LS-ENTRY-RESULT = 0
           THEN
               MOVE LS-HELD-RECORD TO IN-OUT-AR-RECORD
           END-IF
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: ACCESS-REQUEST-LIST
      *> PURPOSE: Render the requests for GET /privacy/access-requests:
      *>          the latest IN-LIMIT of them (0 for the default
      *>          page), oldest first. Each is a heading line, then
      *>          for an issued request its package and what went
      *>          into it. Keys show their first eight characters
      *>          only, as the key list does. Returns 0, or 1 when
      *>          the registry cannot be read.
      *> ===============================================================
       ENTRY "ACCESS-REQUEST-LIST" USING
           BY REFERENCE IN-LIMIT
           BY REFERENCE OUT-REQUEST-LIST.

           MOVE SPACES TO OUT-REQUEST-LIST
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
               BY REFERENCE C-AR-FILE-NAME
               BY REFERENCE C-AR-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
      *> First pass: how many requests there are, so the second can
      *> skip to the latest page of them.
           MOVE 0 TO LS-MATCH-COUNT
           OPEN INPUT ACCESS-REQUEST-FILE
           IF WS-AR-FILE-STATUS = "35"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-AR-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-AR-FILE-STATUS NOT = "00"
               READ ACCESS-REQUEST-FILE
                   AT END
                       MOVE "10" TO WS-AR-FILE-STATUS
                   NOT AT END
                       ADD 1 TO LS-MATCH-COUNT
               END-READ
           END-PERFORM
           CLOSE ACCESS-REQUEST-FILE

           MOVE 0 TO LS-SKIP-COUNT
           IF LS-MATCH-COUNT > LS-LIMIT
           THEN
               COMPUTE LS-SKIP-COUNT = LS-MATCH-COUNT - LS-LIMIT
           END-IF
           OPEN INPUT ACCESS-REQUEST-FILE
           PERFORM UNTIL WS-AR-FILE-STATUS NOT = "00"
               READ ACCESS-REQUEST-FILE
                   AT END
                       MOVE "10" TO WS-AR-FILE-STATUS
                   NOT AT END
                       IF LS-SKIP-COUNT > 0
                       THEN
                           SUBTRACT 1 FROM LS-SKIP-COUNT
                       ELSE
                           PERFORM APPEND-ONE-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCESS-REQUEST-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: SCAN-ACCESS-REQUESTS
      *> PURPOSE: One pass over the registry: the last request number
      *>          handed out, the oldest PENDING request numbered
      *>          above LS-AFTER-ID, and whether request LS-WANTED-ID
      *>          exists - each with its found flag. Expects the mutex
      *>          held.
      *> ===============================================================
       SCAN-ACCESS-REQUESTS.
           MOVE 0 TO LS-LAST-REQUEST-ID
           MOVE "N" TO LS-NEXT-FOUND
           MOVE "N" TO LS-ID-FOUND
           OPEN INPUT ACCESS-REQUEST-FILE
           IF WS-AR-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AR-FILE-STATUS NOT = "00"
               READ ACCESS-REQUEST-FILE
                   AT END
                       MOVE "10" TO WS-AR-FILE-STATUS
                   NOT AT END
                       IF AR-REQUEST-ID > LS-LAST-REQUEST-ID
                       THEN
                           MOVE AR-REQUEST-ID TO LS-LAST-REQUEST-ID
                       END-IF
                       IF AR-REQUEST-ID = LS-WANTED-ID
                       THEN
                           MOVE "Y" TO LS-ID-FOUND
                       END-IF
                       IF AR-STATUS = "PENDING"
                           AND AR-REQUEST-ID > LS-AFTER-ID
                           AND LS-NEXT-FOUND = "N"
                       THEN
                           MOVE "Y" TO LS-NEXT-FOUND
                           MOVE AR-RECORD TO LS-NEXT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCESS-REQUEST-FILE.

      *> ===============================================================
      *> PARAGRAPH: REWRITE-ONE-REQUEST
      *> PURPOSE: Copy the registry to the scratch file with request
      *>          LS-WANTED-ID replaced by LS-HELD-RECORD, and rename
      *>          it over access-requests.dat - every other request
      *>          passes through untouched. Leaves LS-ENTRY-RESULT 1
      *>          when either file cannot be written. Expects the
      *>          mutex held.
      *> ===============================================================
       REWRITE-ONE-REQUEST.
           OPEN INPUT ACCESS-REQUEST-FILE
           IF WS-AR-FILE-STATUS NOT = "00"
           THEN
               MOVE 1 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ACCESS-REQUEST-SCRATCH-FILE
           IF WS-ARS-FILE-STATUS NOT = "00"
           THEN
               CLOSE ACCESS-REQUEST-FILE
               MOVE 1 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AR-FILE-STATUS NOT = "00"
               READ ACCESS-REQUEST-FILE
                   AT END
                       MOVE "10" TO WS-AR-FILE-STATUS
                   NOT AT END
                       IF AR-REQUEST-ID = LS-WANTED-ID
                       THEN
                           MOVE LS-HELD-RECORD TO ARS-RECORD
                       ELSE
                           MOVE AR-RECORD TO ARS-RECORD
                       END-IF
                       WRITE ARS-RECORD
                       IF WS-ARS-FILE-STATUS NOT = "00"
                       THEN
                           MOVE 1 TO LS-ENTRY-RESULT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCESS-REQUEST-FILE
           CLOSE ACCESS-REQUEST-SCRATCH-FILE
           IF LS-ENTRY-RESULT NOT = 0
           THEN
               CALL "CBL_DELETE_FILE" USING "access-requests.dat.tmp"
               EXIT PARAGRAPH
           END-IF
           CALL "CBL_RENAME_FILE" USING
               "access-requests.dat.tmp" "access-requests.dat"
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO LS-ENTRY-RESULT
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: APPEND-ONE-REQUEST
      *> PURPOSE: Append the AR-RECORD just read to OUT-REQUEST-LIST: a
      *>          heading line, then for a request the batch has
      *>          handled its package (or why it failed) and its
      *>          counts. A request that no longer fits ends the list
      *>          with a note to narrow it.
      *> ===============================================================
       APPEND-ONE-REQUEST.
           IF LS-LIST-FULL = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE AR-REQUEST-ID TO LS-NUMBER-TEXT
           MOVE AR-REQUESTED-AT TO LS-STAMP
           PERFORM FORMAT-STAMP
           MOVE SPACES TO LS-HEAD-LINE
           STRING
               "#" FUNCTION TRIM(LS-NUMBER-TEXT) " "
               FUNCTION TRIM(AR-STATUS)
               " subject=" AR-SUBJECT-KEY(1:8) "..."
               " requested " LS-STAMP-TEXT
               " by=" FUNCTION TRIM(AR-REQUESTED-BY)
               " key=" AR-REQUESTER-KEY(1:8) "..."
               " correlation=" FUNCTION TRIM(AR-CORRELATION-ID)
               DELIMITED BY SIZE
               INTO LS-HEAD-LINE
           END-STRING

           MOVE SPACES TO LS-ISSUE-LINE
           MOVE SPACES TO LS-COUNT-LINE
           IF AR-ISSUED-AT NOT = SPACES
           THEN
               MOVE AR-ISSUED-AT TO LS-STAMP
               PERFORM FORMAT-STAMP
               IF AR-STATUS = "ISSUED"
               THEN
                   STRING
                       "  issued " LS-STAMP-TEXT " as /exports/"
                       FUNCTION TRIM(AR-PACKAGE-NAME)
                       DELIMITED BY SIZE
                       INTO LS-ISSUE-LINE
                   END-STRING
               ELSE
                   STRING
                       "  failed " LS-STAMP-TEXT ": "
                       FUNCTION TRIM(AR-NOTE)
                       DELIMITED BY SIZE
                       INTO LS-ISSUE-LINE
                   END-STRING
               END-IF
               MOVE AR-AUDIT-COUNT TO LS-AUDIT-TEXT
               MOVE AR-QUOTA-DAY-COUNT TO LS-QUOTA-DAY-TEXT
               MOVE AR-JOURNAL-COUNT TO LS-JOURNAL-TEXT
               MOVE AR-SUBSCRIPTION-COUNT TO LS-SUBSCRIPTION-TEXT
               MOVE AR-SAVED-FEED-COUNT TO LS-SAVED-FEED-TEXT
               MOVE AR-WEBSUB-COUNT TO LS-WEBSUB-TEXT
               MOVE AR-STATEMENT-COUNT TO LS-STATEMENT-TEXT
               MOVE AR-INVOICE-COUNT TO LS-INVOICE-TEXT
               STRING
                   "  key record=" AR-KEY-FOUND
                   " audit=" FUNCTION TRIM(LS-AUDIT-TEXT)
                   " quota-days=" FUNCTION TRIM(LS-QUOTA-DAY-TEXT)
                   " journal=" FUNCTION TRIM(LS-JOURNAL-TEXT)
                   " subscriptions="
                   FUNCTION TRIM(LS-SUBSCRIPTION-TEXT)
                   " saved-feeds=" FUNCTION TRIM(LS-SAVED-FEED-TEXT)
                   " websub=" FUNCTION TRIM(LS-WEBSUB-TEXT)
                   " statements=" FUNCTION TRIM(LS-STATEMENT-TEXT)
                   " invoices=" FUNCTION TRIM(LS-INVOICE-TEXT)
                   DELIMITED BY SIZE
                   INTO LS-COUNT-LINE
               END-STRING
           END-IF

           MOVE SPACES TO LS-REQUEST-TEXT
           IF LS-ISSUE-LINE = SPACES
           THEN
               MOVE LS-HEAD-LINE TO LS-REQUEST-TEXT
           ELSE
               STRING
                   FUNCTION TRIM(LS-HEAD-LINE) X"0A"
                   FUNCTION TRIM(LS-ISSUE-LINE TRAILING) X"0A"
                   FUNCTION TRIM(LS-COUNT-LINE TRAILING)
                   DELIMITED BY SIZE
                   INTO LS-REQUEST-TEXT
               END-STRING
           END-IF
           COMPUTE LS-REQUEST-LENGTH = FUNCTION LENGTH(
               FUNCTION TRIM(LS-REQUEST-TEXT TRAILING))

      *> Room for the request, its separating newline and the
      *> closing note.
           IF LS-OUT-POINTER + LS-REQUEST-LENGTH + 80
               > FUNCTION LENGTH(OUT-REQUEST-LIST)
           THEN
               MOVE "Y" TO LS-LIST-FULL
               IF LS-OUT-POINTER > 1
               THEN
                   STRING X"0A" DELIMITED BY SIZE
                       INTO OUT-REQUEST-LIST
                       WITH POINTER LS-OUT-POINTER
                   END-STRING
               END-IF
               STRING
                   "(list cut short: narrow it with limit)"
                   DELIMITED BY SIZE
                   INTO OUT-REQUEST-LIST
                   WITH POINTER LS-OUT-POINTER
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF LS-OUT-POINTER > 1
           THEN
               STRING X"0A" DELIMITED BY SIZE
                   INTO OUT-REQUEST-LIST
                   WITH POINTER LS-OUT-POINTER
               END-STRING
           END-IF
           STRING LS-REQUEST-TEXT(1:LS-REQUEST-LENGTH)
               DELIMITED BY SIZE
               INTO OUT-REQUEST-LIST
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

       END PROGRAM ACCESS-REQUEST-REGISTRY.
