      *> ===============================================================
      *> PROGRAM: SUBSCRIBER-ACCESS-EXPORT-BATCH
      *> PURPOSE: Answer a subscriber's "what do you hold about me?"
      *>          request - the companion of SUBSCRIBER-ERASURE-BATCH.
      *>          For every request the privacy officer has filed
      *>          and not yet had issued (see ACCESS-REQUEST-REGISTRY)
      *>          everything tied to the subscriber's API key is
      *>          gathered into one readable package,
      *>          access-package.<request number>.txt:
      *>            - the key's own record in the key registry;
      *>            - its audit records inside the retention window
      *>              (AQRSS_AUDIT_RETENTION_D days, default 30, the
      *>              same window the audit trail is kept for);
      *>            - its quota history over that window - requests
      *>              served and refused (429) each day against its
      *>              daily quota;
      *>            - its symptom journal entries, alert
      *>              subscriptions and stored profile, and the
      *>              pollen sensitivity weights measured from the
      *>              journal;
      *>            - the saved feeds its owner registered, as the
      *>              change journal recorded them;
      *>            - the WebSub subscriptions made with the key
      *>              (secrets are shown held, never in the clear);
      *>            - its monthly statements still on disk (the last
      *>              two years) and its invoices and credit notes.
      *>          Each request is then recorded as issued, with the
      *>          package's name and how much of each kind of data
      *>          went into it; the package is served on /exports
      *>          to PRIVACY keys only (see EXPORTS-SERVICE). A
      *>          package that cannot be written is recorded FAILED
      *>          with the reason, and the privacy officer files the
      *>          request again.
      *>          On-demand only (POST /privacy/access-requests
      *>          queues it, as does /admin/jobs/access-export/run);
      *>          with no request waiting the job skips.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBSCRIBER-ACCESS-EXPORT-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT API-KEY-FILE ASSIGN TO "api-keys.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AK-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO
                   DYNAMIC WS-AUDIT-LOG-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.

           SELECT SYMPTOM-JOURNAL-FILE ASSIGN TO
                   "symptom-journal.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SJ-KEY
               FILE STATUS IS WS-SJ-FILE-STATUS.

           SELECT ALERT-SUBSCRIPTION-FILE ASSIGN TO
                   "alert-subscriptions.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUB-KEY
               FILE STATUS IS WS-SUB-FILE-STATUS.

           SELECT CHANGE-JOURNAL-FILE ASSIGN TO "admin-changes.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CJ-FILE-STATUS.

           SELECT WEBSUB-SUBSCRIPTION-FILE ASSIGN TO
                   "websub-subscriptions.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WSUB-FILE-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO
                   DYNAMIC WS-STATEMENT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SM-FILE-STATUS.

           SELECT INVOICE-REGISTER-FILE ASSIGN TO
                   "invoice-register.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IR-FILE-STATUS.

           SELECT ACCESS-PACKAGE-FILE ASSIGN TO
                   DYNAMIC WS-PACKAGE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PK-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  API-KEY-FILE.
       COPY api-key-record IN "air-quality/api".

       FD  AUDIT-LOG-FILE.
       COPY audit-log IN "air-quality/api".

       FD  SYMPTOM-JOURNAL-FILE.
       COPY symptom-journal IN "air-quality/service".

       FD  ALERT-SUBSCRIPTION-FILE.
       COPY alert-subscription IN "air-quality/service".

       FD  CHANGE-JOURNAL-FILE.
       COPY change-record IN "air-quality/service".

       FD  WEBSUB-SUBSCRIPTION-FILE.
       COPY websub-subscription IN "air-quality/service".

       FD  STATEMENT-FILE.
       01  SM-LINE                      PIC X(132).

       FD  INVOICE-REGISTER-FILE.
       COPY invoice-record IN "air-quality/service".

       FD  ACCESS-PACKAGE-FILE.
       01  PK-LINE                      PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-AK-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-AL-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-SJ-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-SUB-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CJ-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-WSUB-FILE-STATUS          PIC X(02) VALUE SPACES.
       01  WS-SM-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-IR-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PK-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-AUDIT-LOG-FILENAME        PIC X(40) VALUE SPACES.
       01  WS-STATEMENT-FILENAME        PIC X(64) VALUE SPACES.
       01  WS-PACKAGE-FILENAME          PIC X(40) VALUE SPACES.
      *> A saved feed's registry entry, as the change journal's after
      *> image holds it.
       COPY saved-feed-record IN "air-quality/service".
      *> The key's stored profile (see SUBSCRIBER-PROFILE-REGISTRY).
       COPY subscriber-profile IN "air-quality/service".
      *> The key's pollen sensitivity weights (see
      *> SENSITIVITY-WEIGHT-REGISTRY).
       COPY sensitivity-weight IN "air-quality/service".
       01  WS-SW-SUB                    PIC 9(2) VALUE 0.
       01  WS-SW-WEIGHT-DISPLAY         PIC 9.99.
       01  WS-SW-DAYS-DISPLAY           PIC ZZZZ9.
       01  WS-SW-BAD-DISPLAY            PIC ZZZZ9.

       LOCAL-STORAGE SECTION.
      *> The layouts this batch reads (see AQRSS-LAYOUT-VERSION): a
      *> file awaiting migration is left out of the package, and the
      *> package says so, rather than being read through the wrong
      *> record.
       01  C-AK-FILE-NAME               PIC X(40)
               VALUE "api-keys.dat".
       01  C-AK-LAYOUT-VERSION          PIC 9(3) VALUE 4.
       01  C-AUDIT-TRAIL-NAME           PIC X(40)
               VALUE "air-quality-audit.log".
       01  C-AUDIT-TRAIL-VERSION        PIC 9(3) VALUE 3.
       01  C-CJ-FILE-NAME               PIC X(40)
               VALUE "admin-changes.dat".
       01  C-CJ-LAYOUT-VERSION          PIC 9(3) VALUE 1.
       01  C-WSUB-FILE-NAME             PIC X(40)
               VALUE "websub-subscriptions.dat".
       01  C-WSUB-LAYOUT-VERSION        PIC 9(3) VALUE 3.
      *> How far back the statements are looked for, in months.
       01  C-STATEMENT-MONTHS           PIC 9(2) VALUE 24.
       01  LS-AFTER-ID                  PIC 9(9) VALUE 0.
       01  LS-MORE-REQUESTS             PIC X(01) VALUE "Y".
       COPY access-request IN "air-quality/service".
       01  LS-SUBJECT-KEY               PIC X(40) VALUE SPACES.
       01  LS-REQUEST-NUMBER            PIC Z(8)9.
      *> The key's owner as the registry has it (spaces for none),
      *> and as its statements are named - the key's first eight
      *> characters standing in for a blank owner.
       01  LS-RECORD-OWNER              PIC X(32) VALUE SPACES.
       01  LS-OWNER                     PIC X(32) VALUE SPACES.
       01  LS-KEY-TENANT                PIC X(8) VALUE SPACES.
       01  LS-QUOTA                     PIC 9(7) VALUE 0.
       01  LS-ENV-VALUE                 PIC X(32) VALUE SPACES.
       01  LS-RETENTION-DAYS            PIC 9(4) VALUE 30.
       01  LS-DAY-NUM                   PIC 9(4) VALUE 0.
       01  LS-DAY-OFFSET                PIC 9(4) VALUE 0.
       01  LS-TODAY-YYYYMMDD            PIC 9(8) VALUE 0.
       01  LS-TODAY-ORDINAL             PIC S9(9) COMP-5 VALUE 0.
       01  LS-DAY-DATE                  PIC 9(8) VALUE 0.
      *> "R" while the audit pass writes the records themselves, "Q"
      *> while it writes the day-by-day quota lines.
       01  LS-AUDIT-PASS                PIC X(01) VALUE "R".
       01  LS-DAY-SERVED                PIC 9(7) VALUE 0.
       01  LS-DAY-REFUSED               PIC 9(7) VALUE 0.
       01  LS-YEAR                      PIC 9(4) VALUE 0.
       01  LS-MONTH                     PIC 9(2) VALUE 0.
       01  LS-MONTH-NUM                 PIC 9(2) VALUE 0.
       01  LS-STATEMENT-MONTH           PIC 9(6) VALUE 0.
       01  LS-COUNT-TEXT                PIC Z(6)9.
       01  LS-COUNT-TEXT-2              PIC Z(6)9.
       01  LS-QUOTA-TEXT                PIC Z(6)9.
       01  LS-STATUS-TEXT               PIC 9(3).
       01  LS-AMOUNT-TEXT               PIC Z(6)9.99.
       01  LS-STAMP                     PIC X(21) VALUE SPACES.
       01  LS-STAMP-TEXT                PIC X(19) VALUE SPACES.
       01  LS-SECTION-HEADING           PIC X(40) VALUE SPACES.
       01  LS-ISSUED-COUNT              PIC 9(5) VALUE 0.
       01  LS-FAILED-COUNT              PIC 9(5) VALUE 0.
       01  LS-ISSUED-TEXT               PIC Z(4)9.
       01  LS-FAILED-TEXT               PIC Z(4)9.
       01  C-LOG-INFO                   PIC X(5) VALUE "INFO".
       01  C-LOG-WARN                   PIC X(5) VALUE "WARN".
       01  LS-LOG-MESSAGE               PIC X(256) VALUE SPACES.
       COPY batch-control IN "air-quality/batch".

       PROCEDURE DIVISION.

           MOVE "SUBSCRIBER-ACCESS-EXPORT-BATCH" TO BC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO BC-START-TIMESTAMP

           MOVE SPACES TO LS-ENV-VALUE
           ACCEPT LS-ENV-VALUE
               FROM ENVIRONMENT "AQRSS_AUDIT_RETENTION_D"
           IF FUNCTION TRIM(LS-ENV-VALUE) NOT = SPACES
           THEN
               MOVE FUNCTION NUMVAL(LS-ENV-VALUE)
                   TO LS-RETENTION-DAYS
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO LS-TODAY-YYYYMMDD
           COMPUTE LS-TODAY-ORDINAL =
               FUNCTION INTEGER-OF-DATE(LS-TODAY-YYYYMMDD)

           MOVE 0 TO LS-AFTER-ID
           MOVE "Y" TO LS-MORE-REQUESTS
           PERFORM UNTIL LS-MORE-REQUESTS = "N"
               CALL "ACCESS-REQUEST-NEXT" USING
                   BY REFERENCE LS-AFTER-ID
                   BY REFERENCE AR-RECORD
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
               THEN
                   MOVE "N" TO LS-MORE-REQUESTS
               ELSE
                   MOVE AR-REQUEST-ID TO LS-AFTER-ID
                   PERFORM ISSUE-ONE-PACKAGE
               END-IF
           END-PERFORM

           IF LS-ISSUED-COUNT = 0
               AND LS-FAILED-COUNT = 0
           THEN
               MOVE "Access export: no request waiting, skipping"
                   TO LS-LOG-MESSAGE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE "SKIPPED" TO BC-STATUS
               MOVE "no pending request" TO BC-NOTE
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF

           MOVE LS-ISSUED-COUNT TO LS-ISSUED-TEXT
           MOVE LS-FAILED-COUNT TO LS-FAILED-TEXT
           MOVE SPACES TO LS-LOG-MESSAGE
           STRING
               "Access export: " FUNCTION TRIM(LS-ISSUED-TEXT)
               " package(s) issued, " FUNCTION TRIM(LS-FAILED-TEXT)
               " failed"
               DELIMITED BY SIZE INTO LS-LOG-MESSAGE
           END-STRING
           CALL "AQRSS-LOG" USING
               BY REFERENCE C-LOG-INFO
               BY REFERENCE LS-LOG-MESSAGE

           MOVE LS-ISSUED-COUNT TO BC-OK-COUNT
           MOVE LS-FAILED-COUNT TO BC-FAILED-COUNT
           IF LS-FAILED-COUNT = 0
           THEN
               MOVE "OK" TO BC-STATUS
           ELSE
               MOVE "FAILED" TO BC-STATUS
               MOVE "package(s) not issued, see the list"
                   TO BC-NOTE
           END-IF
           PERFORM WRITE-BATCH-RUN-RECORD

           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: ISSUE-ONE-PACKAGE
      *> PURPOSE: Write the package for the request in AR-RECORD,
      *>          section by section, and record the outcome in the
      *>          access-request registry.
      *> ===============================================================
       ISSUE-ONE-PACKAGE.
           MOVE AR-SUBJECT-KEY TO LS-SUBJECT-KEY
           MOVE AR-REQUEST-ID TO LS-REQUEST-NUMBER
           MOVE SPACES TO WS-PACKAGE-FILENAME
           STRING
               "access-package." AR-REQUEST-ID ".txt"
               DELIMITED BY SIZE INTO WS-PACKAGE-FILENAME
           END-STRING
           MOVE "N" TO AR-KEY-FOUND
           MOVE 0 TO AR-AUDIT-COUNT
           MOVE 0 TO AR-QUOTA-DAY-COUNT
           MOVE 0 TO AR-JOURNAL-COUNT
           MOVE 0 TO AR-SUBSCRIPTION-COUNT
           MOVE 0 TO AR-SAVED-FEED-COUNT
           MOVE 0 TO AR-WEBSUB-COUNT
           MOVE 0 TO AR-STATEMENT-COUNT
           MOVE 0 TO AR-INVOICE-COUNT
           MOVE SPACES TO AR-NOTE

           OPEN OUTPUT ACCESS-PACKAGE-FILE
           IF WS-PK-FILE-STATUS NOT = "00"
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Access export: could not open "
                   FUNCTION TRIM(WS-PACKAGE-FILENAME)
                   ", status " WS-PK-FILE-STATUS
                   DELIMITED BY SIZE INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE "FAILED" TO AR-STATUS
               MOVE SPACES TO AR-PACKAGE-NAME
               STRING
                   "package file not written, status "
                   WS-PK-FILE-STATUS
                   DELIMITED BY SIZE INTO AR-NOTE
               END-STRING
               PERFORM RECORD-REQUEST-OUTCOME
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-PACKAGE-HEADER
           PERFORM WRITE-KEY-SECTION
           PERFORM WRITE-AUDIT-SECTION
           PERFORM WRITE-QUOTA-SECTION
           PERFORM WRITE-JOURNAL-SECTION
           PERFORM WRITE-SUBSCRIPTION-SECTION
           PERFORM WRITE-PROFILE-SECTION
           PERFORM WRITE-SENSITIVITY-SECTION
           PERFORM WRITE-SAVED-FEED-SECTION
           PERFORM WRITE-WEBSUB-SECTION
           PERFORM WRITE-STATEMENT-SECTION
           PERFORM WRITE-INVOICE-SECTION
           MOVE SPACES TO PK-LINE
           WRITE PK-LINE
           MOVE "-- end of package --" TO PK-LINE
           WRITE PK-LINE
           CLOSE ACCESS-PACKAGE-FILE

           MOVE "ISSUED" TO AR-STATUS
           MOVE WS-PACKAGE-FILENAME TO AR-PACKAGE-NAME
           PERFORM RECORD-REQUEST-OUTCOME.

      *> ===============================================================
      *> PARAGRAPH: RECORD-REQUEST-OUTCOME
      *> PURPOSE: Hand the finished AR-RECORD back to the registry.
      *>          An issuance that cannot be recorded leaves the
      *>          request PENDING for the next run; the package just
      *>          written is not listed until it is.
      *> ===============================================================
       RECORD-REQUEST-OUTCOME.
           CALL "ACCESS-REQUEST-ISSUE" USING
               BY REFERENCE AR-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Access export: could not record request #"
                   FUNCTION TRIM(LS-REQUEST-NUMBER)
                   ", it stays pending"
                   DELIMITED BY SIZE INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               ADD 1 TO LS-FAILED-COUNT
               EXIT PARAGRAPH
           END-IF
           IF AR-STATUS = "ISSUED"
           THEN
               ADD 1 TO LS-ISSUED-COUNT
           ELSE
               ADD 1 TO LS-FAILED-COUNT
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: WRITE-PACKAGE-HEADER
      *> PURPOSE: Open the package with who it is about, who asked
      *>          for it and when.
      *> ===============================================================
       WRITE-PACKAGE-HEADER.
           MOVE SPACES TO PK-LINE
           STRING
               "Subscriber data access package - request #"
               FUNCTION TRIM(LS-REQUEST-NUMBER)
               DELIMITED BY SIZE INTO PK-LINE
           END-STRING
           WRITE PK-LINE
           MOVE SPACES TO PK-LINE
           STRING
               "API key:      " LS-SUBJECT-KEY
               DELIMITED BY SIZE INTO PK-LINE
           END-STRING
           WRITE PK-LINE
           MOVE AR-REQUESTED-AT TO LS-STAMP
           PERFORM FORMAT-STAMP
           MOVE SPACES TO PK-LINE
           STRING
               "Requested:    " LS-STAMP-TEXT " by "
               FUNCTION TRIM(AR-REQUESTED-BY)
               DELIMITED BY SIZE INTO PK-LINE
           END-STRING
           WRITE PK-LINE
           MOVE FUNCTION CURRENT-DATE TO LS-STAMP
           PERFORM FORMAT-STAMP
           MOVE SPACES TO PK-LINE
           STRING
               "Assembled:    " LS-STAMP-TEXT
               DELIMITED BY SIZE INTO PK-LINE
           END-STRING
           WRITE PK-LINE
           MOVE LS-RETENTION-DAYS TO LS-COUNT-TEXT
           MOVE SPACES TO PK-LINE
           STRING
               "Audit window: the last "
               FUNCTION TRIM(LS-COUNT-TEXT) " day(s)"
               DELIMITED BY SIZE INTO PK-LINE
           END-STRING
           WRITE PK-LINE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-SECTION-HEADING
      *> PURPOSE: Write a blank line, then the section heading the
      *>          caller put in LS-SECTION-HEADING.
      *> ===============================================================
       WRITE-SECTION-HEADING.
           MOVE SPACES TO PK-LINE
           WRITE PK-LINE
           MOVE LS-SECTION-HEADING TO PK-LINE
           WRITE PK-LINE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-KEY-SECTION
      *> PURPOSE: The key's row in the key registry, field by field,
      *>          and the owner, tenant and quota the later sections
      *>          look up by.
      *> ===============================================================
       WRITE-KEY-SECTION.
           MOVE "KEY RECORD" TO LS-SECTION-HEADING
           PERFORM WRITE-SECTION-HEADING
           MOVE SPACES TO LS-RECORD-OWNER
           MOVE SPACES TO LS-KEY-TENANT
           MOVE 0 TO LS-QUOTA

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-AK-FILE-NAME
               BY REFERENCE C-AK-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               OPEN INPUT API-KEY-FILE
           ELSE
               MOVE "  (key registry awaiting layout migration, not "
                   & "read)" TO PK-LINE
               WRITE PK-LINE
               MOVE "35" TO WS-AK-FILE-STATUS
           END-IF
           IF WS-AK-FILE-STATUS = "00"
           THEN
               PERFORM UNTIL WS-AK-FILE-STATUS NOT = "00"
                   READ API-KEY-FILE
                       AT END
                           MOVE "10" TO WS-AK-FILE-STATUS
                       NOT AT END
                           IF AK-KEY = LS-SUBJECT-KEY
                           THEN
                               PERFORM WRITE-KEY-FIELDS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE API-KEY-FILE
           END-IF
           IF AR-KEY-FOUND NOT = "Y"
           THEN
               MOVE "  (no such key in the key registry)" TO PK-LINE
               WRITE PK-LINE
           END-IF
           MOVE LS-RECORD-OWNER TO LS-OWNER
           IF FUNCTION TRIM(LS-OWNER) = SPACES
           THEN
               MOVE LS-SUBJECT-KEY(1:8) TO LS-OWNER
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: WRITE-KEY-FIELDS
      *> PURPOSE: Write the AK-RECORD just read.
      *> ===============================================================
       WRITE-KEY-FIELDS.
           MOVE "Y" TO AR-KEY-FOUND
           MOVE AK-OWNER TO LS-RECORD-OWNER
           MOVE AK-TENANT TO LS-KEY-TENANT
           MOVE AK-DAILY-QUOTA TO LS-QUOTA
           MOVE AK-DAILY-QUOTA TO LS-QUOTA-TEXT
           MOVE SPACES TO PK-LINE
           STRING
               "  owner=" FUNCTION TRIM(AK-OWNER)
               " role=" FUNCTION TRIM(AK-ROLE)
               " enabled=" AK-ENABLED
               " daily-quota=" FUNCTION TRIM(LS-QUOTA-TEXT)
               " plan=" FUNCTION TRIM(AK-PLAN-CODE)
               " tenant=" FUNCTION TRIM(AK-TENANT)
               DELIMITED BY SIZE INTO PK-LINE
           END-STRING
           WRITE PK-LINE
           MOVE SPACES TO PK-LINE
           STRING
               "  issued=" AK-ISSUED-DATE
               " expires=" AK-EXPIRES-DATE
               " contracted=" AK-CONTRACTED
               " contact-channel=" FUNCTION TRIM(AK-CONTACT-CHANNEL)
               " successor=" FUNCTION TRIM(AK-SUCCESSOR-KEY)
               DELIMITED BY SIZE INTO PK-LINE
           END-STRING
           WRITE PK-LINE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-AUDIT-SECTION
      *> PURPOSE: Every audit record attributed to the key inside the
      *>          retention window, oldest day first. The trail's
      *>          own seal records carry no key and are skipped.
      *> ===============================================================
       WRITE-AUDIT-SECTION.
           MOVE "AUDIT RECORDS" TO LS-SECTION-HEADING
           PERFORM WRITE-SECTION-HEADING
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-AUDIT-TRAIL-NAME
               BY REFERENCE C-AUDIT-TRAIL-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "  (audit trail awaiting layout migration, not "
                   & "read)" TO PK-LINE
               WRITE PK-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "R" TO LS-AUDIT-PASS
           PERFORM SCAN-AUDIT-WINDOW
           IF AR-AUDIT-COUNT = 0
           THEN
               MOVE "  (none)" TO PK-LINE
               WRITE PK-LINE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: WRITE-QUOTA-SECTION
      *> PURPOSE: The key's quota history over the same window: one
      *>          line per day it was used, requests served and
      *>          refused for the quota (429) against its daily
      *>          quota.
      *> ===============================================================
       WRITE-QUOTA-SECTION.
           MOVE "QUOTA HISTORY" TO LS-SECTION-HEADING
           PERFORM WRITE-SECTION-HEADING
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-AUDIT-TRAIL-NAME
               BY REFERENCE C-AUDIT-TRAIL-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "  (audit trail awaiting layout migration, not "
                   & "read)" TO PK-LINE
               WRITE PK-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE LS-QUOTA TO LS-QUOTA-TEXT
           MOVE SPACES TO PK-LINE
           IF LS-QUOTA = 0
           THEN
               MOVE "  daily quota: unlimited" TO PK-LINE
           ELSE
               STRING
                   "  daily quota: " FUNCTION TRIM(LS-QUOTA-TEXT)
                   DELIMITED BY SIZE INTO PK-LINE
               END-STRING
           END-IF
           WRITE PK-LINE
           MOVE "Q" TO LS-AUDIT-PASS
           PERFORM SCAN-AUDIT-WINDOW
           IF AR-QUOTA-DAY-COUNT = 0
           THEN
               MOVE "  (no use in the window)" TO PK-LINE
               WRITE PK-LINE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: SCAN-AUDIT-WINDOW
      *> PURPOSE: Walk the dated audit files of the retention window,
      *>          oldest first, for the pass LS-AUDIT-PASS names.
      *> ===============================================================
       SCAN-AUDIT-WINDOW.
           PERFORM VARYING LS-DAY-NUM FROM 0 BY 1
               UNTIL LS-DAY-NUM > LS-RETENTION-DAYS
               COMPUTE LS-DAY-OFFSET = LS-RETENTION-DAYS - LS-DAY-NUM
               COMPUTE LS-DAY-DATE =
                   FUNCTION DATE-OF-INTEGER(
                       LS-TODAY-ORDINAL - LS-DAY-OFFSET)
               PERFORM SCAN-ONE-AUDIT-DAY
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: SCAN-ONE-AUDIT-DAY
      *> PURPOSE: Read LS-DAY-DATE's audit file for the key's records:
      *>          written out on the records pass, counted into the
      *>          day's quota line on the quota pass. A day with no
      *>          file was a quiet one.
      *> ===============================================================
       SCAN-ONE-AUDIT-DAY.
           MOVE 0 TO LS-DAY-SERVED
           MOVE 0 TO LS-DAY-REFUSED
           MOVE SPACES TO WS-AUDIT-LOG-FILENAME
           STRING
               "air-quality-audit." LS-DAY-DATE ".log"
               INTO WS-AUDIT-LOG-FILENAME
           END-STRING
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AL-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AL-FILE-STATUS = "10"
               READ AUDIT-LOG-FILE
                   AT END
                       MOVE "10" TO WS-AL-FILE-STATUS
                   NOT AT END
                       IF AL-API-KEY = LS-SUBJECT-KEY
                           AND AL-METHOD NOT = "SEAL"
                           AND AL-METHOD NOT = "RESEAL"
                       THEN
                           PERFORM TAKE-ONE-AUDIT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG-FILE

           IF LS-AUDIT-PASS = "Q"
               AND (LS-DAY-SERVED > 0 OR LS-DAY-REFUSED > 0)
           THEN
               ADD 1 TO AR-QUOTA-DAY-COUNT
               MOVE LS-DAY-SERVED TO LS-COUNT-TEXT
               MOVE LS-DAY-REFUSED TO LS-COUNT-TEXT-2
               MOVE SPACES TO PK-LINE
               STRING
                   "  " LS-DAY-DATE(1:4) "-" LS-DAY-DATE(5:2) "-"
                   LS-DAY-DATE(7:2)
                   " served=" FUNCTION TRIM(LS-COUNT-TEXT)
                   " refused=" FUNCTION TRIM(LS-COUNT-TEXT-2)
                   DELIMITED BY SIZE INTO PK-LINE
               END-STRING
               WRITE PK-LINE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: TAKE-ONE-AUDIT-RECORD
      *> PURPOSE: Write or count the key's AL-RECORD just read.
      *> ===============================================================
       TAKE-ONE-AUDIT-RECORD.
           IF LS-AUDIT-PASS = "Q"
           THEN
               IF AL-STATUS-CODE = 429
               THEN
                   ADD 1 TO LS-DAY-REFUSED
               ELSE
                   ADD 1 TO LS-DAY-SERVED
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AR-AUDIT-COUNT
           MOVE AL-TIMESTAMP TO LS-STAMP
           PERFORM FORMAT-STAMP
           MOVE AL-STATUS-CODE TO LS-STATUS-TEXT
           MOVE SPACES TO PK-LINE
           STRING
               "  " LS-STAMP-TEXT " " FUNCTION TRIM(AL-METHOD)
               " " FUNCTION TRIM(AL-URL) " " LS-STATUS-TEXT
               " ip=" FUNCTION TRIM(AL-CLIENT-IP)
               " correlation=" FUNCTION TRIM(AL-CORRELATION-ID)
               " params=" FUNCTION TRIM(AL-QUERY-PARAMS)
               DELIMITED BY SIZE INTO PK-LINE
           END-STRING
           WRITE PK-LINE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-JOURNAL-SECTION
      *> PURPOSE: The key's symptom journal entries, by date.
      *> ===============================================================
       WRITE-JOURNAL-SECTION.
           MOVE "SYMPTOM JOURNAL" TO LS-SECTION-HEADING
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT SYMPTOM-JOURNAL-FILE
           IF WS-SJ-FILE-STATUS = "00"
           THEN
               MOVE LOW-VALUES TO SJ-KEY
               MOVE LS-SUBJECT-KEY TO SJ-API-KEY
               START SYMPTOM-JOURNAL-FILE
                   KEY IS GREATER THAN OR EQUAL TO SJ-KEY
               END-START
               PERFORM UNTIL WS-SJ-FILE-STATUS NOT = "00"
                   READ SYMPTOM-JOURNAL-FILE NEXT
                       AT END
                           MOVE "10" TO WS-SJ-FILE-STATUS
                       NOT AT END
                           IF SJ-API-KEY NOT = LS-SUBJECT-KEY
                           THEN
                               MOVE "10" TO WS-SJ-FILE-STATUS
                           ELSE
                               ADD 1 TO AR-JOURNAL-COUNT
                               MOVE SPACES TO PK-LINE
                               STRING
                                   "  " SJ-DATE
                                   " severity=" SJ-SEVERITY
                                   " note=" FUNCTION TRIM(SJ-NOTE)
                                   DELIMITED BY SIZE INTO PK-LINE
                               END-STRING
                               WRITE PK-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SYMPTOM-JOURNAL-FILE
           END-IF
           IF AR-JOURNAL-COUNT = 0
           THEN
               MOVE "  (none)" TO PK-LINE
               WRITE PK-LINE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: WRITE-SUBSCRIPTION-SECTION
      *> PURPOSE: The key's alert subscriptions, by location.
      *> ===============================================================
       WRITE-SUBSCRIPTION-SECTION.
           MOVE "ALERT SUBSCRIPTIONS" TO LS-SECTION-HEADING
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT ALERT-SUBSCRIPTION-FILE
           IF WS-SUB-FILE-STATUS = "00"
           THEN
               MOVE LOW-VALUES TO SUB-KEY
               MOVE LS-SUBJECT-KEY TO SUB-API-KEY
               START ALERT-SUBSCRIPTION-FILE
                   KEY IS GREATER THAN OR EQUAL TO SUB-KEY
               END-START
               PERFORM UNTIL WS-SUB-FILE-STATUS NOT = "00"
                   READ ALERT-SUBSCRIPTION-FILE NEXT
                       AT END
                           MOVE "10" TO WS-SUB-FILE-STATUS
                       NOT AT END
                           IF SUB-API-KEY NOT = LS-SUBJECT-KEY
                           THEN
                               MOVE "10" TO WS-SUB-FILE-STATUS
                           ELSE
                               ADD 1 TO AR-SUBSCRIPTION-COUNT
                               MOVE SPACES TO PK-LINE
                               STRING
                                   "  location="
                                   FUNCTION TRIM(SUB-LOCATION-ID)
                                   " items=" FUNCTION TRIM(SUB-ITEMS)
                                   " threshold=" SUB-THRESHOLD
                                   " channel="
                                   FUNCTION TRIM(SUB-CHANNEL-ID)
                                   " enabled=" SUB-ENABLED
                                   DELIMITED BY SIZE INTO PK-LINE
                               END-STRING
                               WRITE PK-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALERT-SUBSCRIPTION-FILE
           END-IF
           IF AR-SUBSCRIPTION-COUNT = 0
           THEN
               MOVE "  (none)" TO PK-LINE
               WRITE PK-LINE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: WRITE-PROFILE-SECTION
      *> PURPOSE: The key's stored profile: sensitivities, display
      *>          preferences, home and work locations and the
      *>          sensitive-group flag.
      *> ===============================================================
       WRITE-PROFILE-SECTION.
           MOVE "PROFILE" TO LS-SECTION-HEADING
           PERFORM WRITE-SECTION-HEADING
           CALL "SUBSCRIBER-PROFILE-GET" USING
               BY REFERENCE LS-SUBJECT-KEY
               BY REFERENCE PF-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "  (none)" TO PK-LINE
               WRITE PK-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PK-LINE
           STRING
               "  species=" FUNCTION TRIM(PF-SPECIES)
               " pollutants=" FUNCTION TRIM(PF-POLLUTANTS)
               DELIMITED BY SIZE INTO PK-LINE
           END-STRING
           WRITE PK-LINE
           MOVE SPACES TO PK-LINE
           STRING
               "  lang=" FUNCTION TRIM(PF-LANG)
               " icon=" FUNCTION TRIM(PF-ICON-STYLE)
               " units=" FUNCTION TRIM(PF-UNITS)
               " sensitive=" PF-SENSITIVE
               DELIMITED BY SIZE INTO PK-LINE
           END-STRING
           WRITE PK-LINE
           MOVE SPACES TO PK-LINE
           STRING
               "  home=" FUNCTION TRIM(PF-HOME-LATITUDE-STR) ","
               FUNCTION TRIM(PF-HOME-LONGITUDE-STR)
               " code_zone=" FUNCTION TRIM(PF-HOME-CODE-ZONE)
               " work=" FUNCTION TRIM(PF-WORK-LATITUDE-STR) ","
               FUNCTION TRIM(PF-WORK-LONGITUDE-STR)
               " code_zone=" FUNCTION TRIM(PF-WORK-CODE-ZONE)
               DELIMITED BY SIZE INTO PK-LINE
           END-STRING
           WRITE PK-LINE
           MOVE SPACES TO PK-LINE
           STRING
               "  updated=" PF-UPDATED(1:4) "-" PF-UPDATED(5:2) "-"
               PF-UPDATED(7:2) " " PF-UPDATED(9:2) ":"
               PF-UPDATED(11:2)
               DELIMITED BY SIZE INTO PK-LINE
           END-STRING
           WRITE PK-LINE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-SENSITIVITY-SECTION
      *> PURPOSE: The key's pollen sensitivity weights: the journal
      *>          they were measured from and one line per species
      *>          with its weight.
      *> ===============================================================
       WRITE-SENSITIVITY-SECTION.
           MOVE "SENSITIVITY WEIGHTS" TO LS-SECTION-HEADING
           PERFORM WRITE-SECTION-HEADING
           CALL "SENSITIVITY-WEIGHT-GET" USING
               BY REFERENCE LS-SUBJECT-KEY
               BY REFERENCE SW-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "  (none)" TO PK-LINE
               WRITE PK-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SW-JOURNAL-DAYS TO WS-SW-DAYS-DISPLAY
           MOVE SW-BAD-DAYS TO WS-SW-BAD-DISPLAY
           MOVE SPACES TO PK-LINE
           STRING
               "  journal days=" FUNCTION TRIM(WS-SW-DAYS-DISPLAY)
               " bad days=" FUNCTION TRIM(WS-SW-BAD-DISPLAY)
               " updated=" SW-UPDATED(1:4) "-" SW-UPDATED(5:2) "-"
               SW-UPDATED(7:2) " " SW-UPDATED(9:2) ":"
               SW-UPDATED(11:2)
               DELIMITED BY SIZE INTO PK-LINE
           END-STRING
           WRITE PK-LINE
           PERFORM VARYING WS-SW-SUB FROM 1 BY 1
               UNTIL WS-SW-SUB > SW-SPECIES-COUNT
               MOVE SW-WEIGHT(WS-SW-SUB) TO WS-SW-WEIGHT-DISPLAY
               MOVE SPACES TO PK-LINE
               STRING
                   "  " FUNCTION TRIM(SW-SPECIES-NAME(WS-SW-SUB))
                   " weight=" WS-SW-WEIGHT-DISPLAY
                   DELIMITED BY SIZE INTO PK-LINE
               END-STRING
               WRITE PK-LINE
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: WRITE-SAVED-FEED-SECTION
      *> PURPOSE: The saved feeds the key's owner registered, changed
      *>          or removed, as the change journal recorded each:
      *>          when, what, and the feed's route as it was left.
      *>          A key with no owner on record has none.
      *> ===============================================================
       WRITE-SAVED-FEED-SECTION.
           MOVE "SAVED FEEDS" TO LS-SECTION-HEADING
           PERFORM WRITE-SECTION-HEADING
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-CJ-FILE-NAME
               BY REFERENCE C-CJ-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "  (change journal awaiting layout migration, "
                   & "not read)" TO PK-LINE
               WRITE PK-LINE
               EXIT PARAGRAPH
           END-IF
           IF LS-RECORD-OWNER NOT = SPACES
           THEN
               OPEN INPUT CHANGE-JOURNAL-FILE
           ELSE
               MOVE "35" TO WS-CJ-FILE-STATUS
           END-IF
           IF WS-CJ-FILE-STATUS = "00"
           THEN
               PERFORM UNTIL WS-CJ-FILE-STATUS NOT = "00"
                   READ CHANGE-JOURNAL-FILE
                       AT END
                           MOVE "10" TO WS-CJ-FILE-STATUS
                       NOT AT END
                           IF CJ-ENTITY = "SAVED-FEED"
                               AND CJ-KEY-OWNER = LS-RECORD-OWNER
                           THEN
                               PERFORM WRITE-ONE-SAVED-FEED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHANGE-JOURNAL-FILE
           END-IF
           IF AR-SAVED-FEED-COUNT = 0
           THEN
               MOVE "  (none)" TO PK-LINE
               WRITE PK-LINE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: WRITE-ONE-SAVED-FEED
      *> PURPOSE: Write the saved-feed change CJ-RECORD just read.
      *> ===============================================================
       WRITE-ONE-SAVED-FEED.
           ADD 1 TO AR-SAVED-FEED-COUNT
           MOVE CJ-TIMESTAMP TO LS-STAMP
           PERFORM FORMAT-STAMP
           MOVE SPACES TO SF-RECORD
           IF CJ-AFTER-IMAGE NOT = SPACES
           THEN
               MOVE CJ-AFTER-IMAGE TO SF-RECORD
           END-IF
           MOVE SPACES TO PK-LINE
           STRING
               "  " LS-STAMP-TEXT " " FUNCTION TRIM(CJ-ACTION)
               " name=" FUNCTION TRIM(CJ-ENTITY-ID)
               " route=" FUNCTION TRIM(SF-ROUTE)
               " code_zone=" FUNCTION TRIM(SF-CODE-ZONE)
               " lat=" FUNCTION TRIM(SF-LATITUDE-STR)
               " long=" FUNCTION TRIM(SF-LONGITUDE-STR)
               DELIMITED BY SIZE INTO PK-LINE
           END-STRING
           WRITE PK-LINE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-WEBSUB-SECTION
      *> PURPOSE: The WebSub subscriptions made with the key: topic,
      *>          callback, and whether a signing secret is held -
      *>          the secret itself stays out of the package.
      *> ===============================================================
       WRITE-WEBSUB-SECTION.
           MOVE "WEBSUB SUBSCRIPTIONS" TO LS-SECTION-HEADING
           PERFORM WRITE-SECTION-HEADING
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-WSUB-FILE-NAME
               BY REFERENCE C-WSUB-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "  (WebSub subscriptions awaiting layout "
                   & "migration, not read)" TO PK-LINE
               WRITE PK-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT WEBSUB-SUBSCRIPTION-FILE
           IF WS-WSUB-FILE-STATUS = "00"
           THEN
               PERFORM UNTIL WS-WSUB-FILE-STATUS NOT = "00"
                   READ WEBSUB-SUBSCRIPTION-FILE
                       AT END
                           MOVE "10" TO WS-WSUB-FILE-STATUS
                       NOT AT END
                           IF WSUB-API-KEY = LS-SUBJECT-KEY
                           THEN
                               PERFORM WRITE-ONE-WEBSUB
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE WEBSUB-SUBSCRIPTION-FILE
           END-IF
           IF AR-WEBSUB-COUNT = 0
           THEN
               MOVE "  (none)" TO PK-LINE
               WRITE PK-LINE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: WRITE-ONE-WEBSUB
      *> PURPOSE: Write the WSUB-RECORD just read.
      *> ===============================================================
       WRITE-ONE-WEBSUB.
           ADD 1 TO AR-WEBSUB-COUNT
           MOVE SPACES TO PK-LINE
           STRING
               "  topic=" FUNCTION TRIM(WSUB-TOPIC)
               DELIMITED BY SIZE INTO PK-LINE
           END-STRING
           WRITE PK-LINE
           MOVE SPACES TO PK-LINE
           IF WSUB-SECRET = SPACES
           THEN
               STRING
                   "    callback=" FUNCTION TRIM(WSUB-CALLBACK)
                   " secret=none"
                   DELIMITED BY SIZE INTO PK-LINE
               END-STRING
           ELSE
               STRING
                   "    callback=" FUNCTION TRIM(WSUB-CALLBACK)
                   " secret=held"
                   DELIMITED BY SIZE INTO PK-LINE
               END-STRING
           END-IF
           WRITE PK-LINE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-STATEMENT-SECTION
      *> PURPOSE: Copy in each monthly statement of the last
      *>          C-STATEMENT-MONTHS months still on disk, named as
      *>          SUBSCRIBER-STATEMENT-BATCH names them: by the key's
      *>          owner, and its tenant when it has one.
      *> ===============================================================
       WRITE-STATEMENT-SECTION.
           MOVE "STATEMENTS" TO LS-SECTION-HEADING
           PERFORM WRITE-SECTION-HEADING
           MOVE LS-TODAY-YYYYMMDD(1:4) TO LS-YEAR
           MOVE LS-TODAY-YYYYMMDD(5:2) TO LS-MONTH
           PERFORM VARYING LS-MONTH-NUM FROM 1 BY 1
               UNTIL LS-MONTH-NUM > C-STATEMENT-MONTHS
               COMPUTE LS-STATEMENT-MONTH = LS-YEAR * 100 + LS-MONTH
               PERFORM COPY-ONE-STATEMENT
               IF LS-MONTH = 1
               THEN
                   MOVE 12 TO LS-MONTH
                   SUBTRACT 1 FROM LS-YEAR
               ELSE
                   SUBTRACT 1 FROM LS-MONTH
               END-IF
           END-PERFORM
           IF AR-STATEMENT-COUNT = 0
           THEN
               MOVE "  (none)" TO PK-LINE
               WRITE PK-LINE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: COPY-ONE-STATEMENT
      *> PURPOSE: Copy LS-STATEMENT-MONTH's statement into the
      *>          package, when there is one.
      *> ===============================================================
       COPY-ONE-STATEMENT.
           MOVE SPACES TO WS-STATEMENT-FILENAME
           IF LS-KEY-TENANT = SPACES
           THEN
               STRING
                   "statement." LS-STATEMENT-MONTH "."
                   FUNCTION TRIM(LS-OWNER) ".txt"
                   INTO WS-STATEMENT-FILENAME
               END-STRING
           ELSE
               STRING
                   "statement." FUNCTION TRIM(LS-KEY-TENANT) "."
                   LS-STATEMENT-MONTH "."
                   FUNCTION TRIM(LS-OWNER) ".txt"
                   INTO WS-STATEMENT-FILENAME
               END-STRING
           END-IF
           OPEN INPUT STATEMENT-FILE
           IF WS-SM-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AR-STATEMENT-COUNT
           MOVE SPACES TO PK-LINE
           STRING
               "  --- " FUNCTION TRIM(WS-STATEMENT-FILENAME) " ---"
               DELIMITED BY SIZE INTO PK-LINE
           END-STRING
           WRITE PK-LINE
           PERFORM UNTIL WS-SM-FILE-STATUS NOT = "00"
               READ STATEMENT-FILE
                   AT END
                       MOVE "10" TO WS-SM-FILE-STATUS
                   NOT AT END
                       MOVE SPACES TO PK-LINE
                       STRING
                           "  " SM-LINE
                           DELIMITED BY SIZE INTO PK-LINE
                       END-STRING
                       WRITE PK-LINE
               END-READ
           END-PERFORM
           CLOSE STATEMENT-FILE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-INVOICE-SECTION
      *> PURPOSE: The invoices and credit notes issued for the key,
      *>          as the invoice register holds them.
      *> ===============================================================
       WRITE-INVOICE-SECTION.
           MOVE "INVOICES" TO LS-SECTION-HEADING
           PERFORM WRITE-SECTION-HEADING
           OPEN INPUT INVOICE-REGISTER-FILE
           IF WS-IR-FILE-STATUS = "00"
           THEN
               PERFORM UNTIL WS-IR-FILE-STATUS NOT = "00"
                   READ INVOICE-REGISTER-FILE
                       AT END
                           MOVE "10" TO WS-IR-FILE-STATUS
                       NOT AT END
                           IF IR-API-KEY = LS-SUBJECT-KEY
                           THEN
                               PERFORM WRITE-ONE-INVOICE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVOICE-REGISTER-FILE
           END-IF
           IF AR-INVOICE-COUNT = 0
           THEN
               MOVE "  (none)" TO PK-LINE
               WRITE PK-LINE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: WRITE-ONE-INVOICE
      *> PURPOSE: Write the IR-RECORD just read.
      *> ===============================================================
       WRITE-ONE-INVOICE.
           ADD 1 TO AR-INVOICE-COUNT
           MOVE IR-REQUESTS TO LS-COUNT-TEXT
           MOVE IR-TOTAL-AMOUNT TO LS-AMOUNT-TEXT
           MOVE SPACES TO PK-LINE
           STRING
               "  " IR-DOC-NUMBER " issued=" IR-ISSUE-DATE
               " period=" IR-PERIOD
               " plan=" FUNCTION TRIM(IR-PLAN-CODE)
               " requests=" FUNCTION TRIM(LS-COUNT-TEXT)
               " total=" FUNCTION TRIM(LS-AMOUNT-TEXT) " EUR"
               DELIMITED BY SIZE INTO PK-LINE
           END-STRING
           IF IR-DOC-TYPE = "C"
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   FUNCTION TRIM(PK-LINE TRAILING)
                   " credits " FUNCTION TRIM(IR-RELATED-DOC)
                   ": " FUNCTION TRIM(IR-REASON)
                   DELIMITED BY SIZE INTO LS-LOG-MESSAGE
               END-STRING
               MOVE LS-LOG-MESSAGE TO PK-LINE
           END-IF
           WRITE PK-LINE.

      *> ===============================================================
      *> PARAGRAPH: FORMAT-STAMP
      *> PURPOSE: Edit the CURRENT-DATE stamp in LS-STAMP into
      *>          LS-STAMP-TEXT as "YYYY-MM-DD HH:MM:SS".
      *> ===============================================================
       FORMAT-STAMP.
           MOVE SPACES TO LS-STAMP-TEXT
           IF LS-STAMP = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF
           STRING
               LS-STAMP(1:4) "-" LS-STAMP(5:2) "-" LS-STAMP(7:2)
               " " LS-STAMP(9:2) ":" LS-STAMP(11:2) ":"
               LS-STAMP(13:2)
               DELIMITED BY SIZE INTO LS-STAMP-TEXT
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: WRITE-BATCH-RUN-RECORD
      *> PURPOSE: Append this run's record to the shared batch-control
      *>          journal for the /status route.
      *> ===============================================================
       WRITE-BATCH-RUN-RECORD.
           MOVE FUNCTION CURRENT-DATE TO BC-END-TIMESTAMP
           CALL "BATCH-RUN-RECORD" USING
               BY REFERENCE BC-RECORD.

       END PROGRAM SUBSCRIBER-ACCESS-EXPORT-BATCH.
