      *> ===============================================================
      *> PROGRAM: API-KEY-EXPIRY-REPORT-BATCH
      *> PURPOSE: Weekly list of the live API keys that expire within
      *>          the next 30 days - owner, role, the key's first
      *>          characters and its last day - so a school or a
      *>          research partner can be sent its successor before
      *>          its feeds stop, rather than after. Keys already
      *>          rotated are listed too, marked as such: their
      *>          expiry is the end of a grace period and the owner
      *>          should have switched to the successor by then.
      *>          The schedule slot runs it like any other job, but
      *>          the report is only written on the configured day
      *>          of the week, AQRSS_KEY_EXPIRY_REPORT_DAY (1 =
      *>          Monday .. 7 = Sunday, default Monday); other days'
      *>          runs are recorded as SKIPPED.
      *>          Called from AIR-QUALITY-RSS's main loop; not
      *>          reachable from the HTTP router.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. API-KEY-EXPIRY-REPORT-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT API-KEY-FILE ASSIGN TO "api-keys.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AK-FILE-STATUS.

           SELECT EXPIRY-REPORT-FILE ASSIGN TO
                   "api-key-expiry-report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ER-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  API-KEY-FILE.
       COPY api-key-record IN "air-quality/api".

       FD  EXPIRY-REPORT-FILE.
       01  ER-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-AK-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ER-FILE-STATUS            PIC X(02) VALUE SPACES.

       LOCAL-STORAGE SECTION.
      *> The key registry layout this batch reads (see
      *> AQRSS-LAYOUT-VERSION and API-KEY-REGISTRY).
       01  C-AK-FILE-NAME               PIC X(40)
               VALUE "api-keys.dat".
       01  C-AK-LAYOUT-VERSION          PIC 9(3) VALUE 4.
       01  C-WITHIN-DAYS                PIC 9(3) VALUE 30.
       01  LS-ENV-VALUE                 PIC X(32) VALUE SPACES.
       01  LS-REPORT-DAY                PIC 9(1) VALUE 1.
       01  LS-TODAY-DAY                 PIC 9(1) VALUE 0.
       01  LS-TODAY-YYYYMMDD            PIC 9(8) VALUE 0.
       01  LS-TODAY-ORDINAL             PIC S9(9) COMP-5 VALUE 0.
       01  LS-HORIZON-YYYYMMDD          PIC 9(8) VALUE 0.
       01  LS-DAYS-LEFT                 PIC S9(5) COMP-5 VALUE 0.
       01  LS-DAYS-DISPLAY              PIC Z(4)9.
       01  LS-KEY-COUNT                 PIC 9(5) VALUE 0.
       01  LS-COUNT-DISPLAY             PIC Z(4)9.
       01  LS-ROTATED-TEXT              PIC X(24) VALUE SPACES.
       01  C-LOG-INFO                   PIC X(5) VALUE "INFO".
       01  C-LOG-WARN                   PIC X(5) VALUE "WARN".
       01  LS-LOG-MESSAGE               PIC X(256) VALUE SPACES.
       COPY batch-control IN "air-quality/batch".

       PROCEDURE DIVISION.

           MOVE "API-KEY-EXPIRY-REPORT-BATCH" TO BC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO BC-START-TIMESTAMP

           MOVE FUNCTION CURRENT-DATE(1:8) TO LS-TODAY-YYYYMMDD
           COMPUTE LS-TODAY-ORDINAL =
               FUNCTION INTEGER-OF-DATE(LS-TODAY-YYYYMMDD)
      *> Day ordinal 1 (1601-01-01) was a Monday.
           COMPUTE LS-TODAY-DAY =
               FUNCTION MOD(LS-TODAY-ORDINAL - 1, 7) + 1

           MOVE 1 TO LS-REPORT-DAY
           MOVE SPACES TO LS-ENV-VALUE
           ACCEPT LS-ENV-VALUE
               FROM ENVIRONMENT "AQRSS_KEY_EXPIRY_REPORT_DAY"
           IF FUNCTION TRIM(LS-ENV-VALUE) IS NUMERIC
               AND FUNCTION LENGTH(FUNCTION TRIM(LS-ENV-VALUE)) = 1
               AND FUNCTION TRIM(LS-ENV-VALUE) >= "1"
               AND FUNCTION TRIM(LS-ENV-VALUE) <= "7"
           THEN
               MOVE FUNCTION NUMVAL(LS-ENV-VALUE) TO LS-REPORT-DAY
           END-IF
           IF LS-TODAY-DAY NOT = LS-REPORT-DAY
           THEN
               MOVE "SKIPPED" TO BC-STATUS
               MOVE "not the weekly report day" TO BC-NOTE
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-AK-FILE-NAME
               BY REFERENCE C-AK-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "SKIPPED" TO BC-STATUS
               MOVE "API key registry awaiting layout migration"
                   TO BC-NOTE
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF

           OPEN INPUT API-KEY-FILE
           IF WS-AK-FILE-STATUS NOT = "00"
           THEN
               MOVE "API key expiry report: no key registry, "
                   & "skipping" TO LS-LOG-MESSAGE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE "SKIPPED" TO BC-STATUS
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF

           OPEN OUTPUT EXPIRY-REPORT-FILE
           IF WS-ER-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not open API key expiry "
                   "report file, status " WS-ER-FILE-STATUS
               CLOSE API-KEY-FILE
               MOVE "FAILED" TO BC-STATUS
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF

           COMPUTE LS-HORIZON-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(
                   LS-TODAY-ORDINAL + C-WITHIN-DAYS)
           MOVE SPACES TO ER-LINE
           STRING
               "API keys expiring by " LS-HORIZON-YYYYMMDD(1:4) "-"
               LS-HORIZON-YYYYMMDD(5:2) "-" LS-HORIZON-YYYYMMDD(7:2)
               " (report of " LS-TODAY-YYYYMMDD(1:4) "-"
               LS-TODAY-YYYYMMDD(5:2) "-" LS-TODAY-YYYYMMDD(7:2) ")"
               INTO ER-LINE
           END-STRING
           WRITE ER-LINE

           PERFORM UNTIL WS-AK-FILE-STATUS = "10"
               READ API-KEY-FILE
                   AT END
                       MOVE "10" TO WS-AK-FILE-STATUS
                   NOT AT END
                       PERFORM WRITE-ONE-EXPIRY-LINE
               END-READ
           END-PERFORM

           IF LS-KEY-COUNT = 0
           THEN
               MOVE "  (none)" TO ER-LINE
               WRITE ER-LINE
           END-IF

           CLOSE API-KEY-FILE
           CLOSE EXPIRY-REPORT-FILE

           MOVE LS-KEY-COUNT TO LS-COUNT-DISPLAY
           MOVE SPACES TO LS-LOG-MESSAGE
           STRING
               "API key expiry report: "
               FUNCTION TRIM(LS-COUNT-DISPLAY)
               " key(s) expire within 30 days"
               INTO LS-LOG-MESSAGE
           END-STRING
           IF LS-KEY-COUNT > 0
           THEN
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
           ELSE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
           END-IF

           MOVE LS-KEY-COUNT TO BC-OK-COUNT
           MOVE "OK" TO BC-STATUS
           PERFORM WRITE-BATCH-RUN-RECORD

           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: WRITE-ONE-EXPIRY-LINE
      *> PURPOSE: The current key's report line, when it is live and
      *>          its expiry falls between today and the horizon.
      *> ===============================================================
       WRITE-ONE-EXPIRY-LINE.
           IF AK-ENABLED NOT = "Y"
               OR AK-EXPIRES-DATE = 0
               OR AK-EXPIRES-DATE < LS-TODAY-YYYYMMDD
               OR AK-EXPIRES-DATE > LS-HORIZON-YYYYMMDD
           THEN
               EXIT PARAGRAPH
           END-IF

           COMPUTE LS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(AK-EXPIRES-DATE)
               - LS-TODAY-ORDINAL
           MOVE LS-DAYS-LEFT TO LS-DAYS-DISPLAY
           MOVE SPACES TO LS-ROTATED-TEXT
           IF AK-SUCCESSOR-KEY NOT = SPACES
           THEN
               STRING
                   " (rotated to " AK-SUCCESSOR-KEY(1:8) "...)"
                   INTO LS-ROTATED-TEXT
               END-STRING
           END-IF

           MOVE SPACES TO ER-LINE
           STRING
               "  " AK-EXPIRES-DATE(1:4) "-" AK-EXPIRES-DATE(5:2)
               "-" AK-EXPIRES-DATE(7:2)
               " in " FUNCTION TRIM(LS-DAYS-DISPLAY) " day(s): "
               AK-KEY(1:8) "... "
               FUNCTION TRIM(AK-OWNER) " "
               FUNCTION TRIM(AK-ROLE)
               LS-ROTATED-TEXT
               INTO ER-LINE
           END-STRING
           WRITE ER-LINE
           ADD 1 TO LS-KEY-COUNT.

      *> ===============================================================
      *> PARAGRAPH: WRITE-BATCH-RUN-RECORD
      *> PURPOSE: Append this run's record to the shared batch-control
      *>          journal for the /status route.
      *> ===============================================================
       WRITE-BATCH-RUN-RECORD.
           MOVE FUNCTION CURRENT-DATE TO BC-END-TIMESTAMP
           CALL "BATCH-RUN-RECORD" USING
               BY REFERENCE BC-RECORD.

       END PROGRAM API-KEY-EXPIRY-REPORT-BATCH.
