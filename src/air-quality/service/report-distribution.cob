      *> ===============================================================
      *> PROGRAM: REPORT-DISTRIBUTION
      *> PURPOSE: Send the batch reports to the people who want them
      *>          instead of someone fetching each from /exports and
      *>          mailing it on. The distribution list
      *>          (report-distribution.dat, see
      *>          report-distribution-record) maps each report file
      *>          to the notification channels - EMAIL ones mostly -
      *>          it goes to; the admin routes in AIR-QUALITY-ROUTER
      *>          maintain it.
      *>          REPORT-DISTRIBUTION-PASS, submitted every minute by
      *>          the lease-holding instance (AQRSS-JOB-DISPATCH slot
      *>          91), looks up each listed report's producing job in
      *>          the batch-control journal. A successful run that
      *>          finished within the last day and has not been sent
      *>          yet is sent to every recipient: a cover summary of
      *>          the run, the head of the report and the /exports
      *>          link to the whole file, since a notification cannot
      *>          carry an attachment. Each copy goes through the
      *>          durable outbox, which retries a failed delivery.
      *>          The send is journalled as DISTRIBUTE-<report>, with
      *>          the producing run's start time - that record is
      *>          what marks the run as sent - and its failed count
      *>          and channels, so /status shows a report that did
      *>          not reach everyone.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-DISTRIBUTION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-DISTRIBUTION-FILE ASSIGN TO
                   "report-distribution.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RD-KEY
               FILE STATUS IS WS-RD-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RF-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  REPORT-DISTRIBUTION-FILE.
       COPY report-distribution-record IN "air-quality/service".

       FD  REPORT-FILE.
       01  RF-LINE                      PIC X(1000).

       WORKING-STORAGE SECTION.
       01  WS-RD-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-RF-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-REPORT-FILENAME           PIC X(40) VALUE SPACES.
      *> Every entry shares one static file connector across the
      *> MHD worker threads and the dispatcher's, so every entry
      *> runs under the list's mutex slot (see AQRSS-MUTEX's slot
      *> map).
       01  C-MUTEX-ID                   PIC 9(2) VALUE 46.
      *> The list layout this program was compiled against (see
      *> AQRSS-LAYOUT-VERSION).
       01  C-RD-FILE-NAME               PIC X(40)
               VALUE "report-distribution.dat".
       01  C-RD-LAYOUT-VERSION          PIC 9(3) VALUE 1.
      *> The most recipient records the list holds, all reports
      *> together.
       01  C-RECIPIENT-MAX-COUNT        CONSTANT AS 200.
      *> A run is sent only while it is this fresh, so a list
      *> entry added today does not mail out last month's report.
       01  C-SEND-WINDOW-S              CONSTANT AS 86400.
      *> The head of the report the cover message quotes.
       01  C-EXCERPT-MAX-LINES          CONSTANT AS 12.

      *> The reports that can be distributed: the file, the job
      *> whose successful run produces it, the short name its
      *> DISTRIBUTE- journal record carries, and its title.
       01  C-REPORT-COUNT               CONSTANT AS 10.
       01  WS-REPORT-TABLE.
           05  FILLER                   PIC X(40)
               VALUE "air-quality-usage-report.txt".
           05  FILLER                   PIC X(32)
               VALUE "AUDIT-USAGE-REPORT-BATCH".
           05  FILLER                   PIC X(19)
               VALUE "USAGE".
           05  FILLER                   PIC X(40)
               VALUE "API usage report".
           05  FILLER                   PIC X(40)
               VALUE "provider-sla-report.txt".
           05  FILLER                   PIC X(32)
               VALUE "PROVIDER-SLA-REPORT-BATCH".
           05  FILLER                   PIC X(19)
               VALUE "PROVIDER-SLA".
           05  FILLER                   PIC X(40)
               VALUE "Provider SLA report".
           05  FILLER                   PIC X(40)
               VALUE "year-over-year-report.txt".
           05  FILLER                   PIC X(32)
               VALUE "YEAR-OVER-YEAR-REPORT-BATCH".
           05  FILLER                   PIC X(19)
               VALUE "YEAR-OVER-YEAR".
           05  FILLER                   PIC X(40)
               VALUE "Year-over-year report".
           05  FILLER                   PIC X(40)
               VALUE "pollen-season-calendar.txt".
           05  FILLER                   PIC X(32)
               VALUE "POLLEN-SEASON-REPORT-BATCH".
           05  FILLER                   PIC X(19)
               VALUE "POLLEN-CALENDAR".
           05  FILLER                   PIC X(40)
               VALUE "Pollen season calendar".
           05  FILLER                   PIC X(40)
               VALUE "location-ranking-report.txt".
           05  FILLER                   PIC X(32)
               VALUE "LOCATION-RANKING-BATCH".
           05  FILLER                   PIC X(19)
               VALUE "RANKING".
           05  FILLER                   PIC X(40)
               VALUE "Location ranking report".
           05  FILLER                   PIC X(40)
               VALUE "symptom-correlation-report.txt".
           05  FILLER                   PIC X(32)
               VALUE "SYMPTOM-CORRELATION-BATCH".
           05  FILLER                   PIC X(19)
               VALUE "SYMPTOM-CORRELATION".
           05  FILLER                   PIC X(40)
               VALUE "Symptom correlation report".
           05  FILLER                   PIC X(40)
               VALUE "forecast-accuracy-report.txt".
           05  FILLER                   PIC X(32)
               VALUE "FORECAST-ACCURACY-BATCH".
           05  FILLER                   PIC X(19)
               VALUE "FORECAST-ACCURACY".
           05  FILLER                   PIC X(40)
               VALUE "Forecast accuracy report".
           05  FILLER                   PIC X(40)
               VALUE "pollution-rose-report.txt".
           05  FILLER                   PIC X(32)
               VALUE "POLLUTION-ROSE-BATCH".
           05  FILLER                   PIC X(19)
               VALUE "POLLUTION-ROSE".
           05  FILLER                   PIC X(40)
               VALUE "Pollution rose report".
           05  FILLER                   PIC X(40)
               VALUE "data-quality-report.txt".
           05  FILLER                   PIC X(32)
               VALUE "DATA-QUALITY-REPORT-BATCH".
           05  FILLER                   PIC X(19)
               VALUE "DATA-QUALITY".
           05  FILLER                   PIC X(40)
               VALUE "Data quality report".
           05  FILLER                   PIC X(40)
               VALUE "monthly-bulletin-index.txt".
           05  FILLER                   PIC X(32)
               VALUE "MONTHLY-BULLETIN-BATCH".
           05  FILLER                   PIC X(19)
               VALUE "MONTHLY-BULLETIN".
           05  FILLER                   PIC X(40)
               VALUE "Monthly air-quality bulletin".
       01  WS-REPORT-TABLE-R REDEFINES WS-REPORT-TABLE.
           05  WS-REPORT OCCURS 10 TIMES.
               10  WS-REPORT-FILE       PIC X(40).
               10  WS-REPORT-JOB        PIC X(32).
               10  WS-REPORT-CODE       PIC X(19).
               10  WS-REPORT-TITLE      PIC X(40).

       LOCAL-STORAGE SECTION.
      *> The entry's verdict, asserted into RETURN-CODE after the
      *> mutex unlock - the unlock CALL would otherwise overwrite
      *> the register with AQRSS-MUTEX's own.
       01  LS-ENTRY-RESULT              USAGE BINARY-LONG VALUE 0.
       01  LS-REPORT-IDX                PIC 9(2) VALUE 0.
       01  LS-REPORT-FOUND              PIC X(01) VALUE "N".
       01  LS-RECORD-TALLY              PIC 9(5) VALUE 0.

      *> The list as the pass reads it, under the mutex, before any
      *> sending starts.
       01  LS-RECIPIENT-COUNT           PIC 9(3) VALUE 0.
       01  LS-RECIPIENT OCCURS 200 TIMES INDEXED BY LS-RCP-IDX.
           05  LS-RCP-REPORT-NAME       PIC X(40).
           05  LS-RCP-CHANNEL-ID        PIC X(8).
           05  LS-RCP-LABEL             PIC X(32).
       01  LS-REPORT-RECIPIENTS         PIC 9(3) VALUE 0.
       01  LS-BL-SLOT                   PIC 9(2) VALUE 0.

      *> Each report's latest successful run of its job (odd
      *> entries) and latest send (even entries).
       COPY batch-latest IN "air-quality/batch".
       COPY batch-control IN "air-quality/batch".
       01  LS-RUN-RECORD                PIC X(132) VALUE SPACES.
       01  LS-RUN-JOB-NAME              PIC X(32) VALUE SPACES.
       01  LS-RUN-START                 PIC X(21) VALUE SPACES.
       01  LS-RUN-END                   PIC X(21) VALUE SPACES.
       01  LS-RUN-OK-COUNT              PIC 9(5) VALUE 0.
       01  LS-RUN-FAILED-COUNT          PIC 9(5) VALUE 0.
       01  LS-SEND-DUE                  PIC X(01) VALUE "N".

       01  LS-CURRENT-DATE-AND-TIME.
           05  LS-CDT-YEAR              PIC 9(4).
           05  LS-CDT-MONTH             PIC 9(2).
           05  LS-CDT-DAY               PIC 9(2).
           05  LS-CDT-HOUR              PIC 9(2).
           05  LS-CDT-MINUTE            PIC 9(2).
           05  LS-CDT-SECOND            PIC 9(2).
           05  LS-CDT-HUNDREDTHS        PIC 9(2).
           05  LS-CDT-UTC-OFFSET        PIC X(5).
       01  LS-TODAY-YYYYMMDD            PIC 9(8) VALUE 0.
       01  LS-NOW-SECONDS               PIC 9(12) VALUE 0.
      *> YYYYMMDDHHMMSS onto the same absolute seconds scale.
       01  LS-TS-TEXT                   PIC X(14) VALUE SPACES.
       01  LS-TS-PARTS REDEFINES LS-TS-TEXT.
           05  LS-TS-DATE               PIC 9(8).
           05  LS-TS-HOUR               PIC 9(2).
           05  LS-TS-MINUTE             PIC 9(2).
           05  LS-TS-SECOND             PIC 9(2).
       01  LS-TS-SECONDS                PIC 9(12) VALUE 0.
       01  LS-TS-DISPLAY                PIC X(16) VALUE SPACES.

      *> The report file as the cover message quotes it.
       01  LS-REPORT-READABLE           PIC X(01) VALUE "N".
       01  LS-LINE-COUNT                PIC 9(7) VALUE 0.
       01  LS-EXCERPT                   PIC X(600) VALUE SPACES.
       01  LS-EXCERPT-POS               PIC 9(4) VALUE 1.
       01  LS-EXCERPT-FULL              PIC X(01) VALUE "N".

       01  LS-SUBJECT                   PIC X(100) VALUE SPACES.
       01  LS-MESSAGE                   PIC X(1000) VALUE SPACES.
       01  LS-MESSAGE-POS               PIC 9(4) VALUE 1.
       01  LS-DELIVERED-COUNT           PIC 9(5) VALUE 0.
       01  LS-FAILED-COUNT              PIC 9(5) VALUE 0.
       01  LS-TOTAL-DELIVERED           PIC 9(5) VALUE 0.
       01  LS-TOTAL-FAILED              PIC 9(5) VALUE 0.
       01  LS-FAILED-CHANNELS           PIC X(40) VALUE SPACES.
       01  LS-FAILED-POS                PIC 9(3) VALUE 1.
       01  LS-COUNT-TEXT                PIC Z(6)9.
       01  LS-OK-TEXT                   PIC Z(4)9.
       01  LS-FAILED-TEXT               PIC Z(4)9.
       01  C-LOG-INFO                   PIC X(5) VALUE "INFO".
       01  C-LOG-WARN                   PIC X(5) VALUE "WARN".
       01  LS-LOG-LEVEL                 PIC X(5) VALUE SPACES.
       01  LS-LOG-MESSAGE               PIC X(256) VALUE SPACES.

      *> The list entry's line for one report.
       01  LS-LIST-RECIPIENTS           PIC X(2000) VALUE SPACES.
       01  LS-LIST-SCRATCH              PIC X(2000) VALUE SPACES.
       01  LS-LIST-LINE                 PIC X(2200) VALUE SPACES.

       LINKAGE SECTION.
       01  IN-OUT-RD-RECORD.
           05  IN-RD-KEY.
               10  IN-RD-REPORT-NAME    PIC X(40).
               10  IN-RD-CHANNEL-ID     PIC X(8).
           05  IN-RD-LABEL              PIC X(32).

       01  IN-RECORD-KEY                PIC X(48).
       01  OUT-DISTRIBUTION-LIST        PIC X(10000).

      *> Unused default entry point: every caller targets one of the
      *> ENTRY points below, the same way ENV-CONFIG's callers always
      *> target one of its named entries.
       PROCEDURE DIVISION.
           GOBACK.

      *> ===============================================================
      *> ENTRY: REPORT-DISTRIBUTION-PUT
      *> PURPOSE: File one recipient of one report, replacing its
      *>          label when the pair is already listed. Returns 0 on
      *>          success, 1 on an I/O failure, 2 when the report is
      *>          not one this program can distribute, 3 when the
      *>          list already holds as many recipients as the pass
      *>          reads.
      *> ===============================================================
       ENTRY "REPORT-DISTRIBUTION-PUT" USING
           BY REFERENCE IN-OUT-RD-RECORD.

           MOVE IN-RD-REPORT-NAME TO WS-REPORT-FILENAME
           PERFORM FIND-REPORT
           IF LS-REPORT-FOUND = "N"
           THEN
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-RD-FILE-NAME
               BY REFERENCE C-RD-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM OPEN-LIST-I-O
           IF WS-RD-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO LS-ENTRY-RESULT
           MOVE IN-RD-KEY TO RD-KEY
           READ REPORT-DISTRIBUTION-FILE
               KEY IS RD-KEY
               INVALID KEY
                   PERFORM COUNT-LIST-RECORDS
                   IF LS-RECORD-TALLY >= C-RECIPIENT-MAX-COUNT
                   THEN
                       MOVE 3 TO LS-ENTRY-RESULT
                   END-IF
               NOT INVALID KEY
                   CONTINUE
           END-READ

           IF LS-ENTRY-RESULT = 0
           THEN
               MOVE IN-OUT-RD-RECORD TO RD-RECORD
               WRITE RD-RECORD
               IF WS-RD-FILE-STATUS = "22"
               THEN
                   REWRITE RD-RECORD
               END-IF
               IF WS-RD-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "WARNING: could not file report recipient "
                       FUNCTION TRIM(IN-RD-REPORT-NAME) " "
                       FUNCTION TRIM(IN-RD-CHANNEL-ID) ", status "
                       WS-RD-FILE-STATUS
                   MOVE 1 TO LS-ENTRY-RESULT
               END-IF
           END-IF
           CLOSE REPORT-DISTRIBUTION-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: REPORT-DISTRIBUTION-DELETE
      *> PURPOSE: Take the recipient keyed IN-RECORD-KEY (report
      *>          file, channel id) off the list. Returns 0 on
      *>          success, 1 when the pair is not listed or the file
      *>          could not be updated.
      *> ===============================================================
       ENTRY "REPORT-DISTRIBUTION-DELETE" USING
           BY REFERENCE IN-RECORD-KEY.

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-RD-FILE-NAME
               BY REFERENCE C-RD-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           OPEN I-O REPORT-DISTRIBUTION-FILE
           IF WS-RD-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 1 TO LS-ENTRY-RESULT
           MOVE IN-RECORD-KEY TO RD-KEY
           READ REPORT-DISTRIBUTION-FILE
               KEY IS RD-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO LS-ENTRY-RESULT
           END-READ

           IF LS-ENTRY-RESULT = 0
           THEN
               DELETE REPORT-DISTRIBUTION-FILE
               IF WS-RD-FILE-STATUS NOT = "00"
               THEN
                   MOVE 1 TO LS-ENTRY-RESULT
               END-IF
           END-IF
           CLOSE REPORT-DISTRIBUTION-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: REPORT-DISTRIBUTION-GET
      *> PURPOSE: Fill the caller's record with the recipient keyed
      *>          IN-RECORD-KEY - the change journal's before and
      *>          after images. Returns 0 on success, 1 when the pair
      *>          is not listed or the list cannot be read.
      *> ===============================================================
       ENTRY "REPORT-DISTRIBUTION-GET" USING
           BY REFERENCE IN-RECORD-KEY
           BY REFERENCE IN-OUT-RD-RECORD.

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-RD-FILE-NAME
               BY REFERENCE C-RD-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE 1 TO LS-ENTRY-RESULT
           OPEN INPUT REPORT-DISTRIBUTION-FILE
           IF WS-RD-FILE-STATUS = "00"
           THEN
               MOVE IN-RECORD-KEY TO RD-KEY
               READ REPORT-DISTRIBUTION-FILE
                   KEY IS RD-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RD-RECORD TO IN-OUT-RD-RECORD
                       MOVE 0 TO LS-ENTRY-RESULT
               END-READ
               CLOSE REPORT-DISTRIBUTION-FILE
           END-IF
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: REPORT-DISTRIBUTION-LIST
      *> PURPOSE: Render the list as one plain-text line per
      *>          distributable report - its file, its producing job
      *>          and its recipients with their labels - for the
      *>          admin list route. A report nobody receives shows
      *>          "recipients=-", so the line doubles as the list of
      *>          report names the POST route accepts.
      *> ===============================================================
       ENTRY "REPORT-DISTRIBUTION-LIST" USING
           BY REFERENCE OUT-DISTRIBUTION-LIST.

           MOVE SPACES TO OUT-DISTRIBUTION-LIST

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-RD-FILE-NAME
               BY REFERENCE C-RD-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-RECIPIENTS
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           IF LS-ENTRY-RESULT NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING LS-REPORT-IDX FROM 1 BY 1
               UNTIL LS-REPORT-IDX > C-REPORT-COUNT
               PERFORM APPEND-ONE-LIST-LINE
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: REPORT-DISTRIBUTION-PASS
      *> PURPOSE: AQRSS-JOB-DISPATCH slot 91. Send every listed
      *>          report whose latest successful run is due a send
      *>          (see SEND-ONE-REPORT). An empty list, or no journal
      *>          yet, is a quiet no-op.
      *> ===============================================================
       ENTRY "REPORT-DISTRIBUTION-PASS".

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-RD-FILE-NAME
               BY REFERENCE C-RD-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-RECIPIENTS
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           IF LS-ENTRY-RESULT NOT = 0
               OR LS-RECIPIENT-COUNT = 0
           THEN
               MOVE LS-ENTRY-RESULT TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO BL-COUNT
           PERFORM VARYING LS-REPORT-IDX FROM 1 BY 1
               UNTIL LS-REPORT-IDX > C-REPORT-COUNT
               ADD 1 TO BL-COUNT
               MOVE WS-REPORT-JOB(LS-REPORT-IDX)
                   TO BL-JOB-NAME(BL-COUNT)
               MOVE "OK" TO BL-STATUS-FILTER(BL-COUNT)
               ADD 1 TO BL-COUNT
               MOVE SPACES TO BL-JOB-NAME(BL-COUNT)
               STRING
                   "DISTRIBUTE-" WS-REPORT-CODE(LS-REPORT-IDX)
                   DELIMITED BY SPACE INTO BL-JOB-NAME(BL-COUNT)
               END-STRING
               MOVE SPACES TO BL-STATUS-FILTER(BL-COUNT)
           END-PERFORM
           CALL "BATCH-LATEST-RECORDS" USING
               BY REFERENCE BL-LOOKUP-GRP
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM COMPUTE-NOW-SECONDS
           PERFORM VARYING LS-REPORT-IDX FROM 1 BY 1
               UNTIL LS-REPORT-IDX > C-REPORT-COUNT
               PERFORM SEND-ONE-REPORT
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: SEND-ONE-REPORT
      *> PURPOSE: Send report LS-REPORT-IDX to its recipients when it
      *>          has any, its job's latest successful run finished
      *>          within C-SEND-WINDOW-S, and no DISTRIBUTE- record
      *>          carries that run's start time yet; then journal the
      *>          send.
      *> ===============================================================
       SEND-ONE-REPORT.
           MOVE 0 TO LS-REPORT-RECIPIENTS
           PERFORM VARYING LS-RCP-IDX FROM 1 BY 1
               UNTIL LS-RCP-IDX > LS-RECIPIENT-COUNT
               IF LS-RCP-REPORT-NAME(LS-RCP-IDX)
                   = WS-REPORT-FILE(LS-REPORT-IDX)
               THEN
                   ADD 1 TO LS-REPORT-RECIPIENTS
               END-IF
           END-PERFORM
           IF LS-REPORT-RECIPIENTS = 0
           THEN
               EXIT PARAGRAPH
           END-IF

           COMPUTE LS-BL-SLOT = LS-REPORT-IDX * 2 - 1
           SET BL-INDEX TO LS-BL-SLOT
           IF BL-FOUND(BL-INDEX) NOT = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE BL-RECORD(BL-INDEX) TO BC-RECORD
           MOVE BC-RECORD TO LS-RUN-RECORD
           MOVE BC-JOB-NAME TO LS-RUN-JOB-NAME
           MOVE BC-START-TIMESTAMP TO LS-RUN-START
           MOVE BC-END-TIMESTAMP TO LS-RUN-END
           MOVE BC-OK-COUNT TO LS-RUN-OK-COUNT
           MOVE BC-FAILED-COUNT TO LS-RUN-FAILED-COUNT

           MOVE "N" TO LS-SEND-DUE
           MOVE LS-RUN-END(1:14) TO LS-TS-TEXT
           IF LS-TS-TEXT IS NUMERIC
           THEN
               PERFORM TIMESTAMP-TO-SECONDS
               IF LS-TS-SECONDS + C-SEND-WINDOW-S >= LS-NOW-SECONDS
               THEN
                   MOVE "Y" TO LS-SEND-DUE
               END-IF
           END-IF
           SET BL-INDEX UP BY 1
           IF BL-FOUND(BL-INDEX) = "Y"
           THEN
               MOVE BL-RECORD(BL-INDEX) TO BC-RECORD
               IF BC-START-TIMESTAMP = LS-RUN-START
               THEN
                   MOVE "N" TO LS-SEND-DUE
               END-IF
           END-IF
           IF LS-SEND-DUE = "N"
           THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM READ-REPORT-EXCERPT
           MOVE 0 TO LS-TOTAL-DELIVERED
           MOVE 0 TO LS-TOTAL-FAILED
           MOVE SPACES TO LS-FAILED-CHANNELS
           MOVE 1 TO LS-FAILED-POS
           IF LS-REPORT-READABLE = "Y"
           THEN
               PERFORM BUILD-COVER-MESSAGE
               PERFORM VARYING LS-RCP-IDX FROM 1 BY 1
                   UNTIL LS-RCP-IDX > LS-RECIPIENT-COUNT
                   IF LS-RCP-REPORT-NAME(LS-RCP-IDX)
                       = WS-REPORT-FILE(LS-REPORT-IDX)
                   THEN
                       PERFORM SEND-TO-ONE-RECIPIENT
                   END-IF
               END-PERFORM
           ELSE
               MOVE LS-REPORT-RECIPIENTS TO LS-TOTAL-FAILED
           END-IF
           PERFORM JOURNAL-DISTRIBUTION.

      *> ===============================================================
      *> PARAGRAPH: SEND-TO-ONE-RECIPIENT
      *> PURPOSE: Hand the cover message to channel
      *>          LS-RCP-CHANNEL-ID(LS-RCP-IDX). A copy the channel
      *>          refused now stays in the outbox for the drain's
      *>          retries; its channel is named in the journal note.
      *> ===============================================================
       SEND-TO-ONE-RECIPIENT.
           CALL "NOTIFICATION-DISPATCH-TO-CHANNEL" USING
               BY REFERENCE LS-RCP-CHANNEL-ID(LS-RCP-IDX)
               BY REFERENCE LS-SUBJECT
               BY REFERENCE LS-MESSAGE
               BY REFERENCE LS-DELIVERED-COUNT
               BY REFERENCE LS-FAILED-COUNT
           ADD LS-DELIVERED-COUNT TO LS-TOTAL-DELIVERED
           ADD LS-FAILED-COUNT TO LS-TOTAL-FAILED
           IF LS-FAILED-COUNT > 0
           THEN
               IF LS-FAILED-POS > 1
               THEN
                   STRING
                       "," DELIMITED BY SIZE
                       INTO LS-FAILED-CHANNELS
                       WITH POINTER LS-FAILED-POS
                   END-STRING
               END-IF
               STRING
                   LS-RCP-CHANNEL-ID(LS-RCP-IDX) DELIMITED BY SPACE
                   INTO LS-FAILED-CHANNELS
                   WITH POINTER LS-FAILED-POS
               END-STRING
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: READ-REPORT-EXCERPT
      *> PURPOSE: Count the lines of report LS-REPORT-IDX and keep
      *>          its first C-EXCERPT-MAX-LINES in LS-EXCERPT.
      *>          LS-REPORT-READABLE "N" when the file is missing -
      *>          the job said OK but left nothing to send.
      *> ===============================================================
       READ-REPORT-EXCERPT.
           MOVE WS-REPORT-FILE(LS-REPORT-IDX) TO WS-REPORT-FILENAME
           MOVE "N" TO LS-REPORT-READABLE
           MOVE 0 TO LS-LINE-COUNT
           MOVE SPACES TO LS-EXCERPT
           MOVE 1 TO LS-EXCERPT-POS
           MOVE "N" TO LS-EXCERPT-FULL
           OPEN INPUT REPORT-FILE
           IF WS-RF-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO LS-REPORT-READABLE
           PERFORM UNTIL WS-RF-FILE-STATUS = "10"
               READ REPORT-FILE
                   AT END
                       MOVE "10" TO WS-RF-FILE-STATUS
                   NOT AT END
                       ADD 1 TO LS-LINE-COUNT
                       IF LS-LINE-COUNT > C-EXCERPT-MAX-LINES
                       THEN
                           MOVE "Y" TO LS-EXCERPT-FULL
                       END-IF
                       IF LS-EXCERPT-FULL = "N"
                       THEN
                           STRING
                               FUNCTION TRIM(RF-LINE, TRAILING) X"0A"
                               DELIMITED BY SIZE
                               INTO LS-EXCERPT
                               WITH POINTER LS-EXCERPT-POS
                               ON OVERFLOW
                                   MOVE "Y" TO LS-EXCERPT-FULL
                           END-STRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPORT-FILE.

      *> ===============================================================
      *> PARAGRAPH: BUILD-COVER-MESSAGE
      *> PURPOSE: The subject and the cover message for report
      *>          LS-REPORT-IDX: what it is, which run produced it and
      *>          when, where to fetch the whole file, then its head.
      *> ===============================================================
       BUILD-COVER-MESSAGE.
           MOVE LS-RUN-END(1:14) TO LS-TS-TEXT
           PERFORM FORMAT-TIMESTAMP-TEXT
           MOVE LS-LINE-COUNT TO LS-COUNT-TEXT
           MOVE LS-RUN-OK-COUNT TO LS-OK-TEXT
           MOVE LS-RUN-FAILED-COUNT TO LS-FAILED-TEXT

           MOVE SPACES TO LS-SUBJECT
           STRING
               FUNCTION TRIM(WS-REPORT-TITLE(LS-REPORT-IDX))
               " - " LS-TS-DISPLAY(1:10)
               DELIMITED BY SIZE INTO LS-SUBJECT
           END-STRING

           MOVE SPACES TO LS-MESSAGE
           MOVE 1 TO LS-MESSAGE-POS
           STRING
               FUNCTION TRIM(WS-REPORT-TITLE(LS-REPORT-IDX))
               " (" FUNCTION TRIM(WS-REPORT-FILE(LS-REPORT-IDX))
               ")" X"0A"
               "Produced by " FUNCTION TRIM(LS-RUN-JOB-NAME)
               ", run finished " LS-TS-DISPLAY
               " (" FUNCTION TRIM(LS-OK-TEXT) " ok, "
               FUNCTION TRIM(LS-FAILED-TEXT) " failed)." X"0A"
               FUNCTION TRIM(LS-COUNT-TEXT) " lines; the full "
               "report is at GET /exports/"
               FUNCTION TRIM(WS-REPORT-FILE(LS-REPORT-IDX))
               X"0A" X"0A"
               DELIMITED BY SIZE
               INTO LS-MESSAGE
               WITH POINTER LS-MESSAGE-POS
           END-STRING
           IF LS-EXCERPT-POS > 1
           THEN
               STRING
                   LS-EXCERPT(1:LS-EXCERPT-POS - 1)
                   DELIMITED BY SIZE
                   INTO LS-MESSAGE
                   WITH POINTER LS-MESSAGE-POS
               END-STRING
           END-IF
           IF LS-LINE-COUNT > C-EXCERPT-MAX-LINES
               OR LS-EXCERPT-FULL = "Y"
           THEN
               STRING
                   "(...)" DELIMITED BY SIZE
                   INTO LS-MESSAGE
                   WITH POINTER LS-MESSAGE-POS
               END-STRING
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: JOURNAL-DISTRIBUTION
      *> PURPOSE: Journal the send of report LS-REPORT-IDX as
      *>          DISTRIBUTE-<code> under the producing run's start
      *>          time, OK when every recipient took it and FAILED
      *>          otherwise, then log it.
      *> ===============================================================
       JOURNAL-DISTRIBUTION.
           MOVE SPACES TO BC-RECORD
           STRING
               "DISTRIBUTE-" WS-REPORT-CODE(LS-REPORT-IDX)
               DELIMITED BY SPACE INTO BC-JOB-NAME
           END-STRING
           MOVE LS-RUN-START TO BC-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE TO BC-END-TIMESTAMP
           MOVE LS-TOTAL-DELIVERED TO BC-OK-COUNT
           MOVE LS-TOTAL-FAILED TO BC-FAILED-COUNT
           MOVE SPACES TO BC-NOTE
           EVALUATE TRUE
           WHEN LS-REPORT-READABLE = "N"
               MOVE "FAILED" TO BC-STATUS
               MOVE "report file missing, nothing sent"
                   TO BC-NOTE
           WHEN LS-TOTAL-FAILED > 0
               MOVE "FAILED" TO BC-STATUS
               STRING
                   "retrying: " DELIMITED BY SIZE
                   LS-FAILED-CHANNELS DELIMITED BY SPACE
                   INTO BC-NOTE
               END-STRING
           WHEN OTHER
               MOVE "OK" TO BC-STATUS
           END-EVALUATE
           CALL "BATCH-RUN-RECORD" USING
               BY REFERENCE BC-RECORD

           MOVE LS-TOTAL-DELIVERED TO LS-OK-TEXT
           MOVE LS-TOTAL-FAILED TO LS-FAILED-TEXT
           MOVE SPACES TO LS-LOG-MESSAGE
           STRING
               "Report distribution: "
               FUNCTION TRIM(WS-REPORT-FILE(LS-REPORT-IDX))
               " sent, " FUNCTION TRIM(LS-OK-TEXT) " delivered, "
               FUNCTION TRIM(LS-FAILED-TEXT) " failed"
               DELIMITED BY SIZE INTO LS-LOG-MESSAGE
           END-STRING
           IF BC-STATUS = "OK"
           THEN
               MOVE C-LOG-INFO TO LS-LOG-LEVEL
           ELSE
               MOVE C-LOG-WARN TO LS-LOG-LEVEL
           END-IF
           CALL "AQRSS-LOG" USING
               BY REFERENCE LS-LOG-LEVEL
               BY REFERENCE LS-LOG-MESSAGE.

      *> ===============================================================
      *> PARAGRAPH: LOAD-RECIPIENTS
      *> PURPOSE: Read the whole list into LS-RECIPIENT, in key order
      *>          (so by report). No list file yet is an empty list.
      *>          LS-ENTRY-RESULT 1 when the list cannot be read.
      *>          Runs under the mutex.
      *> ===============================================================
       LOAD-RECIPIENTS.
           MOVE 0 TO LS-RECIPIENT-COUNT
           MOVE 0 TO LS-ENTRY-RESULT
           OPEN INPUT REPORT-DISTRIBUTION-FILE
           IF WS-RD-FILE-STATUS = "35"
           THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-RD-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not open report distribution "
                   "list, status " WS-RD-FILE-STATUS
               MOVE 1 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RD-FILE-STATUS NOT = "00"
               READ REPORT-DISTRIBUTION-FILE NEXT
                   AT END
                       MOVE "10" TO WS-RD-FILE-STATUS
                   NOT AT END
                       IF LS-RECIPIENT-COUNT < C-RECIPIENT-MAX-COUNT
                       THEN
                           ADD 1 TO LS-RECIPIENT-COUNT
                           MOVE RD-REPORT-NAME TO
                               LS-RCP-REPORT-NAME(LS-RECIPIENT-COUNT)
                           MOVE RD-CHANNEL-ID TO
                               LS-RCP-CHANNEL-ID(LS-RECIPIENT-COUNT)
                           MOVE RD-LABEL TO
                               LS-RCP-LABEL(LS-RECIPIENT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPORT-DISTRIBUTION-FILE.

      *> ===============================================================
      *> PARAGRAPH: OPEN-LIST-I-O
      *> PURPOSE: Open the list file for update, creating it empty
      *>          first when it does not exist yet.
      *> ===============================================================
       OPEN-LIST-I-O.
           OPEN I-O REPORT-DISTRIBUTION-FILE
           IF WS-RD-FILE-STATUS = "35"
           THEN
               OPEN OUTPUT REPORT-DISTRIBUTION-FILE
               CLOSE REPORT-DISTRIBUTION-FILE
               OPEN I-O REPORT-DISTRIBUTION-FILE
           END-IF
           IF WS-RD-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not open report distribution "
                   "list for update, status " WS-RD-FILE-STATUS
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: COUNT-LIST-RECORDS
      *> PURPOSE: How many recipient records the list holds, all
      *>          reports together, into LS-RECORD-TALLY.
      *> ===============================================================
       COUNT-LIST-RECORDS.
           MOVE 0 TO LS-RECORD-TALLY
           MOVE LOW-VALUES TO RD-KEY
           START REPORT-DISTRIBUTION-FILE
               KEY IS GREATER THAN OR EQUAL TO RD-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL WS-RD-FILE-STATUS NOT = "00"
               READ REPORT-DISTRIBUTION-FILE NEXT
                   AT END
                       MOVE "10" TO WS-RD-FILE-STATUS
                   NOT AT END
                       ADD 1 TO LS-RECORD-TALLY
               END-READ
           END-PERFORM
           MOVE "00" TO WS-RD-FILE-STATUS.

      *> ===============================================================
      *> PARAGRAPH: FIND-REPORT
      *> PURPOSE: Point LS-REPORT-IDX at the distributable report
      *>          named WS-REPORT-FILENAME, LS-REPORT-FOUND "Y" when
      *>          there is one.
      *> ===============================================================
       FIND-REPORT.
           MOVE "N" TO LS-REPORT-FOUND
           PERFORM VARYING LS-REPORT-IDX FROM 1 BY 1
               UNTIL LS-REPORT-IDX > C-REPORT-COUNT
                   OR LS-REPORT-FOUND = "Y"
               IF WS-REPORT-FILE(LS-REPORT-IDX) = WS-REPORT-FILENAME
               THEN
                   MOVE "Y" TO LS-REPORT-FOUND
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: APPEND-ONE-LIST-LINE
      *> PURPOSE: Append report LS-REPORT-IDX's line - file, short
      *>          name, producing job, recipients - to
      *>          OUT-DISTRIBUTION-LIST.
      *> ===============================================================
       APPEND-ONE-LIST-LINE.
           MOVE SPACES TO LS-LIST-RECIPIENTS
           PERFORM VARYING LS-RCP-IDX FROM 1 BY 1
               UNTIL LS-RCP-IDX > LS-RECIPIENT-COUNT
               IF LS-RCP-REPORT-NAME(LS-RCP-IDX)
                   = WS-REPORT-FILE(LS-REPORT-IDX)
               THEN
                   PERFORM ADD-LIST-RECIPIENT
               END-IF
           END-PERFORM
           IF LS-LIST-RECIPIENTS = SPACES
           THEN
               MOVE "-" TO LS-LIST-RECIPIENTS
           END-IF
           MOVE SPACES TO LS-LIST-LINE
           STRING
               FUNCTION TRIM(WS-REPORT-FILE(LS-REPORT-IDX))
               " job=" FUNCTION TRIM(WS-REPORT-JOB(LS-REPORT-IDX))
               " journal=DISTRIBUTE-"
               FUNCTION TRIM(WS-REPORT-CODE(LS-REPORT-IDX))
               " recipients=" FUNCTION TRIM(LS-LIST-RECIPIENTS)
               DELIMITED BY SIZE INTO LS-LIST-LINE
           END-STRING
           IF FUNCTION TRIM(OUT-DISTRIBUTION-LIST) = SPACES
           THEN
               MOVE FUNCTION TRIM(LS-LIST-LINE)
                   TO OUT-DISTRIBUTION-LIST
           ELSE
               STRING
                   FUNCTION TRIM(OUT-DISTRIBUTION-LIST) X"0A"
                   FUNCTION TRIM(LS-LIST-LINE)
                   DELIMITED BY SIZE INTO OUT-DISTRIBUTION-LIST
               END-STRING
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: ADD-LIST-RECIPIENT
      *> PURPOSE: Add recipient LS-RCP-IDX to the line's recipient
      *>          list, as its channel id with its label in brackets
      *>          when it has one.
      *> ===============================================================
       ADD-LIST-RECIPIENT.
           MOVE LS-LIST-RECIPIENTS TO LS-LIST-SCRATCH
           MOVE SPACES TO LS-LIST-RECIPIENTS
           IF LS-LIST-SCRATCH = SPACES
           THEN
               MOVE FUNCTION TRIM(LS-RCP-CHANNEL-ID(LS-RCP-IDX))
                   TO LS-LIST-RECIPIENTS
           ELSE
               STRING
                   FUNCTION TRIM(LS-LIST-SCRATCH) ","
                   FUNCTION TRIM(LS-RCP-CHANNEL-ID(LS-RCP-IDX))
                   DELIMITED BY SIZE INTO LS-LIST-RECIPIENTS
               END-STRING
           END-IF
           IF LS-RCP-LABEL(LS-RCP-IDX) NOT = SPACES
           THEN
               MOVE LS-LIST-RECIPIENTS TO LS-LIST-SCRATCH
               MOVE SPACES TO LS-LIST-RECIPIENTS
               STRING
                   FUNCTION TRIM(LS-LIST-SCRATCH) " ("
                   FUNCTION TRIM(LS-RCP-LABEL(LS-RCP-IDX)) ")"
                   DELIMITED BY SIZE INTO LS-LIST-RECIPIENTS
               END-STRING
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: COMPUTE-NOW-SECONDS
      *> PURPOSE: An absolute seconds scale (days since the epoch of
      *>          INTEGER-OF-DATE times 86400 plus seconds of day),
      *>          the one JOB-DEADLINE-WATCHDOG judges runs on.
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
      *> PARAGRAPH: TIMESTAMP-TO-SECONDS
      *> PURPOSE: LS-TS-TEXT (YYYYMMDDHHMMSS) onto the absolute
      *>          seconds scale, in LS-TS-SECONDS.
      *> ===============================================================
       TIMESTAMP-TO-SECONDS.
           COMPUTE LS-TS-SECONDS =
               FUNCTION INTEGER-OF-DATE(LS-TS-DATE) * 86400
               + LS-TS-HOUR * 3600 + LS-TS-MINUTE * 60
               + LS-TS-SECOND.

      *> ===============================================================
      *> PARAGRAPH: FORMAT-TIMESTAMP-TEXT
      *> PURPOSE: LS-TS-TEXT as "YYYY-MM-DD HH:MM", in LS-TS-DISPLAY.
      *> ===============================================================
       FORMAT-TIMESTAMP-TEXT.
           MOVE SPACES TO LS-TS-DISPLAY
           STRING
               LS-TS-TEXT(1:4) "-" LS-TS-TEXT(5:2) "-"
               LS-TS-TEXT(7:2) " " LS-TS-TEXT(9:2) ":"
               LS-TS-TEXT(11:2)
               DELIMITED BY SIZE INTO LS-TS-DISPLAY
           END-STRING.

       END PROGRAM REPORT-DISTRIBUTION.
