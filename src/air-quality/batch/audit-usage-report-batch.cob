      *>          Reports on yesterday's records by default; set
      *>          AQRSS_USAGE_REPORT_DATE (YYYYMMDD) to report on a
      *>          different day.
      *>          Each organisation sharing the server (see
      *>          TENANT-REGISTRY) also gets its own copy,
      *>          air-quality-usage-report.<TENANT>.txt, counting only
      *>          the requests made with its own keys; the
      *>          operator-wide report still counts everything.
      *>          Scheduled from AIR-QUALITY-RSS's main loop on its
      *>          own job slot, and runnable on demand through the
      *>          /admin/jobs routes; not reachable as an HTTP data
               FILE STATUS IS WS-AL-FILE-STATUS.

           SELECT USAGE-REPORT-FILE ASSIGN TO
                   DYNAMIC WS-USAGE-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UR-FILE-STATUS.

           SELECT TENANT-FILE ASSIGN TO "tenants.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TN-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  USAGE-REPORT-FILE.
       01  UR-LINE                      PIC X(132).

       FD  TENANT-FILE.
       COPY tenant-record IN "air-quality/service".

       WORKING-STORAGE SECTION.
       01  WS-AL-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-UR-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-AUDIT-LOG-FILENAME        PIC X(40) VALUE SPACES.
       01  WS-TN-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-USAGE-REPORT-FILENAME     PIC X(60)
               VALUE "air-quality-usage-report.txt".

      *> The organisation the report being built covers (spaces for
      *> the operator-wide report, which counts every request) and
      *> its name for the heading.
       01  WS-REPORT-TENANT             PIC X(8) VALUE SPACES.
       01  WS-REPORT-TENANT-NAME        PIC X(40) VALUE SPACES.
       01  WS-TENANT-REPORT-COUNT       PIC 9(3) VALUE 0.

      *> Each audited key's tenant, looked up once per run through
      *> API-KEY-TENANT-OF; a key no longer on file (or an
      *> unauthenticated request) counts for the operator only.
       01  C-KEY-TENANT-MAX-COUNT       CONSTANT AS 200.
       01  WS-KEY-TENANT-COUNT          PIC 9(3) VALUE 0.
       01  WS-KEY-TENANT-TABLE.
           05  WS-KT-ENTRY OCCURS 200 TIMES INDEXED BY WS-KT-IDX.
               10  WS-KT-KEY            PIC X(40).
               10  WS-KT-TENANT         PIC X(8).
       01  WS-KEY-REF                   PIC X(100) VALUE SPACES.
       01  WS-RECORD-TENANT             PIC X(8) VALUE SPACES.

       01  WS-REPORT-DATE               PIC X(8) VALUE SPACES.
       01  WS-TODAY-YYYYMMDD            PIC 9(8) VALUE 0.
      *> unmigrated trail would be misframed record by record.
       01  C-AUDIT-TRAIL-NAME           PIC X(40)
               VALUE "air-quality-audit.log".
       01  C-AUDIT-TRAIL-VERSION        PIC 9(3) VALUE 3.
       01  LS-CURRENT-DATE-AND-TIME.
           05  LS-CDT-YEAR              PIC 9(4).
           05  LS-CDT-MONTH             PIC 9(2).
               INTO WS-AUDIT-LOG-FILENAME
           END-STRING

           PERFORM READ-AUDIT-DAY
           IF WS-AL-FILE-STATUS NOT = "10"
           THEN
               DISPLAY "Usage report: no "
                   FUNCTION TRIM(WS-AUDIT-LOG-FILENAME) " found"
               GOBACK
           END-IF

           PERFORM WRITE-USAGE-REPORT

           DISPLAY "Usage report: " WS-TOTAL-COUNT " requests on "
               WS-REPORT-DATE

           MOVE WS-TOTAL-COUNT TO BC-OK-COUNT

           PERFORM WRITE-TENANT-REPORTS

           MOVE "OK" TO BC-STATUS
           PERFORM WRITE-BATCH-RUN-RECORD

           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: READ-AUDIT-DAY
      *> PURPOSE: Fold the reporting day's audit records into freshly
      *>          cleared tables - every record for the operator-wide
      *>          report, or only those made with WS-REPORT-TENANT's
      *>          keys for a tenant's own. Leaves WS-AL-FILE-STATUS
      *>          "10" after a complete pass, anything else when the
      *>          day's trail could not be opened.
      *> ===============================================================
       READ-AUDIT-DAY.
           MOVE 0 TO WS-TOTAL-COUNT
           MOVE 0 TO WS-NO-UPSTREAM-COUNT
           MOVE 0 TO WS-UPSTREAM-COUNT
           MOVE 0 TO WS-ROUTE-COUNT
           MOVE 0 TO WS-STATUS-COUNT
           MOVE 0 TO WS-UPSTREAM-TABLE-COUNT
           MOVE 0 TO WS-KEY-TABLE-COUNT
           PERFORM VARYING WS-HOUR-IDX FROM 1 BY 1
               UNTIL WS-HOUR-IDX > 24
               MOVE 0 TO WS-HOUR-COUNT(WS-HOUR-IDX)
           END-PERFORM

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
      *> A day's closing records (see AUDIT-CHAIN) are not traffic.
                       IF AL-TIMESTAMP(1:8) = WS-REPORT-DATE
                           AND AL-METHOD NOT = "SEAL"
                           AND AL-METHOD NOT = "RESEAL"
                       THEN
                           IF WS-REPORT-TENANT = SPACES
                           THEN
                               PERFORM ACCUMULATE-AUDIT-RECORD
                           ELSE
                               PERFORM LOOK-UP-KEY-TENANT
                               IF WS-RECORD-TENANT = WS-REPORT-TENANT
                               THEN
                                   PERFORM ACCUMULATE-AUDIT-RECORD
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE AUDIT-LOG-FILE.

      *> ===============================================================
      *> PARAGRAPH: LOOK-UP-KEY-TENANT
      *> PURPOSE: The tenant of the current record's API key into
      *>          WS-RECORD-TENANT - spaces for an unauthenticated
      *>          request or a key the registry no longer knows.
      *> ===============================================================
       LOOK-UP-KEY-TENANT.
           MOVE SPACES TO WS-RECORD-TENANT
           IF AL-API-KEY = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-KT-IDX FROM 1 BY 1
               UNTIL WS-KT-IDX > WS-KEY-TENANT-COUNT
                   OR WS-KT-KEY(WS-KT-IDX) = AL-API-KEY
           END-PERFORM
           IF WS-KT-IDX <= WS-KEY-TENANT-COUNT
           THEN
               MOVE WS-KT-TENANT(WS-KT-IDX) TO WS-RECORD-TENANT
               EXIT PARAGRAPH
           END-IF

           MOVE AL-API-KEY TO WS-KEY-REF
           CALL "API-KEY-TENANT-OF" USING
               BY REFERENCE WS-KEY-REF
               BY REFERENCE WS-RECORD-TENANT
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE SPACES TO WS-RECORD-TENANT
           END-IF
           IF WS-KEY-TENANT-COUNT < C-KEY-TENANT-MAX-COUNT
           THEN
               ADD 1 TO WS-KEY-TENANT-COUNT
               SET WS-KT-IDX TO WS-KEY-TENANT-COUNT
               MOVE AL-API-KEY TO WS-KT-KEY(WS-KT-IDX)
               MOVE WS-RECORD-TENANT TO WS-KT-TENANT(WS-KT-IDX)
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: WRITE-TENANT-REPORTS
      *> PURPOSE: One usage report per organisation on the tenant
      *>          file, each counting only that tenant's own requests,
      *>          as air-quality-usage-report.<TENANT>.txt. No tenant
      *>          file means a single-organisation server: nothing to
      *>          do.
      *> ===============================================================
       WRITE-TENANT-REPORTS.
           OPEN INPUT TENANT-FILE
           IF WS-TN-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TN-FILE-STATUS NOT = "00"
               READ TENANT-FILE
                   AT END
                       MOVE "10" TO WS-TN-FILE-STATUS
                   NOT AT END
                       IF TN-CODE NOT = SPACES
                       THEN
                           PERFORM WRITE-ONE-TENANT-REPORT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TENANT-FILE

           MOVE SPACES TO WS-REPORT-TENANT
           MOVE SPACES TO WS-REPORT-TENANT-NAME
           MOVE "air-quality-usage-report.txt"
               TO WS-USAGE-REPORT-FILENAME
           IF WS-TENANT-REPORT-COUNT > 0
           THEN
               DISPLAY "Usage report: " WS-TENANT-REPORT-COUNT
                   " tenant report(s) written"
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: WRITE-ONE-TENANT-REPORT
      *> PURPOSE: Re-read the reporting day for the tenant in
      *>          TN-RECORD and write its own report.
      *> ===============================================================
       WRITE-ONE-TENANT-REPORT.
           MOVE TN-CODE TO WS-REPORT-TENANT
           MOVE TN-NAME TO WS-REPORT-TENANT-NAME
           MOVE SPACES TO WS-USAGE-REPORT-FILENAME
           STRING
               "air-quality-usage-report." FUNCTION TRIM(TN-CODE)
               ".txt"
               DELIMITED BY SIZE
               INTO WS-USAGE-REPORT-FILENAME
           END-STRING
           PERFORM READ-AUDIT-DAY
           IF WS-AL-FILE-STATUS = "10"
           THEN
               PERFORM WRITE-USAGE-REPORT
               ADD 1 TO WS-TENANT-REPORT-COUNT
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: PICK-REPORT-DATE
      *> ===============================================================
      *> PARAGRAPH: WRITE-USAGE-REPORT
      *> PURPOSE: Render the accumulated tables as the usage report
      *>          text file named by WS-USAGE-REPORT-FILENAME,
      *>          replacing any previous day's report.
      *> ===============================================================
       WRITE-USAGE-REPORT.
           OPEN OUTPUT USAGE-REPORT-FILE
           END-IF

           MOVE SPACES TO UR-LINE
           IF WS-REPORT-TENANT = SPACES
           THEN
               STRING "Air quality RSS usage report for "
                   WS-REPORT-DATE
                   INTO UR-LINE
               END-STRING
           ELSE
               STRING "Air quality RSS usage report for "
                   WS-REPORT-DATE " - "
                   FUNCTION TRIM(WS-REPORT-TENANT-NAME) " ("
                   FUNCTION TRIM(WS-REPORT-TENANT) ")"
                   INTO UR-LINE
               END-STRING
           END-IF
           WRITE UR-LINE

           MOVE SPACES TO UR-LINE
