      *>          talked into reading an arbitrary path, and the
      *>          router's role check already limits the routes to
      *>          REPORTER keys and better.
      *>          A key bound to a tenant organisation sees its own
      *>          copies of the per-tenant reports only (the
      *>          EXPORTS-*-TENANT entries), never the operator-wide
      *>          files.
      *>          A PRIVACY key sees the subscriber data access
      *>          packages and nothing else (the EXPORTS-*-PRIVACY
      *>          entries): the packages issued in the access-request
      *>          registry (see ACCESS-REQUEST-REGISTRY) are the only
      *>          names on its list, and no other key's list ever
      *>          carries them.
      *>          A HEALTH key, held by the regional health agency,
      *>          sees the health impact report and nothing else (the
      *>          EXPORTS-*-HEALTH entries): the report lines its
      *>          admission counts up against our archives, so it is
      *>          on no other key's list either (see
      *>          HEALTH-IMPACT-BATCH).
      *>          The monthly bulletin's per-location PDFs are named
      *>          after the watched locations, so they are not on the
      *>          built-in list: their names are taken from the
      *>          bulletin index the batch writes (see
      *>          MONTHLY-BULLETIN-BATCH), and only names of the form
      *>          monthly-bulletin.<id>.pdf are accepted from it.
      *> ===============================================================

       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EF-FILE-STATUS.

           SELECT ACCESS-REQUEST-FILE ASSIGN TO "access-requests.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AR-FILE-STATUS.

           SELECT BULLETIN-INDEX-FILE ASSIGN TO
                   "monthly-bulletin-index.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BI-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  EXPORT-FILE.
       01  EF-LINE                      PIC X(1000).

       FD  ACCESS-REQUEST-FILE.
       COPY access-request IN "air-quality/service".

       FD  BULLETIN-INDEX-FILE.
       01  BI-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-EF-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-EXPORT-FILENAME           PIC X(40) VALUE SPACES.
       01  WS-AR-FILE-STATUS            PIC X(02) VALUE SPACES.
      *> The access-request registry's layout (see
      *> AQRSS-LAYOUT-VERSION).
       01  C-AR-FILE-NAME               PIC X(40)
               VALUE "access-requests.dat".
       01  C-AR-LAYOUT-VERSION          PIC 9(3) VALUE 1.
       01  WS-BI-FILE-STATUS            PIC X(02) VALUE SPACES.

      *> The files the routes may list and serve - every scheduled
      *> export and report writer's output, nothing else.
       01  C-EXPORT-FILE-COUNT          CONSTANT AS 26.
       01  WS-EXPORT-TABLE.
           05  FILLER                   PIC X(40)
               VALUE "pollen-history.csv".
               VALUE "location-ranking-report.txt".
           05  FILLER                   PIC X(40)
               VALUE "data-quality-report.txt".
           05  FILLER                   PIC X(40)
               VALUE "sensor-uptime-report.txt".
           05  FILLER                   PIC X(40)
               VALUE "co2-room-report.txt".
           05  FILLER                   PIC X(40)
               VALUE "prevair-pollutant-history.csv".
           05  FILLER                   PIC X(40)
               VALUE "cams-pollutant-history.csv".
           05  FILLER                   PIC X(40)
               VALUE "regulatory-exceedance-report.txt".
           05  FILLER                   PIC X(40)
               VALUE "revision-sweep-report.txt".
           05  FILLER                   PIC X(40)
               VALUE "episode-report-index.txt".
           05  FILLER                   PIC X(40)
               VALUE "episode-report-latest.txt".
           05  FILLER                   PIC X(40)
               VALUE "episode-after-action-reports.txt".
           05  FILLER                   PIC X(40)
               VALUE "capacity-forecast-report.txt".
           05  FILLER                   PIC X(40)
               VALUE "audit-chain-report.txt".
           05  FILLER                   PIC X(40)
               VALUE "pollution-rose-report.txt".
           05  FILLER                   PIC X(40)
               VALUE "monthly-bulletin.pdf".
           05  FILLER                   PIC X(40)
               VALUE "monthly-bulletin-index.txt".
       01  WS-EXPORT-TABLE-R REDEFINES WS-EXPORT-TABLE.
           05  WS-EXPORT-NAME           PIC X(40) OCCURS 26 TIMES.

      *> The reports the batches also write once per tenant, as
      *> <base>.<TENANT>.txt next to the operator-wide file.
       01  C-TENANT-EXPORT-COUNT        CONSTANT AS 2.
       01  WS-TENANT-EXPORT-TABLE.
           05  FILLER                   PIC X(30)
               VALUE "air-quality-usage-report".
           05  FILLER                   PIC X(30)
               VALUE "location-ranking-report".
       01  WS-TENANT-EXPORT-TABLE-R REDEFINES WS-TENANT-EXPORT-TABLE.
           05  WS-TENANT-EXPORT-BASE    PIC X(30) OCCURS 2 TIMES.

      *> The files only a HEALTH key may list and serve.
       01  C-HEALTH-EXPORT-COUNT        CONSTANT AS 1.
       01  WS-HEALTH-EXPORT-TABLE.
           05  FILLER                   PIC X(40)
               VALUE "health-impact-report.txt".
       01  WS-HEALTH-EXPORT-TABLE-R REDEFINES WS-HEALTH-EXPORT-TABLE.
           05  WS-HEALTH-EXPORT-NAME    PIC X(40) OCCURS 1 TIMES.

       LOCAL-STORAGE SECTION.
       01  LS-FILE-IDX                  PIC 9(2) VALUE 0.
       01  LS-BODY-POS                  PIC 9(5) VALUE 1.
       01  LS-NAME-FOUND                PIC X(01) VALUE "N".
       01  LS-BODY-FULL                 PIC X(01) VALUE "N".
       01  LS-ENTRY-RESULT              USAGE BINARY-LONG VALUE 0.
      *> The per-location bulletin PDFs the bulletin index names.
       01  C-BULLETIN-PREFIX            PIC X(17)
               VALUE "monthly-bulletin.".
       01  LS-BULLETIN-COUNT            PIC 9(2) VALUE 0.
       01  LS-BULLETIN-TABLE.
           05  LS-BULLETIN-NAME         PIC X(40) OCCURS 30 TIMES.
       01  LS-BULLETIN-IDX              PIC 9(2) VALUE 0.
       01  LS-CANDIDATE-NAME            PIC X(40) VALUE SPACES.
       01  LS-CANDIDATE-LENGTH          PIC 9(2) VALUE 0.
       01  LS-SLASH-COUNT               PIC 9(2) VALUE 0.

       LINKAGE SECTION.
       01  IN-EXPORT-NAME               PIC X(40).
       01  IN-TENANT                    PIC X(8).
       01  OUT-EXPORTS-BODY             PIC X(10000).

       PROCEDURE DIVISION.
           MOVE SPACES TO OUT-EXPORTS-BODY
           PERFORM VARYING LS-FILE-IDX FROM 1 BY 1
               UNTIL LS-FILE-IDX > C-EXPORT-FILE-COUNT
               MOVE WS-EXPORT-NAME(LS-FILE-IDX) TO WS-EXPORT-FILENAME
               PERFORM LIST-ONE-EXPORT-FILE
           END-PERFORM
           PERFORM LOAD-BULLETIN-NAMES
           PERFORM VARYING LS-BULLETIN-IDX FROM 1 BY 1
               UNTIL LS-BULLETIN-IDX > LS-BULLETIN-COUNT
               MOVE LS-BULLETIN-NAME(LS-BULLETIN-IDX)
                   TO WS-EXPORT-FILENAME
               PERFORM LIST-ONE-EXPORT-FILE
           END-PERFORM
           IF FUNCTION TRIM(OUT-EXPORTS-BODY) = SPACES
           THEN
               END-IF
           END-PERFORM
           IF LS-NAME-FOUND = "N"
           THEN
               PERFORM LOAD-BULLETIN-NAMES
               PERFORM VARYING LS-BULLETIN-IDX FROM 1 BY 1
                   UNTIL LS-BULLETIN-IDX > LS-BULLETIN-COUNT
                   IF LS-BULLETIN-NAME(LS-BULLETIN-IDX)
                       = IN-EXPORT-NAME
                   THEN
                       MOVE "Y" TO LS-NAME-FOUND
                   END-IF
               END-PERFORM
           END-IF
           IF LS-NAME-FOUND = "N"
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE IN-EXPORT-NAME TO WS-EXPORT-FILENAME
           PERFORM SERVE-EXPORT-FILE
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: EXPORTS-LIST-TENANT
      *> PURPOSE: EXPORTS-LIST for a key bound to IN-TENANT: the
      *>          tenant's own per-tenant report files only.
      *> ===============================================================
       ENTRY "EXPORTS-LIST-TENANT" USING
           BY REFERENCE IN-TENANT
           BY REFERENCE OUT-EXPORTS-BODY.

           MOVE SPACES TO OUT-EXPORTS-BODY
           PERFORM VARYING LS-FILE-IDX FROM 1 BY 1
               UNTIL LS-FILE-IDX > C-TENANT-EXPORT-COUNT
               PERFORM BUILD-TENANT-EXPORT-NAME
               PERFORM LIST-ONE-EXPORT-FILE
           END-PERFORM
           IF FUNCTION TRIM(OUT-EXPORTS-BODY) = SPACES
           THEN
               MOVE "(no export files produced yet)"
                   TO OUT-EXPORTS-BODY
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: EXPORTS-FETCH-TENANT
      *> PURPOSE: EXPORTS-FETCH for a key bound to IN-TENANT: only
      *>          that tenant's own per-tenant report files are on
      *>          its list. Same return codes as EXPORTS-FETCH.
      *> ===============================================================
       ENTRY "EXPORTS-FETCH-TENANT" USING
           BY REFERENCE IN-TENANT
           BY REFERENCE IN-EXPORT-NAME
           BY REFERENCE OUT-EXPORTS-BODY.

           MOVE SPACES TO OUT-EXPORTS-BODY
           MOVE "N" TO LS-NAME-FOUND
           PERFORM VARYING LS-FILE-IDX FROM 1 BY 1
               UNTIL LS-FILE-IDX > C-TENANT-EXPORT-COUNT
               PERFORM BUILD-TENANT-EXPORT-NAME
               IF WS-EXPORT-FILENAME = IN-EXPORT-NAME
               THEN
                   MOVE "Y" TO LS-NAME-FOUND
               END-IF
           END-PERFORM
           IF LS-NAME-FOUND = "N"
               OR IN-TENANT = SPACES
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE IN-EXPORT-NAME TO WS-EXPORT-FILENAME
           PERFORM SERVE-EXPORT-FILE
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: EXPORTS-LIST-PRIVACY
      *> PURPOSE: EXPORTS-LIST for a PRIVACY key: the subscriber data
      *>          access packages issued so far that are still on
      *>          disk, oldest first.
      *> ===============================================================
       ENTRY "EXPORTS-LIST-PRIVACY" USING
           BY REFERENCE OUT-EXPORTS-BODY.

           MOVE SPACES TO OUT-EXPORTS-BODY
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-AR-FILE-NAME
               BY REFERENCE C-AR-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               OPEN INPUT ACCESS-REQUEST-FILE
           ELSE
               MOVE "35" TO WS-AR-FILE-STATUS
           END-IF
           IF WS-AR-FILE-STATUS = "00"
           THEN
               PERFORM UNTIL WS-AR-FILE-STATUS NOT = "00"
                   READ ACCESS-REQUEST-FILE
                       AT END
                           MOVE "10" TO WS-AR-FILE-STATUS
                       NOT AT END
                           IF AR-STATUS = "ISSUED"
                               AND AR-PACKAGE-NAME NOT = SPACES
                           THEN
                               MOVE AR-PACKAGE-NAME
                                   TO WS-EXPORT-FILENAME
                               PERFORM LIST-ONE-EXPORT-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCESS-REQUEST-FILE
           END-IF
           IF FUNCTION TRIM(OUT-EXPORTS-BODY) = SPACES
           THEN
               MOVE "(no access packages issued yet)"
                   TO OUT-EXPORTS-BODY
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: EXPORTS-FETCH-PRIVACY
      *> PURPOSE: EXPORTS-FETCH for a PRIVACY key: only the packages
      *>          the access-request registry records as issued are
      *>          on its list. Same return codes as EXPORTS-FETCH.
      *> ===============================================================
       ENTRY "EXPORTS-FETCH-PRIVACY" USING
           BY REFERENCE IN-EXPORT-NAME
           BY REFERENCE OUT-EXPORTS-BODY.

           MOVE SPACES TO OUT-EXPORTS-BODY
           MOVE "N" TO LS-NAME-FOUND
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-AR-FILE-NAME
               BY REFERENCE C-AR-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               OPEN INPUT ACCESS-REQUEST-FILE
           ELSE
               MOVE "35" TO WS-AR-FILE-STATUS
           END-IF
           IF WS-AR-FILE-STATUS = "00"
           THEN
               PERFORM UNTIL WS-AR-FILE-STATUS NOT = "00"
                   READ ACCESS-REQUEST-FILE
                       AT END
                           MOVE "10" TO WS-AR-FILE-STATUS
                       NOT AT END
                           IF AR-STATUS = "ISSUED"
                               AND AR-PACKAGE-NAME NOT = SPACES
                               AND AR-PACKAGE-NAME = IN-EXPORT-NAME
                           THEN
                               MOVE "Y" TO LS-NAME-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCESS-REQUEST-FILE
           END-IF
           IF LS-NAME-FOUND = "N"
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE IN-EXPORT-NAME TO WS-EXPORT-FILENAME
           PERFORM SERVE-EXPORT-FILE
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: EXPORTS-LIST-HEALTH
      *> PURPOSE: EXPORTS-LIST for a HEALTH key: the health agency's
      *>          files that exist on disk.
      *> ===============================================================
       ENTRY "EXPORTS-LIST-HEALTH" USING
           BY REFERENCE OUT-EXPORTS-BODY.

           MOVE SPACES TO OUT-EXPORTS-BODY
           PERFORM VARYING LS-FILE-IDX FROM 1 BY 1
               UNTIL LS-FILE-IDX > C-HEALTH-EXPORT-COUNT
               MOVE WS-HEALTH-EXPORT-NAME(LS-FILE-IDX)
                   TO WS-EXPORT-FILENAME
               PERFORM LIST-ONE-EXPORT-FILE
           END-PERFORM
           IF FUNCTION TRIM(OUT-EXPORTS-BODY) = SPACES
           THEN
               MOVE "(no health impact report written yet)"
                   TO OUT-EXPORTS-BODY
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: EXPORTS-FETCH-HEALTH
      *> PURPOSE: EXPORTS-FETCH for a HEALTH key: only the health
      *>          agency's files are on its list. Same return codes as
      *>          EXPORTS-FETCH.
      *> ===============================================================
       ENTRY "EXPORTS-FETCH-HEALTH" USING
           BY REFERENCE IN-EXPORT-NAME
           BY REFERENCE OUT-EXPORTS-BODY.

           MOVE SPACES TO OUT-EXPORTS-BODY
           MOVE "N" TO LS-NAME-FOUND
           PERFORM VARYING LS-FILE-IDX FROM 1 BY 1
               UNTIL LS-FILE-IDX > C-HEALTH-EXPORT-COUNT
               IF FUNCTION TRIM(WS-HEALTH-EXPORT-NAME(LS-FILE-IDX))
                   = FUNCTION TRIM(IN-EXPORT-NAME)
               THEN
                   MOVE "Y" TO LS-NAME-FOUND
               END-IF
           END-PERFORM
           IF LS-NAME-FOUND = "N"
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE IN-EXPORT-NAME TO WS-EXPORT-FILENAME
           PERFORM SERVE-EXPORT-FILE
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: BUILD-TENANT-EXPORT-NAME
      *> PURPOSE: The LS-FILE-IDX per-tenant report's file name for
      *>          IN-TENANT, into WS-EXPORT-FILENAME.
      *> ===============================================================
       BUILD-TENANT-EXPORT-NAME.
           MOVE SPACES TO WS-EXPORT-FILENAME
           STRING
               FUNCTION TRIM(WS-TENANT-EXPORT-BASE(LS-FILE-IDX))
               "." FUNCTION TRIM(IN-TENANT) ".txt"
               DELIMITED BY SIZE
               INTO WS-EXPORT-FILENAME
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: LOAD-BULLETIN-NAMES
      *> PURPOSE: The per-location bulletin PDFs the bulletin index
      *>          names, into LS-BULLETIN-NAME: the first word of
      *>          each line, kept only when it is a
      *>          monthly-bulletin.<id>.pdf name with no path in it.
      *>          The overview, monthly-bulletin.pdf, is on the
      *>          built-in list already.
      *> ===============================================================
       LOAD-BULLETIN-NAMES.
           MOVE 0 TO LS-BULLETIN-COUNT
           OPEN INPUT BULLETIN-INDEX-FILE
           IF WS-BI-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BI-FILE-STATUS NOT = "00"
               READ BULLETIN-INDEX-FILE
                   AT END
                       MOVE "10" TO WS-BI-FILE-STATUS
                   NOT AT END
                       PERFORM KEEP-BULLETIN-NAME
               END-READ
           END-PERFORM
           CLOSE BULLETIN-INDEX-FILE.

      *> ===============================================================
      *> PARAGRAPH: KEEP-BULLETIN-NAME
      *> PURPOSE: Keep BI-LINE's first word when it names a
      *>          per-location bulletin PDF.
      *> ===============================================================
       KEEP-BULLETIN-NAME.
           MOVE SPACES TO LS-CANDIDATE-NAME
           UNSTRING BI-LINE DELIMITED BY ALL SPACE
               INTO LS-CANDIDATE-NAME
           END-UNSTRING
           IF LS-CANDIDATE-NAME(1:17) NOT = C-BULLETIN-PREFIX
               OR LS-CANDIDATE-NAME = "monthly-bulletin.pdf"
               OR LS-BULLETIN-COUNT >= 30
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LS-CANDIDATE-NAME))
               TO LS-CANDIDATE-LENGTH
           MOVE 0 TO LS-SLASH-COUNT
           INSPECT LS-CANDIDATE-NAME TALLYING LS-SLASH-COUNT
               FOR ALL "/" ALL "\" ALL ".."
           IF LS-CANDIDATE-LENGTH < 22
               OR LS-CANDIDATE-NAME(LS-CANDIDATE-LENGTH - 3:4)
                   NOT = ".pdf"
               OR LS-SLASH-COUNT > 0
           THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO LS-BULLETIN-COUNT
           MOVE LS-CANDIDATE-NAME
               TO LS-BULLETIN-NAME(LS-BULLETIN-COUNT).

      *> ===============================================================
      *> PARAGRAPH: LIST-ONE-EXPORT-FILE
      *> PURPOSE: Append WS-EXPORT-FILENAME's list line (name, size,
      *>          last-written timestamp) to OUT-EXPORTS-BODY when the
      *>          file exists on disk.
      *> ===============================================================
       LIST-ONE-EXPORT-FILE.
           CALL "CBL_CHECK_FILE_EXIST" USING
               WS-EXPORT-FILENAME
               LS-FILE-INFO
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE LS-FI-SIZE TO LS-SIZE-DISPLAY
           MOVE LS-FI-YEAR TO LS-YEAR-DISPLAY
           MOVE LS-FI-MONTH TO LS-MONTH-DISPLAY
           MOVE LS-FI-DAY TO LS-DAY-DISPLAY
           MOVE LS-FI-HOUR TO LS-HOUR-DISPLAY
           MOVE LS-FI-MINUTE TO LS-MINUTE-DISPLAY
           MOVE SPACES TO LS-LINE
           STRING
               FUNCTION TRIM(WS-EXPORT-FILENAME)
               "  " FUNCTION TRIM(LS-SIZE-DISPLAY)
               " bytes  " LS-YEAR-DISPLAY "-"
               LS-MONTH-DISPLAY "-" LS-DAY-DISPLAY " "
               LS-HOUR-DISPLAY ":" LS-MINUTE-DISPLAY
               INTO LS-LINE
           END-STRING
           IF FUNCTION TRIM(OUT-EXPORTS-BODY) = SPACES
           THEN
               MOVE FUNCTION TRIM(LS-LINE)
                   TO OUT-EXPORTS-BODY
           ELSE
               MOVE OUT-EXPORTS-BODY TO LS-BODY-SCRATCH
               STRING
                   FUNCTION TRIM(LS-BODY-SCRATCH) X"0A"
                   FUNCTION TRIM(LS-LINE)
                   INTO OUT-EXPORTS-BODY
               END-STRING
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: SERVE-EXPORT-FILE
      *> PURPOSE: Read WS-EXPORT-FILENAME into OUT-EXPORTS-BODY. A
      *>          file larger than the body buffer is truncated with
      *>          an explicit note rather than cut mid-byte.
      *>          LS-ENTRY-RESULT 0, or 2 when the file does not
      *>          exist yet.
      *> ===============================================================
       SERVE-EXPORT-FILE.
           OPEN INPUT EXPORT-FILE
           IF WS-EF-FILE-STATUS NOT = "00"
           THEN
               MOVE 2 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO LS-BODY-POS
                   INTO OUT-EXPORTS-BODY
               END-STRING
           END-IF
           MOVE 0 TO LS-ENTRY-RESULT.

       END PROGRAM EXPORTS-SERVICE.
