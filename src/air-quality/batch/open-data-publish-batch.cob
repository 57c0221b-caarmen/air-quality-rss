      *> ===============================================================
      *> PROGRAM: OPEN-DATA-PUBLISH-BATCH
      *> PURPOSE: Publish the archives CSV-EXPORT-BATCH writes to the
      *>          national open-data portal (data.gouv.fr's API by
      *>          default), so the public copy follows each export
      *>          instead of whenever someone remembers to upload it.
      *>          Each run looks up the latest successful CSV export
      *>          in the batch-control journal and pushes every CSV
      *>          not yet published from that export to the dataset
      *>          named by AQRSS_OPENDATA_DATASET, then sets each
      *>          resource's title, format and column descriptions,
      *>          and the dataset's licence (AQRSS_OPENDATA_LICENSE,
      *>          default "lov2", the Licence Ouverte 2.0), update
      *>          frequency (AQRSS_OPENDATA_FREQUENCY, default
      *>          "daily") and temporal coverage - the first and
      *>          last dates the published files hold.
      *>          The portal's id for each resource is kept in
      *>          opendata-resources.dat, so a later run replaces the
      *>          file under the same resource rather than adding a
      *>          duplicate; a resource deleted on the portal (404
      *>          on its id) is created afresh and its new id kept.
      *>          Every publish is journalled as its own batch-
      *>          control record ("OPENDATA-<code>", as REPORT-
      *>          DISTRIBUTION journals its sends), OK or FAILED
      *>          with the HTTP status and the portal's error
      *>          message in BC-NOTE; the full message goes to the
      *>          log and stays in the state file with the resource.
      *>          A failed resource is retried on the next run.
      *>          The API key comes from the credential vault:
      *>          AQRSS_OPENDATA_API_KEY holds a {vault:<name>}
      *>          reference (a plain key is accepted too, as for
      *>          every other secret). With no dataset or key
      *>          configured the job skips. AQRSS_OPENDATA_BASE_URL
      *>          points it at another portal's API (the portal's
      *>          demo instance, for a trial run).
      *>          Scheduled from AIR-QUALITY-RSS's main loop on its
      *>          own job slot, declared dependent on the CSV export
      *>          so it only runs once that has succeeded today, and
      *>          runnable on demand through the /admin/jobs routes;
      *>          not reachable as an HTTP data route.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPEN-DATA-PUBLISH-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPENDATA-RESOURCE-FILE ASSIGN TO
                   "opendata-resources.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODR-FILE-NAME
               FILE STATUS IS WS-ODR-FILE-STATUS.

           SELECT EXPORT-CSV-FILE ASSIGN TO DYNAMIC WS-CSV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *> One record per published CSV: the portal's resource id, the
      *> CSV export run (its BC-START-TIMESTAMP) last published, when
      *> that was, and how the last attempt went.
       FD  OPENDATA-RESOURCE-FILE.
       01  ODR-RECORD.
           05  ODR-FILE-NAME            PIC X(40).
           05  ODR-RESOURCE-ID          PIC X(40).
           05  ODR-SOURCE-RUN           PIC X(21).
           05  ODR-PUBLISHED-TS         PIC X(21).
           05  ODR-LAST-STATUS          PIC X(8).
           05  ODR-LAST-ERROR           PIC X(80).

       FD  EXPORT-CSV-FILE.
       01  CSV-LINE                     PIC X(1000).

       WORKING-STORAGE SECTION.
       01  WS-ODR-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CSV-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-CSV-FILENAME              PIC X(40) VALUE SPACES.
       01  C-ODR-FILE-NAME              PIC X(40)
               VALUE "opendata-resources.dat".
       01  C-ODR-LAYOUT-VERSION         PIC 9(3) VALUE 1.
      *> The CSVs published: file, journal code, the title the portal
      *> shows, and whether the first column is a YYYY-MM-DD date
      *> counted into the coverage.
       01  C-RESOURCE-COUNT             CONSTANT AS 5.
       01  WS-RESOURCE-TABLE.
           05  FILLER                   PIC X(40)
               VALUE "pollen-history.csv".
           05  FILLER                   PIC X(19) VALUE "POLLEN".
           05  FILLER                   PIC X(60)
               VALUE "Historique des niveaux de pollens".
           05  FILLER                   PIC X(1) VALUE "Y".
           05  FILLER                   PIC X(40)
               VALUE "atmo-france-pollutant-history.csv".
           05  FILLER                   PIC X(19) VALUE "ATMO-FRANCE".
           05  FILLER                   PIC X(60)
               VALUE "Historique des polluants - indice ATMO".
           05  FILLER                   PIC X(1) VALUE "Y".
           05  FILLER                   PIC X(40)
               VALUE "prevair-pollutant-history.csv".
           05  FILLER                   PIC X(19) VALUE "PREVAIR".
           05  FILLER                   PIC X(60)
               VALUE "Historique des polluants - PREV'AIR".
           05  FILLER                   PIC X(1) VALUE "Y".
           05  FILLER                   PIC X(40)
               VALUE "cams-pollutant-history.csv".
           05  FILLER                   PIC X(19) VALUE "CAMS".
           05  FILLER                   PIC X(60)
               VALUE "Historique des polluants - CAMS".
           05  FILLER                   PIC X(1) VALUE "Y".
           05  FILLER                   PIC X(40)
               VALUE "atmo-france-multi-zone-report.csv".
           05  FILLER                   PIC X(19) VALUE "MULTI-ZONE".
           05  FILLER                   PIC X(60)
               VALUE "Etat des zones ATMO suivies".
           05  FILLER                   PIC X(1) VALUE "N".
       01  WS-RESOURCE-TABLE-R REDEFINES WS-RESOURCE-TABLE.
           05  WS-RESOURCE OCCURS 5 TIMES.
               10  WS-RESOURCE-FILE     PIC X(40).
               10  WS-RESOURCE-CODE     PIC X(19).
               10  WS-RESOURCE-TITLE    PIC X(60).
               10  WS-RESOURCE-DATED    PIC X(1).

       LOCAL-STORAGE SECTION.
       01  C-DEFAULT-BASE-URL           PIC X(40)
               VALUE "https://www.data.gouv.fr/api/1".
       01  LS-BASE-URL                  PIC X(200) VALUE SPACES.
       01  LS-DATASET                   PIC X(100) VALUE SPACES.
       01  LS-LICENSE                   PIC X(32) VALUE SPACES.
       01  LS-FREQUENCY                 PIC X(32) VALUE SPACES.
      *> The key as configured - normally a {vault:<name>} reference
      *> - and the name of one the vault could not supply.
       01  LS-KEY-TEXT                  PIC X(1000) VALUE SPACES.
       01  LS-MISSING-SECRET            PIC X(32) VALUE SPACES.
       01  LS-API-KEY-HEADER            PIC X(300) VALUE SPACES.

      *> The CSV export being published and this run's tallies.
       01  LS-EXPORT-RUN                PIC X(21) VALUE SPACES.
       01  LS-RUN-START                 PIC X(21) VALUE SPACES.
       01  LS-NOW-TS                    PIC X(21) VALUE SPACES.
       01  LS-STATE-OPEN                PIC X(01) VALUE "N".
       01  LS-RESOURCE-IDX              PIC 9(2) VALUE 0.
       01  LS-PUBLISHED-COUNT           PIC 9(5) VALUE 0.
       01  LS-FAILED-COUNT              PIC 9(5) VALUE 0.
       01  LS-UNCHANGED-COUNT           PIC 9(5) VALUE 0.
       01  LS-PUBLISHED-DISPLAY         PIC Z(4)9.
       01  LS-FAILED-DISPLAY            PIC Z(4)9.
       01  LS-UNCHANGED-DISPLAY         PIC Z(4)9.

      *> The resource being published.
       01  LS-RESOURCE-ID               PIC X(40) VALUE SPACES.
       01  LS-RESOURCE-FOUND            PIC X(01) VALUE "N".
       01  LS-RESOURCE-OK               PIC X(01) VALUE "N".
       01  LS-RESOURCE-CREATED          PIC X(01) VALUE "N".
       01  LS-FILE-FIRST-DATE           PIC X(10) VALUE SPACES.
       01  LS-FILE-LAST-DATE            PIC X(10) VALUE SPACES.
       01  LS-CSV-EOF                   PIC X(01) VALUE "N".
       01  LS-CSV-DATE                  PIC X(10) VALUE SPACES.
       01  LS-CSV-ROW-COUNT             PIC 9(7) VALUE 0.
       01  LS-CSV-ROW-DISPLAY           PIC Z(6)9.
      *> The whole dataset's coverage, over every dated CSV.
       01  LS-COVERAGE-START            PIC X(10) VALUE SPACES.
       01  LS-COVERAGE-END              PIC X(10) VALUE SPACES.

      *> One request to the portal and what came of it.
       01  LS-HTTP-METHOD               PIC X(8) VALUE SPACES.
       01  LS-HTTP-URL                  PIC X(1000) VALUE SPACES.
       01  LS-HTTP-BODY                 PIC X(10000) VALUE SPACES.
       01  LS-HTTP-CONTENT-TYPE         PIC X(32)
                                         VALUE "application/json".
       01  LS-HTTP-UPLOAD-FILE          PIC X(40) VALUE SPACES.
       01  LS-CURL-CODE                 USAGE BINARY-LONG VALUE 0.
       01  LS-HTTP-STATUS               PIC 9(3) VALUE 0.
       01  LS-HTTP-OK                   PIC X(01) VALUE "N".
       01  LS-API-ERROR                 PIC X(200) VALUE SPACES.
       01  LS-API-MESSAGE               PIC X(200) VALUE SPACES.
       COPY remote-service-response IN "support/http".

      *> The resource's description: its columns, as the portal
      *> shows them, and its coverage; JSON-escaped by hand (the
      *> "\n" are the line breaks the portal's markdown renders).
       01  LS-DESCRIPTION               PIC X(2000) VALUE SPACES.
       01  LS-COLUMNS-TEXT              PIC X(1500) VALUE SPACES.
       01  LS-TITLE-ESCAPED             PIC X(10000) VALUE SPACES.
       01  LS-TITLE-RAW                 PIC X(10000) VALUE SPACES.

      *> cJSON handles and the property names asked of them.
       01  LS-JSON-ROOT-PTR             USAGE POINTER VALUE NULL.
       01  LS-JSON-OBJECT-PTR           USAGE POINTER VALUE NULL.
       01  LS-JSON-VALUE-PTR            USAGE POINTER VALUE NULL.
       01  LS-JSON-STRING-PTR           USAGE POINTER VALUE NULL.
       01  LS-JSON-KEY                  PIC X(16) VALUE SPACES.
       01  LS-JSON-TEXT                 PIC X(10000) VALUE SPACES.
       01  C-KEY-ID                     PIC X(16) VALUE "id" & X"00".
       01  C-KEY-MESSAGE                PIC X(16)
                                         VALUE "message" & X"00".

       01  C-LOG-INFO                   PIC X(5) VALUE "INFO".
       01  C-LOG-WARN                   PIC X(5) VALUE "WARN".
       01  LS-LOG-MESSAGE               PIC X(256) VALUE SPACES.
       COPY batch-control IN "air-quality/batch".
       COPY batch-latest IN "air-quality/batch".

       PROCEDURE DIVISION.

           MOVE "OPEN-DATA-PUBLISH-BATCH" TO BC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO BC-START-TIMESTAMP
           MOVE BC-START-TIMESTAMP TO LS-RUN-START

           ACCEPT LS-BASE-URL
               FROM ENVIRONMENT "AQRSS_OPENDATA_BASE_URL"
           IF FUNCTION TRIM(LS-BASE-URL) = SPACES
           THEN
               MOVE C-DEFAULT-BASE-URL TO LS-BASE-URL
           END-IF
           ACCEPT LS-DATASET
               FROM ENVIRONMENT "AQRSS_OPENDATA_DATASET"
           ACCEPT LS-LICENSE
               FROM ENVIRONMENT "AQRSS_OPENDATA_LICENSE"
           IF FUNCTION TRIM(LS-LICENSE) = SPACES
           THEN
               MOVE "lov2" TO LS-LICENSE
           END-IF
           ACCEPT LS-FREQUENCY
               FROM ENVIRONMENT "AQRSS_OPENDATA_FREQUENCY"
           IF FUNCTION TRIM(LS-FREQUENCY) = SPACES
           THEN
               MOVE "daily" TO LS-FREQUENCY
           END-IF

           ACCEPT LS-KEY-TEXT
               FROM ENVIRONMENT "AQRSS_OPENDATA_API_KEY"
           CALL "CREDENTIAL-VAULT-RESOLVE" USING
               BY REFERENCE LS-KEY-TEXT
               BY REFERENCE LS-MISSING-SECRET
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Open data: vault secret "
                   FUNCTION TRIM(LS-MISSING-SECRET)
                   " unavailable, nothing published"
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE "FAILED" TO BC-STATUS
               MOVE "API key unavailable from the vault" TO BC-NOTE
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF
           IF FUNCTION TRIM(LS-DATASET) = SPACES
               OR FUNCTION TRIM(LS-KEY-TEXT) = SPACES
           THEN
               MOVE "Open data: no portal dataset or API key "
                   & "configured, skipping" TO LS-LOG-MESSAGE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE "SKIPPED" TO BC-STATUS
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF
           STRING
               "X-API-KEY: " FUNCTION TRIM(LS-KEY-TEXT)
               INTO LS-API-KEY-HEADER
           END-STRING
           MOVE SPACES TO LS-KEY-TEXT

           PERFORM FIND-EXPORT-RUN
           IF FUNCTION TRIM(LS-EXPORT-RUN) = SPACES
           THEN
               MOVE "Open data: no successful CSV export in the "
                   & "journal yet, nothing to publish"
                   TO LS-LOG-MESSAGE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE "SKIPPED" TO BC-STATUS
               MOVE "no CSV export to publish" TO BC-NOTE
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF

           PERFORM OPEN-RESOURCE-STATE
           IF LS-STATE-OPEN NOT = "Y"
           THEN
               MOVE "Open data: resource state file unavailable, "
                   & "nothing published" TO LS-LOG-MESSAGE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE "FAILED" TO BC-STATUS
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF

           PERFORM VARYING LS-RESOURCE-IDX FROM 1 BY 1
               UNTIL LS-RESOURCE-IDX > C-RESOURCE-COUNT
               PERFORM PUBLISH-ONE-RESOURCE
           END-PERFORM
           CLOSE OPENDATA-RESOURCE-FILE

           IF LS-PUBLISHED-COUNT > 0
           THEN
               PERFORM UPDATE-DATASET-METADATA
           END-IF

           MOVE LS-PUBLISHED-COUNT TO LS-PUBLISHED-DISPLAY
           MOVE LS-FAILED-COUNT TO LS-FAILED-DISPLAY
           MOVE LS-UNCHANGED-COUNT TO LS-UNCHANGED-DISPLAY
           MOVE SPACES TO LS-LOG-MESSAGE
           STRING
               "Open data: " FUNCTION TRIM(LS-PUBLISHED-DISPLAY)
               " resource(s) published, "
               FUNCTION TRIM(LS-FAILED-DISPLAY) " failed, "
               FUNCTION TRIM(LS-UNCHANGED-DISPLAY)
               " already up to date"
               INTO LS-LOG-MESSAGE
           END-STRING
           CALL "AQRSS-LOG" USING
               BY REFERENCE C-LOG-INFO
               BY REFERENCE LS-LOG-MESSAGE

           MOVE "OPEN-DATA-PUBLISH-BATCH" TO BC-JOB-NAME
           MOVE LS-RUN-START TO BC-START-TIMESTAMP
           MOVE LS-PUBLISHED-COUNT TO BC-OK-COUNT
           MOVE LS-FAILED-COUNT TO BC-FAILED-COUNT
           MOVE SPACES TO BC-NOTE
           IF LS-FAILED-COUNT > 0
           THEN
               MOVE "FAILED" TO BC-STATUS
           ELSE
               MOVE "OK" TO BC-STATUS
           END-IF
           IF LS-PUBLISHED-COUNT = 0 AND LS-FAILED-COUNT = 0
           THEN
               MOVE "no new CSV export to publish" TO BC-NOTE
           END-IF
           PERFORM WRITE-BATCH-RUN-RECORD

           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: FIND-EXPORT-RUN
      *> PURPOSE: The latest successful CSV-EXPORT-BATCH run's start
      *>          into LS-EXPORT-RUN; spaces when the journal holds
      *>          none or cannot be read.
      *> ===============================================================
       FIND-EXPORT-RUN.
           MOVE SPACES TO LS-EXPORT-RUN
           MOVE 1 TO BL-COUNT
           MOVE "CSV-EXPORT-BATCH" TO BL-JOB-NAME(1)
           MOVE "OK" TO BL-STATUS-FILTER(1)
           CALL "BATCH-LATEST-RECORDS" USING
               BY REFERENCE BL-LOOKUP-GRP
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR BL-FOUND(1) NOT = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE BL-RECORD(1) TO BC-RECORD
           MOVE BC-START-TIMESTAMP TO LS-EXPORT-RUN
           MOVE "OPEN-DATA-PUBLISH-BATCH" TO BC-JOB-NAME
           MOVE LS-RUN-START TO BC-START-TIMESTAMP
           MOVE SPACES TO BC-NOTE.

      *> ===============================================================
      *> PARAGRAPH: OPEN-RESOURCE-STATE
      *> PURPOSE: Open the resource state file for update, creating
      *>          it on the first run. LS-STATE-OPEN "Y" on success.
      *> ===============================================================
       OPEN-RESOURCE-STATE.
           MOVE "N" TO LS-STATE-OPEN
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-ODR-FILE-NAME
               BY REFERENCE C-ODR-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF

           OPEN I-O OPENDATA-RESOURCE-FILE
           IF WS-ODR-FILE-STATUS = "35"
           THEN
               OPEN OUTPUT OPENDATA-RESOURCE-FILE
               CLOSE OPENDATA-RESOURCE-FILE
               OPEN I-O OPENDATA-RESOURCE-FILE
           END-IF
           IF WS-ODR-FILE-STATUS = "00"
           THEN
               MOVE "Y" TO LS-STATE-OPEN
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: PUBLISH-ONE-RESOURCE
      *> PURPOSE: Publish CSV LS-RESOURCE-IDX unless the export run
      *>          in LS-EXPORT-RUN is already published: upload the
      *>          file (under its kept resource id when it has one),
      *>          set its metadata, keep the id and outcome, and
      *>          journal the publish.
      *> ===============================================================
       PUBLISH-ONE-RESOURCE.
           PERFORM READ-RESOURCE-STATE
           IF LS-RESOURCE-FOUND = "Y"
               AND ODR-SOURCE-RUN = LS-EXPORT-RUN
               AND ODR-LAST-STATUS = "OK"
           THEN
               ADD 1 TO LS-UNCHANGED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE TO BC-START-TIMESTAMP
           PERFORM SCAN-RESOURCE-COVERAGE
           MOVE "N" TO LS-RESOURCE-OK
           MOVE SPACES TO LS-API-ERROR
           MOVE 0 TO LS-HTTP-STATUS
           IF WS-CSV-FILE-STATUS NOT = "00"
           THEN
               MOVE "export file missing" TO LS-API-ERROR
           ELSE
               PERFORM UPLOAD-RESOURCE-FILE
               IF LS-HTTP-OK = "Y"
               THEN
                   PERFORM UPDATE-RESOURCE-METADATA
               END-IF
               IF LS-HTTP-OK = "Y"
               THEN
                   MOVE "Y" TO LS-RESOURCE-OK
               END-IF
           END-IF

           IF LS-RESOURCE-OK = "Y"
           THEN
               ADD 1 TO LS-PUBLISHED-COUNT
               IF WS-RESOURCE-DATED(LS-RESOURCE-IDX) = "Y"
                   AND FUNCTION TRIM(LS-FILE-FIRST-DATE) NOT = SPACES
               THEN
                   IF FUNCTION TRIM(LS-COVERAGE-START) = SPACES
                       OR LS-FILE-FIRST-DATE < LS-COVERAGE-START
                   THEN
                       MOVE LS-FILE-FIRST-DATE TO LS-COVERAGE-START
                   END-IF
                   IF LS-FILE-LAST-DATE > LS-COVERAGE-END
                   THEN
                       MOVE LS-FILE-LAST-DATE TO LS-COVERAGE-END
                   END-IF
               END-IF
           ELSE
               ADD 1 TO LS-FAILED-COUNT
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Open data: "
                   FUNCTION TRIM(WS-RESOURCE-FILE(LS-RESOURCE-IDX))
                   " not published: " FUNCTION TRIM(LS-API-ERROR)
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
           END-IF
           PERFORM SAVE-RESOURCE-STATE
           PERFORM JOURNAL-RESOURCE-PUBLISH.

      *> ===============================================================
      *> PARAGRAPH: READ-RESOURCE-STATE
      *> PURPOSE: CSV LS-RESOURCE-IDX's state record into ODR-RECORD
      *>          and its kept resource id into LS-RESOURCE-ID;
      *>          LS-RESOURCE-FOUND "N" (and a blank record keyed by
      *>          the file) before its first publish.
      *> ===============================================================
       READ-RESOURCE-STATE.
           MOVE "N" TO LS-RESOURCE-FOUND
           MOVE SPACES TO LS-RESOURCE-ID
           MOVE WS-RESOURCE-FILE(LS-RESOURCE-IDX) TO ODR-FILE-NAME
           READ OPENDATA-RESOURCE-FILE
           IF WS-ODR-FILE-STATUS = "00"
           THEN
               MOVE "Y" TO LS-RESOURCE-FOUND
               MOVE ODR-RESOURCE-ID TO LS-RESOURCE-ID
           ELSE
               MOVE SPACES TO ODR-RECORD
               MOVE WS-RESOURCE-FILE(LS-RESOURCE-IDX)
                   TO ODR-FILE-NAME
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: SCAN-RESOURCE-COVERAGE
      *> PURPOSE: Count CSV LS-RESOURCE-IDX's data rows and, for a
      *>          dated CSV, find its first and last dates (the
      *>          header and any row not starting YYYY-MM-DD are not
      *>          counted in). WS-CSV-FILE-STATUS is the open's, so
      *>          the caller can tell a missing file.
      *> ===============================================================
       SCAN-RESOURCE-COVERAGE.
           MOVE SPACES TO LS-FILE-FIRST-DATE
           MOVE SPACES TO LS-FILE-LAST-DATE
           MOVE 0 TO LS-CSV-ROW-COUNT
           MOVE WS-RESOURCE-FILE(LS-RESOURCE-IDX) TO WS-CSV-FILENAME
           OPEN INPUT EXPORT-CSV-FILE
           IF WS-CSV-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO LS-CSV-EOF
           READ EXPORT-CSV-FILE
               AT END MOVE "Y" TO LS-CSV-EOF
           END-READ
           PERFORM UNTIL LS-CSV-EOF = "Y"
               READ EXPORT-CSV-FILE
                   AT END
                       MOVE "Y" TO LS-CSV-EOF
                   NOT AT END
                       ADD 1 TO LS-CSV-ROW-COUNT
                       PERFORM NOTE-ROW-DATE
               END-READ
           END-PERFORM
           CLOSE EXPORT-CSV-FILE
           MOVE "00" TO WS-CSV-FILE-STATUS.

      *> ===============================================================
      *> PARAGRAPH: NOTE-ROW-DATE
      *> PURPOSE: Widen LS-FILE-FIRST-DATE/LS-FILE-LAST-DATE to the
      *>          date CSV-LINE starts with, when it is a dated CSV
      *>          and the first column reads YYYY-MM-DD.
      *> ===============================================================
       NOTE-ROW-DATE.
           IF WS-RESOURCE-DATED(LS-RESOURCE-IDX) NOT = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-CSV-DATE
           UNSTRING CSV-LINE DELIMITED BY ","
               INTO LS-CSV-DATE
           END-UNSTRING
           IF LS-CSV-DATE(1:4) IS NOT NUMERIC
               OR LS-CSV-DATE(5:1) NOT = "-"
               OR LS-CSV-DATE(8:1) NOT = "-"
           THEN
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(LS-FILE-FIRST-DATE) = SPACES
               OR LS-CSV-DATE < LS-FILE-FIRST-DATE
           THEN
               MOVE LS-CSV-DATE TO LS-FILE-FIRST-DATE
           END-IF
           IF LS-CSV-DATE > LS-FILE-LAST-DATE
           THEN
               MOVE LS-CSV-DATE TO LS-FILE-LAST-DATE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: UPLOAD-RESOURCE-FILE
      *> PURPOSE: Upload CSV LS-RESOURCE-IDX: over its kept resource
      *>          when it has one, as a new resource of the dataset
      *>          otherwise - or when the portal no longer knows the
      *>          kept id. A new resource's id is read back into
      *>          LS-RESOURCE-ID. LS-HTTP-OK "Y" on success.
      *> ===============================================================
       UPLOAD-RESOURCE-FILE.
           MOVE "N" TO LS-RESOURCE-CREATED
           MOVE "POST" TO LS-HTTP-METHOD
           MOVE SPACES TO LS-HTTP-BODY
           MOVE WS-RESOURCE-FILE(LS-RESOURCE-IDX)
               TO LS-HTTP-UPLOAD-FILE
           IF FUNCTION TRIM(LS-RESOURCE-ID) NOT = SPACES
           THEN
               MOVE SPACES TO LS-HTTP-URL
               STRING
                   FUNCTION TRIM(LS-BASE-URL) "/datasets/"
                   FUNCTION TRIM(LS-DATASET) "/resources/"
                   FUNCTION TRIM(LS-RESOURCE-ID) "/upload/"
                   INTO LS-HTTP-URL
               END-STRING
               PERFORM SEND-PORTAL-REQUEST
               IF LS-HTTP-STATUS NOT = 404
               THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Open data: resource "
                   FUNCTION TRIM(LS-RESOURCE-ID) " for "
                   FUNCTION TRIM(WS-RESOURCE-FILE(LS-RESOURCE-IDX))
                   " gone from the portal, creating it again"
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE SPACES TO LS-RESOURCE-ID
           END-IF

           MOVE SPACES TO LS-HTTP-URL
           STRING
               FUNCTION TRIM(LS-BASE-URL) "/datasets/"
               FUNCTION TRIM(LS-DATASET) "/upload/"
               INTO LS-HTTP-URL
           END-STRING
           PERFORM SEND-PORTAL-REQUEST
           IF LS-HTTP-OK NOT = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF

           CALL "cJSON_ParseWithLength" USING
               BY REFERENCE OUT-RESPONSE-DATA
               BY VALUE OUT-RESPONSE-LENGTH-BYTES
               RETURNING LS-JSON-ROOT-PTR
           SET LS-JSON-OBJECT-PTR TO LS-JSON-ROOT-PTR
           MOVE C-KEY-ID TO LS-JSON-KEY
           PERFORM READ-JSON-STRING
           IF LS-JSON-ROOT-PTR NOT = NULL
           THEN
               CALL "cJSON_Delete" USING
                   BY VALUE LS-JSON-ROOT-PTR
           END-IF
           IF FUNCTION TRIM(LS-JSON-TEXT) = SPACES
           THEN
               MOVE "N" TO LS-HTTP-OK
               MOVE "upload answered without a resource id"
                   TO LS-API-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE LS-JSON-TEXT TO LS-RESOURCE-ID
           MOVE "Y" TO LS-RESOURCE-CREATED.

      *> ===============================================================
      *> PARAGRAPH: UPDATE-RESOURCE-METADATA
      *> PURPOSE: Set the uploaded resource's title, description
      *>          (columns, coverage, row count), format and media
      *>          type. LS-HTTP-OK "Y" on success.
      *> ===============================================================
       UPDATE-RESOURCE-METADATA.
           PERFORM BUILD-RESOURCE-DESCRIPTION
           MOVE SPACES TO LS-TITLE-RAW
           MOVE WS-RESOURCE-TITLE(LS-RESOURCE-IDX) TO LS-TITLE-RAW
           CALL "JSON-ENCODE" USING
               BY REFERENCE LS-TITLE-RAW
               BY REFERENCE LS-TITLE-ESCAPED

           MOVE "PUT" TO LS-HTTP-METHOD
           MOVE SPACES TO LS-HTTP-UPLOAD-FILE
           MOVE SPACES TO LS-HTTP-URL
           STRING
               FUNCTION TRIM(LS-BASE-URL) "/datasets/"
               FUNCTION TRIM(LS-DATASET) "/resources/"
               FUNCTION TRIM(LS-RESOURCE-ID) "/"
               INTO LS-HTTP-URL
           END-STRING
           MOVE SPACES TO LS-HTTP-BODY
           STRING
               '{"title":"' FUNCTION TRIM(LS-TITLE-ESCAPED)
               '","description":"' FUNCTION TRIM(LS-DESCRIPTION)
               '","format":"csv","mime":"text/csv"}'
               INTO LS-HTTP-BODY
           END-STRING
           PERFORM SEND-PORTAL-REQUEST.

      *> ===============================================================
      *> PARAGRAPH: BUILD-RESOURCE-DESCRIPTION
      *> PURPOSE: CSV LS-RESOURCE-IDX's description into
      *>          LS-DESCRIPTION: one markdown line per column as
      *>          CSV-EXPORT-BATCH writes them, then the dates and
      *>          row count the file holds.
      *> ===============================================================
       BUILD-RESOURCE-DESCRIPTION.
           MOVE SPACES TO LS-COLUMNS-TEXT
           EVALUATE WS-RESOURCE-CODE(LS-RESOURCE-IDX)
           WHEN "POLLEN"
               STRING
                   "Colonnes :\n"
                   "- date : jour de la mesure (AAAA-MM-JJ)\n"
                   "- location : lieu suivi\n"
                   "- species : espece pollinique\n"
                   "- level : niveau de risque allergique (0 a 5)\n"
                   "- flag : annotation de la mesure (vide si "
                   "valide)"
                   INTO LS-COLUMNS-TEXT
               END-STRING
           WHEN "ATMO-FRANCE"
               STRING
                   "Colonnes :\n"
                   "- date : jour de la mesure (AAAA-MM-JJ)\n"
                   "- code_zone : code INSEE de la zone ATMO\n"
                   "- pollutant : polluant (NO2, O3, PM10, PM2.5, "
                   "SO2)\n"
                   "- average : moyenne journaliere (ug/m3)\n"
                   "- index : sous-indice ATMO du polluant (1 a 6)\n"
                   "- flag : annotation de la mesure (vide si "
                   "valide)"
                   INTO LS-COLUMNS-TEXT
               END-STRING
           WHEN "PREVAIR"
           WHEN "CAMS"
               STRING
                   "Colonnes :\n"
                   "- date : jour de la mesure (AAAA-MM-JJ)\n"
                   "- location : lieu suivi\n"
                   "- pollutant : polluant (NO2, O3, PM10, PM2.5)\n"
                   "- average : moyenne journaliere (ug/m3)\n"
                   "- index : indice ATMO correspondant (1 a 6)\n"
                   "- flag : annotation de la mesure (vide si "
                   "valide)"
                   INTO LS-COLUMNS-TEXT
               END-STRING
           WHEN OTHER
               STRING
                   "Colonnes :\n"
                   "- code_zone : code INSEE de la zone ATMO\n"
                   "- status : etat du dernier releve de la zone"
                   INTO LS-COLUMNS-TEXT
               END-STRING
           END-EVALUATE

           MOVE LS-CSV-ROW-COUNT TO LS-CSV-ROW-DISPLAY
           MOVE SPACES TO LS-DESCRIPTION
           IF FUNCTION TRIM(LS-FILE-FIRST-DATE) NOT = SPACES
           THEN
               STRING
                   FUNCTION TRIM(LS-COLUMNS-TEXT)
                   "\n\nPeriode couverte : du " LS-FILE-FIRST-DATE
                   " au " LS-FILE-LAST-DATE " ("
                   FUNCTION TRIM(LS-CSV-ROW-DISPLAY) " lignes)."
                   INTO LS-DESCRIPTION
               END-STRING
           ELSE
               STRING
                   FUNCTION TRIM(LS-COLUMNS-TEXT)
                   "\n\n" FUNCTION TRIM(LS-CSV-ROW-DISPLAY)
                   " lignes."
                   INTO LS-DESCRIPTION
               END-STRING
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: UPDATE-DATASET-METADATA
      *> PURPOSE: Set the dataset's licence, update frequency and -
      *>          when any dated CSV was published - its temporal
      *>          coverage. A failure is logged and noted on the run
      *>          record; the resources themselves are published.
      *> ===============================================================
       UPDATE-DATASET-METADATA.
           MOVE "PUT" TO LS-HTTP-METHOD
           MOVE SPACES TO LS-HTTP-UPLOAD-FILE
           MOVE SPACES TO LS-HTTP-URL
           STRING
               FUNCTION TRIM(LS-BASE-URL) "/datasets/"
               FUNCTION TRIM(LS-DATASET) "/"
               INTO LS-HTTP-URL
           END-STRING
           MOVE SPACES TO LS-HTTP-BODY
           IF FUNCTION TRIM(LS-COVERAGE-START) NOT = SPACES
           THEN
               STRING
                   '{"license":"' FUNCTION TRIM(LS-LICENSE)
                   '","frequency":"' FUNCTION TRIM(LS-FREQUENCY)
                   '","temporal_coverage":{"start":"'
                   LS-COVERAGE-START '","end":"' LS-COVERAGE-END
                   '"}}'
                   INTO LS-HTTP-BODY
               END-STRING
           ELSE
               STRING
                   '{"license":"' FUNCTION TRIM(LS-LICENSE)
                   '","frequency":"' FUNCTION TRIM(LS-FREQUENCY)
                   '"}'
                   INTO LS-HTTP-BODY
               END-STRING
           END-IF
           PERFORM SEND-PORTAL-REQUEST
           IF LS-HTTP-OK NOT = "Y"
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Open data: dataset metadata not updated: "
                   FUNCTION TRIM(LS-API-ERROR)
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               ADD 1 TO LS-FAILED-COUNT
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: SEND-PORTAL-REQUEST
      *> PURPOSE: Send LS-HTTP-METHOD to LS-HTTP-URL with the API
      *>          key, uploading LS-HTTP-UPLOAD-FILE when it names a
      *>          file and LS-HTTP-BODY as JSON otherwise. LS-HTTP-OK
      *>          "Y" on a 2xx answer; else LS-API-ERROR holds the
      *>          status and the portal's message.
      *> ===============================================================
       SEND-PORTAL-REQUEST.
           MOVE "N" TO LS-HTTP-OK
           MOVE SPACES TO LS-API-ERROR
           MOVE 0 TO LS-HTTP-STATUS
           CALL "HTTP-CLIENT-SEND-CAPTURE" USING
               BY REFERENCE LS-HTTP-METHOD
               BY REFERENCE LS-HTTP-URL
               BY REFERENCE LS-HTTP-BODY
               BY REFERENCE LS-HTTP-CONTENT-TYPE
               BY REFERENCE LS-API-KEY-HEADER
               BY REFERENCE LS-HTTP-UPLOAD-FILE
               BY REFERENCE OUT-RESPONSE
               RETURNING LS-CURL-CODE
           IF LS-CURL-CODE NOT = 0
           THEN
               MOVE "portal unreachable" TO LS-API-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE OUT-RESPONSE-HTTP-STATUS TO LS-HTTP-STATUS
           IF LS-HTTP-STATUS >= 200 AND LS-HTTP-STATUS < 300
           THEN
               MOVE "Y" TO LS-HTTP-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM READ-API-ERROR.

      *> ===============================================================
      *> PARAGRAPH: READ-API-ERROR
      *> PURPOSE: "HTTP <status>" and the portal's "message", when
      *>          its error answer carries one, into LS-API-ERROR.
      *> ===============================================================
       READ-API-ERROR.
           MOVE SPACES TO LS-API-MESSAGE
           IF OUT-RESPONSE-LENGTH-BYTES > 0
           THEN
               CALL "cJSON_ParseWithLength" USING
                   BY REFERENCE OUT-RESPONSE-DATA
                   BY VALUE OUT-RESPONSE-LENGTH-BYTES
                   RETURNING LS-JSON-ROOT-PTR
               SET LS-JSON-OBJECT-PTR TO LS-JSON-ROOT-PTR
               MOVE C-KEY-MESSAGE TO LS-JSON-KEY
               PERFORM READ-JSON-STRING
               MOVE LS-JSON-TEXT TO LS-API-MESSAGE
               IF LS-JSON-ROOT-PTR NOT = NULL
               THEN
                   CALL "cJSON_Delete" USING
                       BY VALUE LS-JSON-ROOT-PTR
               END-IF
           END-IF
           IF FUNCTION TRIM(LS-API-MESSAGE) NOT = SPACES
           THEN
               STRING
                   "HTTP " LS-HTTP-STATUS ": "
                   FUNCTION TRIM(LS-API-MESSAGE)
                   INTO LS-API-ERROR
               END-STRING
           ELSE
               STRING
                   "HTTP " LS-HTTP-STATUS
                   INTO LS-API-ERROR
               END-STRING
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: SAVE-RESOURCE-STATE
      *> PURPOSE: Keep CSV LS-RESOURCE-IDX's resource id and this
      *>          attempt's outcome; the export run is only marked
      *>          published when the publish succeeded, so a failed
      *>          one is retried next run.
      *> ===============================================================
       SAVE-RESOURCE-STATE.
           MOVE FUNCTION CURRENT-DATE TO LS-NOW-TS
           MOVE LS-RESOURCE-ID TO ODR-RESOURCE-ID
           IF LS-RESOURCE-OK = "Y"
           THEN
               MOVE LS-EXPORT-RUN TO ODR-SOURCE-RUN
               MOVE LS-NOW-TS TO ODR-PUBLISHED-TS
               MOVE "OK" TO ODR-LAST-STATUS
               MOVE SPACES TO ODR-LAST-ERROR
           ELSE
               MOVE "FAILED" TO ODR-LAST-STATUS
               MOVE LS-API-ERROR TO ODR-LAST-ERROR
           END-IF
           IF LS-RESOURCE-FOUND = "Y"
           THEN
               REWRITE ODR-RECORD
           ELSE
               WRITE ODR-RECORD
           END-IF
           IF WS-ODR-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not save open-data resource "
                   "state for " FUNCTION TRIM(ODR-FILE-NAME)
                   ", status " WS-ODR-FILE-STATUS
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: JOURNAL-RESOURCE-PUBLISH
      *> PURPOSE: Journal CSV LS-RESOURCE-IDX's publish as
      *>          "OPENDATA-<code>": OK with the resource id (and
      *>          whether it was created), or FAILED with the API
      *>          error.
      *> ===============================================================
       JOURNAL-RESOURCE-PUBLISH.
           MOVE SPACES TO BC-JOB-NAME
           STRING
               "OPENDATA-" WS-RESOURCE-CODE(LS-RESOURCE-IDX)
               DELIMITED BY SPACE INTO BC-JOB-NAME
           END-STRING
           MOVE SPACES TO BC-NOTE
           IF LS-RESOURCE-OK = "Y"
           THEN
               MOVE 1 TO BC-OK-COUNT
               MOVE 0 TO BC-FAILED-COUNT
               MOVE "OK" TO BC-STATUS
               IF LS-RESOURCE-CREATED = "Y"
               THEN
                   STRING
                       "created " FUNCTION TRIM(LS-RESOURCE-ID)
                       INTO BC-NOTE
                   END-STRING
               ELSE
                   STRING
                       "updated " FUNCTION TRIM(LS-RESOURCE-ID)
                       INTO BC-NOTE
                   END-STRING
               END-IF
           ELSE
               MOVE 0 TO BC-OK-COUNT
               MOVE 1 TO BC-FAILED-COUNT
               MOVE "FAILED" TO BC-STATUS
               MOVE LS-API-ERROR TO BC-NOTE
           END-IF
           PERFORM WRITE-BATCH-RUN-RECORD.

      *> ===============================================================
      *> PARAGRAPH: READ-JSON-STRING
      *> PURPOSE: The string value of property LS-JSON-KEY (NUL-
      *>          terminated) of the object at LS-JSON-OBJECT-PTR into
      *>          LS-JSON-TEXT; spaces when the object or property is
      *>          missing or the value is not a string.
      *> ===============================================================
       READ-JSON-STRING.
           MOVE SPACES TO LS-JSON-TEXT
           IF LS-JSON-OBJECT-PTR = NULL
           THEN
               EXIT PARAGRAPH
           END-IF
           CALL "cJSON_GetObjectItem" USING
               BY VALUE LS-JSON-OBJECT-PTR
               BY REFERENCE LS-JSON-KEY
               RETURNING LS-JSON-VALUE-PTR
           IF LS-JSON-VALUE-PTR = NULL
           THEN
               EXIT PARAGRAPH
           END-IF
           CALL "cJSON_GetStringValue" USING
               BY VALUE LS-JSON-VALUE-PTR
               RETURNING LS-JSON-STRING-PTR
           IF LS-JSON-STRING-PTR = NULL
           THEN
               EXIT PARAGRAPH
           END-IF
           CALL "C-STRING" USING
               BY VALUE LS-JSON-STRING-PTR
               BY REFERENCE LS-JSON-TEXT.

      *> ===============================================================
      *> PARAGRAPH: WRITE-BATCH-RUN-RECORD
      *> PURPOSE: Append this run's record to the shared batch-control
      *>          journal for the /status route.
      *> ===============================================================
       WRITE-BATCH-RUN-RECORD.
           MOVE FUNCTION CURRENT-DATE TO BC-END-TIMESTAMP
           CALL "BATCH-RUN-RECORD" USING
               BY REFERENCE BC-RECORD.

       END PROGRAM OPEN-DATA-PUBLISH-BATCH.
