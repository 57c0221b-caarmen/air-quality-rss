      *> ===============================================================
      *> PROGRAM: EEA-EREPORTING-BATCH
      *> PURPOSE: Hand our own sensors' readings to the regional air-
      *>          quality association (AASQA) for its indicative-
      *>          measurement dataset, in the EEA/INSPIRE e-Reporting
      *>          (AQD) XML structure it takes them in. Once a month
      *>          the batch writes ereporting-YYYYMM.xml for last
      *>          month: the reporting header, one AQD_Station per
      *>          registered unit that posted in the month (its site,
      *>          coordinates and service dates from SENSOR-
      *>          REGISTRY), one AQD_SamplingPoint per unit and
      *>          pollutant, assessed as indicative, and one
      *>          OM_Observation per sampling point holding the
      *>          hourly time series - start, end, verification,
      *>          validity, value.
      *>          The values are the archived SEN-VALUE, i.e. already
      *>          corrected by the unit's calibration, averaged per
      *>          hour. The EEA validity flag says how far an hour can
      *>          be trusted:
      *>             -1   an operator marked the day INVALID (reading
      *>                  annotations, archive "sensor");
      *>            -99   the first drift check after the day (see
      *>                  sensor-drift-history) found the unit out of
      *>                  the drift band - its calibration was being
      *>                  corrected;
      *>              2   valid, but fewer than 75% of the readings
      *>                  the unit's reporting interval promises;
      *>              1   valid.
      *>          The verification flag is 1 (verified) on a day an
      *>          operator invalidated, 2 (preliminary verified) once
      *>          a drift check has compared the unit with the
      *>          official network since, and 3 (not verified) before
      *>          that or on a day marked SUSPECT.
      *>          When AQRSS_EREPORTING_SUBMIT_URL is set the document
      *>          is uploaded there (multipart, field "file"), with
      *>          AQRSS_EREPORTING_TOKEN - normally a {vault:<name>}
      *>          reference - as a bearer token when set. Every
      *>          filing is appended to ereporting-receipts.txt: the
      *>          month, the outcome (GENERATED with no endpoint to
      *>          submit to, SUBMITTED, or FAILED) and the document's
      *>          counts, then the endpoint's answer as the RECEIPT
      *>          line. A month already GENERATED or SUBMITTED is
      *>          left alone, so the job can run daily; a FAILED one
      *>          is retried. AQRSS_EREPORTING_MONTH (YYYYMM) forces
      *>          another month, or a re-filing.
      *>          AQRSS_EREPORTING_NAMESPACE (default "FR.AQRSS.AQ")
      *>          is the INSPIRE namespace of every identifier, and
      *>          AQRSS_EREPORTING_PROVIDER (default "AQRSS") the
      *>          reporting organisation's name.
      *>          Scheduled from AIR-QUALITY-RSS's main loop on its
      *>          own job slot, and runnable on demand through the
      *>          /admin/jobs routes; not reachable as an HTTP data
      *>          route.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EEA-EREPORTING-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SENSOR-REGISTRY-FILE ASSIGN TO
                   "sensor-registry.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SR-SENSOR-ID
               FILE STATUS IS WS-SR-FILE-STATUS.

           SELECT SENSOR-READING-FILE ASSIGN TO
                   "sensor-readings.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEN-KEY
               FILE STATUS IS WS-SEN-FILE-STATUS.

           SELECT SENSOR-DRIFT-HISTORY-FILE ASSIGN TO
                   "sensor-drift-history.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DH-FILE-STATUS.

           SELECT EREPORTING-XML-FILE ASSIGN TO DYNAMIC WS-XML-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EX-FILE-STATUS.

           SELECT EREPORTING-RECEIPT-FILE ASSIGN TO
                   "ereporting-receipts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ER-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  SENSOR-REGISTRY-FILE.
       COPY sensor-registry-record IN "air-quality/service".

       FD  SENSOR-READING-FILE.
       COPY sensor-reading IN "air-quality/service".

       FD  SENSOR-DRIFT-HISTORY-FILE.
       COPY sensor-drift-history IN "air-quality/batch".

      *> Markup lines, and the one long line each observation's
      *> values are written on (the EEA text encoding leaves no room
      *> for line breaks between blocks).
       FD  EREPORTING-XML-FILE.
       01  EX-LINE                      PIC X(1000).
       01  EX-VALUES-LINE               PIC X(60000).

      *> One line per filing event: the month (YYYY-MM), what
      *> happened, and the detail.
       FD  EREPORTING-RECEIPT-FILE.
       01  ER-RECORD.
           05  ER-MONTH                 PIC X(7).
           05  FILLER                   PIC X(1).
           05  ER-KIND                  PIC X(9).
           05  FILLER                   PIC X(1).
           05  ER-TEXT                  PIC X(982).

       WORKING-STORAGE SECTION.
       01  WS-SR-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-SEN-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-DH-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-EX-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-ER-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-XML-FILENAME              PIC X(40) VALUE SPACES.
      *> The layouts this program was compiled against (see
      *> AQRSS-LAYOUT-VERSION).
       01  C-SEN-FILE-NAME              PIC X(40)
               VALUE "sensor-readings.dat".
       01  C-SEN-LAYOUT-VERSION         PIC 9(3) VALUE 2.
       01  C-SR-FILE-NAME               PIC X(40)
               VALUE "sensor-registry.dat".
       01  C-SR-LAYOUT-VERSION          PIC 9(3) VALUE 2.

      *> Every registered unit, in service or not - a unit retired
      *> mid-month still reported for part of it - with the EEA
      *> pollutant code of each pollutant it is calibrated for
      *> (SPACES for one the e-Reporting vocabulary has no code for
      *> here).
       01  C-UNIT-MAX-COUNT             CONSTANT AS 50.
       01  WS-UNIT-COUNT                PIC 9(2) VALUE 0.
       01  WS-UNIT-TABLE.
           05  WS-UNIT-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-UNIT-IDX.
               10  WS-UN-SENSOR-ID      PIC X(16).
               10  WS-UN-SITE           PIC X(32).
               10  WS-UN-LATITUDE       PIC X(10).
               10  WS-UN-LONGITUDE      PIC X(10).
               10  WS-UN-COMMISSIONED   PIC X(8).
               10  WS-UN-DECOMMISSIONED PIC X(8).
               10  WS-UN-INTERVAL-MIN   PIC 9(4).
               10  WS-UN-POL-COUNT      PIC 9(1).
               10  WS-UN-POL OCCURS 5 TIMES.
                   15  WS-UN-POLLUTANT  PIC X(4).
                   15  WS-UN-EEA-CODE   PIC X(4).
       01  WS-UNIT-FOUND                USAGE BINARY-LONG VALUE 0.

      *> The drift checks made since the month began, in the order
      *> SENSOR-RECONCILIATION-BATCH appended them.
       01  C-DRIFT-MAX-COUNT            CONSTANT AS 3000.
       01  WS-DRIFT-COUNT               PIC 9(4) VALUE 0.
       01  WS-DRIFT-TABLE.
           05  WS-DRIFT-ENTRY OCCURS 3000 TIMES
                   INDEXED BY WS-DRIFT-IDX.
               10  WS-DR-RUN-DATE       PIC X(8).
               10  WS-DR-SENSOR-ID      PIC X(16).
               10  WS-DR-POLLUTANT      PIC X(4).
               10  WS-DR-DRIFTING       PIC X(1).

      *> The unit being folded: each of its pollutants' readings
      *> summed per hour of the month (slot (day - 1) * 24 + hour +
      *> 1), with the UTC offset of the hour's first reading.
       01  C-HOUR-MAX-COUNT             CONSTANT AS 744.
       01  WS-HOUR-TABLE.
           05  WS-HOUR-POL OCCURS 5 TIMES.
               10  WS-HOUR-ENTRY OCCURS 744 TIMES.
                   15  WS-HR-SUM        PIC 9(7)V9(1) COMP-3.
                   15  WS-HR-COUNT      PIC 9(4) COMP.
                   15  WS-HR-OFFSET     PIC X(6).

      *> Operator annotations, loaded once per run.
       COPY reading-annotation-table IN "air-quality/service".

       LOCAL-STORAGE SECTION.
       01  LS-CURRENT-DATE-AND-TIME.
           05  LS-CDT-YEAR              PIC 9(4).
           05  LS-CDT-MONTH             PIC 9(2).
           05  LS-CDT-DAY               PIC 9(2).
           05  LS-CDT-HOUR              PIC 9(2).
           05  LS-CDT-MINUTE            PIC 9(2).
           05  LS-CDT-SECOND            PIC 9(2).
           05  FILLER                   PIC X(2).
           05  LS-CDT-OFFSET            PIC X(5).
       01  LS-GENERATED-TEXT            PIC X(25) VALUE SPACES.
       01  LS-RUN-OFFSET                PIC X(6) VALUE SPACES.
       01  LS-OFFSET-RAW                PIC X(5) VALUE SPACES.
       01  LS-OFFSET-TEXT               PIC X(6) VALUE SPACES.

      *> The month reported on.
       01  LS-ENV-VALUE                 PIC X(32) VALUE SPACES.
       01  LS-FORCED                    PIC X(01) VALUE "N".
       01  LS-TARGET-YYYYMM             PIC X(6) VALUE SPACES.
       01  LS-TARGET-PARTS REDEFINES LS-TARGET-YYYYMM.
           05  LS-TARGET-YEAR           PIC 9(4).
           05  LS-TARGET-MONTH          PIC 9(2).
       01  LS-MONTH-TAG                 PIC X(7) VALUE SPACES.
       01  LS-MONTH-FIRST-DATE          PIC 9(8) VALUE 0.
       01  LS-NEXT-FIRST-DATE           PIC 9(8) VALUE 0.
       01  LS-MONTH-FIRST-X             PIC X(8) VALUE SPACES.
       01  LS-DAYS-IN-MONTH             PIC 9(2) VALUE 0.
       01  LS-PERIOD-BEGIN              PIC X(25) VALUE SPACES.
       01  LS-PERIOD-END                PIC X(25) VALUE SPACES.
       01  LS-ALREADY-FILED             PIC X(01) VALUE "N".

      *> Configuration.
       01  LS-NAMESPACE                 PIC X(40) VALUE SPACES.
       01  LS-PROVIDER                  PIC X(100) VALUE SPACES.
       01  LS-PROVIDER-RAW              PIC X(1000) VALUE SPACES.
       01  LS-PROVIDER-XML              PIC X(1000) VALUE SPACES.
       01  LS-SUBMIT-URL                PIC X(1000) VALUE SPACES.
      *> The token as configured - normally a {vault:<name>}
      *> reference - and the name of one the vault could not supply.
       01  LS-TOKEN-TEXT                PIC X(1000) VALUE SPACES.
       01  LS-MISSING-SECRET            PIC X(32) VALUE SPACES.
       01  LS-AUTH-HEADER               PIC X(300) VALUE SPACES.

      *> The sensor archive walk.
       01  LS-FOLD-SENSOR-ID            PIC X(16) VALUE SPACES.
       01  LS-UNIT-SLOT                 USAGE BINARY-LONG VALUE 0.
       01  LS-POL-IDX                   PIC 9(1) VALUE 0.
       01  LS-POL-FOUND                 PIC 9(1) VALUE 0.
       01  LS-HOUR-IDX                  PIC 9(3) VALUE 0.
       01  LS-UNIT-HAS-DATA             PIC X(01) VALUE "N".
       01  LS-POL-HAS-DATA              PIC X(01) VALUE "N".
       01  LS-TS-TEXT                   PIC X(21) VALUE SPACES.
       01  LS-TS-STAMP                  PIC X(12) VALUE SPACES.
       01  LS-TS-PARTS REDEFINES LS-TS-STAMP.
           05  LS-TS-YYYYMM             PIC X(6).
           05  LS-TS-DAY                PIC 9(2).
           05  LS-TS-HOUR               PIC 9(2).
           05  LS-TS-MIN                PIC 9(2).
       01  LS-TS-VALID                  PIC X(01) VALUE "N".
       01  LS-TS-OFFSET                 PIC X(6) VALUE SPACES.

      *> One day of the month, as the flags see it: "I" invalidated
      *> by an operator, "D" drifting, "S" suspect, "V" sound; and
      *> whether a drift check has covered it since.
       01  LS-DAY-IDX                   PIC 9(2) VALUE 0.
       01  LS-DAY-TABLE.
           05  LS-DAY-ENTRY OCCURS 31 TIMES.
               10  LS-DAY-FLAG          PIC X(1).
               10  LS-DAY-CHECKED       PIC X(1).
       01  LS-DAY-DATE                  PIC 9(8) VALUE 0.
       01  LS-DAY-DATE-X                PIC X(8) VALUE SPACES.
       01  LS-DAY-DATE-STR              PIC X(10) VALUE SPACES.
       01  LS-RA-ARCHIVE                PIC X(4) VALUE "SENS".
       01  LS-RA-LOCATION               PIC X(21) VALUE SPACES.
       01  LS-RA-ITEM                   PIC X(16) VALUE SPACES.
       01  LS-RA-FLAG                   PIC X(7) VALUE SPACES.
       01  LS-RA-REASON                 PIC X(80) VALUE SPACES.
       01  LS-DRIFT-SEEN                PIC X(01) VALUE "N".

      *> One observation's values and the block being added.
       01  LS-VALUES-LINE               PIC X(60000) VALUE SPACES.
       01  LS-VALUES-POS                PIC 9(5) VALUE 1.
       01  LS-VALUES-FULL               PIC X(01) VALUE "N".
       01  LS-BLOCK-COUNT               PIC 9(4) VALUE 0.
       01  LS-BLOCK-HOUR                PIC 9(2) VALUE 0.
       01  LS-BLOCK-DAY                 PIC 9(2) VALUE 0.
       01  LS-BLOCK-DATE                PIC 9(8) VALUE 0.
       01  LS-BLOCK-END-DATE            PIC 9(8) VALUE 0.
       01  LS-BLOCK-END-HOUR            PIC 9(2) VALUE 0.
       01  LS-BLOCK-START               PIC X(25) VALUE SPACES.
       01  LS-BLOCK-END                 PIC X(25) VALUE SPACES.
       01  LS-BLOCK-VALIDITY            PIC X(3) VALUE SPACES.
       01  LS-BLOCK-VERIFICATION        PIC X(1) VALUE SPACES.
       01  LS-BLOCK-MEAN                PIC 9(3)V9(1) VALUE 0.
       01  LS-BLOCK-MEAN-TEXT           PIC ZZ9.9.
       01  LS-EXPECTED-PER-HOUR         PIC 9(4) VALUE 0.
       01  LS-DATE-WORK                 PIC 9(8) VALUE 0.
       01  LS-DATE-WORK-X REDEFINES LS-DATE-WORK PIC X(8).
       01  LS-ISO-DATE                  PIC X(10) VALUE SPACES.

      *> Identifiers and text of the feature being written.
       01  LS-STATION-ID                PIC X(40) VALUE SPACES.
       01  LS-POINT-ID                  PIC X(48) VALUE SPACES.
       01  LS-POINT-SUFFIX              PIC X(48) VALUE SPACES.
       01  LS-POLLUTANT-URI             PIC X(80) VALUE SPACES.
       01  LS-SITE-RAW                  PIC X(1000) VALUE SPACES.
       01  LS-SITE-XML                  PIC X(1000) VALUE SPACES.
       01  LS-SAVED-STATION-ID          PIC X(40) VALUE SPACES.
       01  LS-POSITION                  PIC X(24) VALUE SPACES.
       01  LS-SERVICE-BEGIN             PIC X(25) VALUE SPACES.
       01  LS-SERVICE-END               PIC X(25) VALUE SPACES.
       01  LS-COUNT-TEXT                PIC Z(3)9.
       01  LS-XML-LINE                  PIC X(1000) VALUE SPACES.
       01  LS-XML-FAILED                PIC X(01) VALUE "N".

      *> This run's tallies.
       01  LS-STATION-COUNT             PIC 9(4) VALUE 0.
       01  LS-POINT-COUNT               PIC 9(4) VALUE 0.
       01  LS-HOURS-VALID               PIC 9(6) VALUE 0.
       01  LS-HOURS-DRIFT               PIC 9(6) VALUE 0.
       01  LS-HOURS-INVALID             PIC 9(6) VALUE 0.
       01  LS-HOURS-TOTAL               PIC 9(6) VALUE 0.
       01  LS-UNCODED-COUNT             PIC 9(7) VALUE 0.
       01  LS-STATION-DISPLAY           PIC Z(3)9.
       01  LS-POINT-DISPLAY             PIC Z(3)9.
       01  LS-HOURS-DISPLAY             PIC Z(5)9.
       01  LS-VALID-DISPLAY             PIC Z(5)9.
       01  LS-DRIFT-DISPLAY             PIC Z(5)9.
       01  LS-INVALID-DISPLAY           PIC Z(5)9.

      *> The submission and its receipt.
       01  LS-FILING-KIND               PIC X(9) VALUE SPACES.
       01  LS-FILING-SUMMARY            PIC X(982) VALUE SPACES.
       01  LS-RECEIPT-TEXT              PIC X(982) VALUE SPACES.
       01  LS-RECEIPT-HEAD              PIC X(982) VALUE SPACES.
       01  LS-RECEIPT-LENGTH            PIC 9(5) VALUE 0.
       01  LS-SUBMIT-METHOD             PIC X(8) VALUE "POST".
       01  LS-SUBMIT-BODY               PIC X(10000) VALUE SPACES.
       01  LS-SUBMIT-CONTENT-TYPE       PIC X(32)
                                         VALUE "application/xml".
       01  LS-SUBMIT-FILE               PIC X(40) VALUE SPACES.
       01  LS-CURL-CODE                 USAGE BINARY-LONG VALUE 0.
       01  LS-HTTP-STATUS               PIC 9(3) VALUE 0.
       COPY remote-service-response IN "support/http".

       01  C-LOG-INFO                   PIC X(5) VALUE "INFO".
       01  C-LOG-WARN                   PIC X(5) VALUE "WARN".
       01  LS-LOG-MESSAGE               PIC X(256) VALUE SPACES.
       COPY batch-control IN "air-quality/batch".

       PROCEDURE DIVISION.

           MOVE "EEA-EREPORTING-BATCH" TO BC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO BC-START-TIMESTAMP
           MOVE FUNCTION CURRENT-DATE TO LS-CURRENT-DATE-AND-TIME
           MOVE LS-CDT-OFFSET TO LS-OFFSET-RAW
           MOVE "+00:00" TO LS-OFFSET-TEXT
           PERFORM FORMAT-UTC-OFFSET
           MOVE LS-OFFSET-TEXT TO LS-RUN-OFFSET
           STRING
               LS-CDT-YEAR "-" LS-CDT-MONTH "-" LS-CDT-DAY "T"
               LS-CDT-HOUR ":" LS-CDT-MINUTE ":" LS-CDT-SECOND
               LS-RUN-OFFSET
               DELIMITED BY SIZE
               INTO LS-GENERATED-TEXT
           END-STRING

           PERFORM SET-TARGET-MONTH
           IF LS-FORCED NOT = "Y"
           THEN
               PERFORM CHECK-ALREADY-FILED
               IF LS-ALREADY-FILED = "Y"
               THEN
                   MOVE "SKIPPED" TO BC-STATUS
                   STRING
                       LS-MONTH-TAG " already filed"
                       DELIMITED BY SIZE
                       INTO BC-NOTE
                   END-STRING
                   PERFORM WRITE-BATCH-RUN-RECORD
                   GOBACK
               END-IF
           END-IF

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-SR-FILE-NAME
               BY REFERENCE C-SR-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "FAILED" TO BC-STATUS
               MOVE "sensor registry layout not migrated" TO BC-NOTE
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-SEN-FILE-NAME
               BY REFERENCE C-SEN-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "FAILED" TO BC-STATUS
               MOVE "sensor archive layout not migrated" TO BC-NOTE
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF

           ACCEPT LS-NAMESPACE
               FROM ENVIRONMENT "AQRSS_EREPORTING_NAMESPACE"
           IF FUNCTION TRIM(LS-NAMESPACE) = SPACES
           THEN
               MOVE "FR.AQRSS.AQ" TO LS-NAMESPACE
           END-IF
           ACCEPT LS-PROVIDER
               FROM ENVIRONMENT "AQRSS_EREPORTING_PROVIDER"
           IF FUNCTION TRIM(LS-PROVIDER) = SPACES
           THEN
               MOVE "AQRSS" TO LS-PROVIDER
           END-IF
           MOVE LS-PROVIDER TO LS-PROVIDER-RAW
           CALL "XML-ENCODE" USING
               BY REFERENCE LS-PROVIDER-RAW
               BY REFERENCE LS-PROVIDER-XML
           ACCEPT LS-SUBMIT-URL
               FROM ENVIRONMENT "AQRSS_EREPORTING_SUBMIT_URL"
           ACCEPT LS-TOKEN-TEXT
               FROM ENVIRONMENT "AQRSS_EREPORTING_TOKEN"
           CALL "CREDENTIAL-VAULT-RESOLVE" USING
               BY REFERENCE LS-TOKEN-TEXT
               BY REFERENCE LS-MISSING-SECRET
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "e-Reporting: vault secret "
                   FUNCTION TRIM(LS-MISSING-SECRET)
                   " unavailable, nothing filed"
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE "FAILED" TO BC-STATUS
               MOVE "submission token unavailable from the vault"
                   TO BC-NOTE
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF
           IF FUNCTION TRIM(LS-TOKEN-TEXT) NOT = SPACES
           THEN
               STRING
                   "Authorization: Bearer "
                   FUNCTION TRIM(LS-TOKEN-TEXT)
                   INTO LS-AUTH-HEADER
               END-STRING
           END-IF
           MOVE SPACES TO LS-TOKEN-TEXT

           PERFORM LOAD-SENSOR-UNITS
           IF WS-UNIT-COUNT = 0
           THEN
               MOVE "e-Reporting: no sensor registered, skipping"
                   TO LS-LOG-MESSAGE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE "SKIPPED" TO BC-STATUS
               MOVE "no sensor registered" TO BC-NOTE
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF
           PERFORM LOAD-DRIFT-HISTORY
           CALL "READING-ANNOTATION-LOAD" USING
               BY REFERENCE RAT-TABLE-GRP

           MOVE SPACES TO WS-XML-FILENAME
           STRING
               "ereporting-" LS-TARGET-YYYYMM ".xml"
               DELIMITED BY SIZE
               INTO WS-XML-FILENAME
           END-STRING
           OPEN OUTPUT EREPORTING-XML-FILE
           IF WS-EX-FILE-STATUS NOT = "00"
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "e-Reporting: could not write "
                   FUNCTION TRIM(WS-XML-FILENAME) ", status "
                   WS-EX-FILE-STATUS
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE "FAILED" TO BC-STATUS
               MOVE "e-Reporting document not writable" TO BC-NOTE
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF
           PERFORM WRITE-DOCUMENT-HEADER
           PERFORM FOLD-SENSOR-ARCHIVE
           MOVE "</gml:FeatureCollection>" TO LS-XML-LINE
           PERFORM EMIT-XML-LINE
           CLOSE EREPORTING-XML-FILE

           MOVE LS-STATION-COUNT TO LS-STATION-DISPLAY
           MOVE LS-POINT-COUNT TO LS-POINT-DISPLAY
           MOVE LS-HOURS-TOTAL TO LS-HOURS-DISPLAY
           MOVE LS-HOURS-VALID TO LS-VALID-DISPLAY
           MOVE LS-HOURS-DRIFT TO LS-DRIFT-DISPLAY
           MOVE LS-HOURS-INVALID TO LS-INVALID-DISPLAY
           MOVE SPACES TO LS-FILING-SUMMARY
           STRING
               FUNCTION TRIM(WS-XML-FILENAME) ": "
               FUNCTION TRIM(LS-STATION-DISPLAY) " station(s), "
               FUNCTION TRIM(LS-POINT-DISPLAY)
               " sampling point(s), "
               FUNCTION TRIM(LS-HOURS-DISPLAY) " hourly value(s) ("
               FUNCTION TRIM(LS-VALID-DISPLAY) " valid, "
               FUNCTION TRIM(LS-DRIFT-DISPLAY) " drifting, "
               FUNCTION TRIM(LS-INVALID-DISPLAY) " invalidated), "
               "generated " LS-GENERATED-TEXT
               DELIMITED BY SIZE
               INTO LS-FILING-SUMMARY
           END-STRING

           IF LS-XML-FAILED = "Y"
           THEN
               MOVE "FAILED" TO LS-FILING-KIND
               MOVE "document could not be written in full"
                   TO LS-RECEIPT-TEXT
           ELSE
               IF FUNCTION TRIM(LS-SUBMIT-URL) = SPACES
               THEN
                   MOVE "GENERATED" TO LS-FILING-KIND
                   MOVE "no AASQA endpoint configured, not submitted"
                       TO LS-RECEIPT-TEXT
               ELSE
                   PERFORM SUBMIT-DOCUMENT
               END-IF
           END-IF
           PERFORM FILE-RECEIPT

           MOVE SPACES TO LS-LOG-MESSAGE
           STRING
               "e-Reporting " LS-MONTH-TAG " "
               FUNCTION TRIM(LS-FILING-KIND) ": "
               FUNCTION TRIM(LS-FILING-SUMMARY)
               INTO LS-LOG-MESSAGE
           END-STRING
           IF LS-FILING-KIND = "FAILED"
           THEN
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
           ELSE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
           END-IF

           MOVE LS-POINT-COUNT TO BC-OK-COUNT
           MOVE 0 TO BC-FAILED-COUNT
           MOVE SPACES TO BC-NOTE
           IF LS-FILING-KIND = "FAILED"
           THEN
               MOVE 1 TO BC-FAILED-COUNT
               MOVE "FAILED" TO BC-STATUS
               MOVE LS-RECEIPT-TEXT TO BC-NOTE
           ELSE
               MOVE "OK" TO BC-STATUS
               STRING
                   LS-MONTH-TAG " " FUNCTION TRIM(LS-FILING-KIND)
                   DELIMITED BY SIZE
                   INTO BC-NOTE
               END-STRING
           END-IF
           PERFORM WRITE-BATCH-RUN-RECORD

           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: SET-TARGET-MONTH
      *> PURPOSE: The month to report on - AQRSS_EREPORTING_MONTH when
      *>          set to a valid YYYYMM (LS-FORCED "Y"), last month
      *>          otherwise - and its first day, the next month's,
      *>          its length and the reporting period's ends.
      *> ===============================================================
       SET-TARGET-MONTH.
           MOVE "N" TO LS-FORCED
           MOVE SPACES TO LS-ENV-VALUE
           ACCEPT LS-ENV-VALUE
               FROM ENVIRONMENT "AQRSS_EREPORTING_MONTH"
           IF FUNCTION TRIM(LS-ENV-VALUE) NOT = SPACES
           THEN
               IF LS-ENV-VALUE(1:6) IS NUMERIC
                   AND LS-ENV-VALUE(7:1) = SPACE
                   AND LS-ENV-VALUE(5:2) >= "01"
                   AND LS-ENV-VALUE(5:2) <= "12"
                   AND LS-ENV-VALUE(1:4) > "1601"
               THEN
                   MOVE LS-ENV-VALUE(1:6) TO LS-TARGET-YYYYMM
                   MOVE "Y" TO LS-FORCED
               ELSE
                   DISPLAY "WARNING: AQRSS_EREPORTING_MONTH is not "
                       "YYYYMM, reporting on last month"
               END-IF
           END-IF
           IF LS-FORCED NOT = "Y"
           THEN
               IF LS-CDT-MONTH = 1
               THEN
                   COMPUTE LS-TARGET-YEAR = LS-CDT-YEAR - 1
                   MOVE 12 TO LS-TARGET-MONTH
               ELSE
                   MOVE LS-CDT-YEAR TO LS-TARGET-YEAR
                   COMPUTE LS-TARGET-MONTH = LS-CDT-MONTH - 1
               END-IF
           END-IF

           MOVE SPACES TO LS-MONTH-TAG
           STRING
               LS-TARGET-YEAR "-" LS-TARGET-MONTH
               DELIMITED BY SIZE
               INTO LS-MONTH-TAG
           END-STRING
           COMPUTE LS-MONTH-FIRST-DATE =
               LS-TARGET-YEAR * 10000 + LS-TARGET-MONTH * 100 + 1
           MOVE LS-MONTH-FIRST-DATE TO LS-MONTH-FIRST-X
           IF LS-TARGET-MONTH = 12
           THEN
               COMPUTE LS-NEXT-FIRST-DATE =
                   (LS-TARGET-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE LS-NEXT-FIRST-DATE = LS-MONTH-FIRST-DATE + 100
           END-IF
           COMPUTE LS-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE(LS-NEXT-FIRST-DATE)
               - FUNCTION INTEGER-OF-DATE(LS-MONTH-FIRST-DATE)

           MOVE LS-MONTH-FIRST-DATE TO LS-DATE-WORK
           PERFORM FORMAT-ISO-DATE
           MOVE SPACES TO LS-PERIOD-BEGIN
           STRING
               LS-ISO-DATE "T00:00:00" LS-RUN-OFFSET
               DELIMITED BY SIZE
               INTO LS-PERIOD-BEGIN
           END-STRING
           MOVE LS-NEXT-FIRST-DATE TO LS-DATE-WORK
           PERFORM FORMAT-ISO-DATE
           MOVE SPACES TO LS-PERIOD-END
           STRING
               LS-ISO-DATE "T00:00:00" LS-RUN-OFFSET
               DELIMITED BY SIZE
               INTO LS-PERIOD-END
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: CHECK-ALREADY-FILED
      *> PURPOSE: LS-ALREADY-FILED "Y" when ereporting-receipts.txt
      *>          records the target month GENERATED or SUBMITTED.
      *> ===============================================================
       CHECK-ALREADY-FILED.
           MOVE "N" TO LS-ALREADY-FILED
           OPEN INPUT EREPORTING-RECEIPT-FILE
           IF WS-ER-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ER-FILE-STATUS NOT = "00"
               READ EREPORTING-RECEIPT-FILE
                   AT END
                       MOVE "10" TO WS-ER-FILE-STATUS
                   NOT AT END
                       IF ER-MONTH = LS-MONTH-TAG
                           AND (ER-KIND = "GENERATED"
                               OR ER-KIND = "SUBMITTED")
                       THEN
                           MOVE "Y" TO LS-ALREADY-FILED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EREPORTING-RECEIPT-FILE.

      *> ===============================================================
      *> PARAGRAPH: LOAD-SENSOR-UNITS
      *> PURPOSE: Fill the unit table from the whole registry, each
      *>          calibrated pollutant with its EEA code.
      *> ===============================================================
       LOAD-SENSOR-UNITS.
           MOVE 0 TO WS-UNIT-COUNT
           OPEN INPUT SENSOR-REGISTRY-FILE
           IF WS-SR-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-SR-FILE-STATUS NOT = "00"
               READ SENSOR-REGISTRY-FILE NEXT
                   AT END
                       MOVE "10" TO WS-SR-FILE-STATUS
                   NOT AT END
                       PERFORM ADD-SENSOR-UNIT
               END-READ
           END-PERFORM
           CLOSE SENSOR-REGISTRY-FILE.

      *> ===============================================================
      *> PARAGRAPH: ADD-SENSOR-UNIT
      *> PURPOSE: Claim a unit-table slot for the SR-RECORD just read.
      *> ===============================================================
       ADD-SENSOR-UNIT.
           IF WS-UNIT-COUNT >= C-UNIT-MAX-COUNT
           THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-UNIT-COUNT
           SET WS-UNIT-IDX TO WS-UNIT-COUNT
           MOVE SR-SENSOR-ID TO WS-UN-SENSOR-ID(WS-UNIT-IDX)
           MOVE SR-SITE TO WS-UN-SITE(WS-UNIT-IDX)
           MOVE SR-LATITUDE-STR TO WS-UN-LATITUDE(WS-UNIT-IDX)
           MOVE SR-LONGITUDE-STR TO WS-UN-LONGITUDE(WS-UNIT-IDX)
           MOVE SR-COMMISSIONED-DATE
               TO WS-UN-COMMISSIONED(WS-UNIT-IDX)
           MOVE SR-DECOMMISSIONED-DATE
               TO WS-UN-DECOMMISSIONED(WS-UNIT-IDX)
           MOVE SR-REPORT-INTERVAL-MIN
               TO WS-UN-INTERVAL-MIN(WS-UNIT-IDX)
           MOVE SR-CAL-COUNT TO WS-UN-POL-COUNT(WS-UNIT-IDX)
           PERFORM VARYING LS-POL-IDX FROM 1 BY 1
               UNTIL LS-POL-IDX > 5
               MOVE SPACES TO WS-UN-POLLUTANT(WS-UNIT-IDX, LS-POL-IDX)
               MOVE SPACES TO WS-UN-EEA-CODE(WS-UNIT-IDX, LS-POL-IDX)
               IF LS-POL-IDX <= SR-CAL-COUNT
               THEN
                   MOVE SR-CAL-POLLUTANT(LS-POL-IDX)
                       TO WS-UN-POLLUTANT(WS-UNIT-IDX, LS-POL-IDX)
                   EVALUATE SR-CAL-POLLUTANT(LS-POL-IDX)
                   WHEN "so2"
                       MOVE "1" TO
                           WS-UN-EEA-CODE(WS-UNIT-IDX, LS-POL-IDX)
                   WHEN "pm10"
                       MOVE "5" TO
                           WS-UN-EEA-CODE(WS-UNIT-IDX, LS-POL-IDX)
                   WHEN "o3"
                       MOVE "7" TO
                           WS-UN-EEA-CODE(WS-UNIT-IDX, LS-POL-IDX)
                   WHEN "no2"
                       MOVE "8" TO
                           WS-UN-EEA-CODE(WS-UNIT-IDX, LS-POL-IDX)
                   WHEN "pm25"
                       MOVE "6001" TO
                           WS-UN-EEA-CODE(WS-UNIT-IDX, LS-POL-IDX)
                   WHEN OTHER
                       CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: LOAD-DRIFT-HISTORY
      *> PURPOSE: The drift checks run on or after the month's first
      *>          day, in file order. No history means no day counts
      *>          as checked.
      *> ===============================================================
       LOAD-DRIFT-HISTORY.
           MOVE 0 TO WS-DRIFT-COUNT
           OPEN INPUT SENSOR-DRIFT-HISTORY-FILE
           IF WS-DH-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DH-FILE-STATUS NOT = "00"
               READ SENSOR-DRIFT-HISTORY-FILE
                   AT END
                       MOVE "10" TO WS-DH-FILE-STATUS
                   NOT AT END
                       IF SDH-RUN-DATE >= LS-MONTH-FIRST-X
                           AND WS-DRIFT-COUNT < C-DRIFT-MAX-COUNT
                       THEN
                           ADD 1 TO WS-DRIFT-COUNT
                           SET WS-DRIFT-IDX TO WS-DRIFT-COUNT
                           MOVE SDH-RUN-DATE
                               TO WS-DR-RUN-DATE(WS-DRIFT-IDX)
                           MOVE SDH-SENSOR-ID
                               TO WS-DR-SENSOR-ID(WS-DRIFT-IDX)
                           MOVE SDH-POLLUTANT
                               TO WS-DR-POLLUTANT(WS-DRIFT-IDX)
                           MOVE SDH-DRIFTING
                               TO WS-DR-DRIFTING(WS-DRIFT-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SENSOR-DRIFT-HISTORY-FILE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-DOCUMENT-HEADER
      *> PURPOSE: The feature collection's opening and the AQD
      *>          reporting header: who reports, for which period.
      *> ===============================================================
       WRITE-DOCUMENT-HEADER.
           MOVE '<?xml version="1.0" encoding="UTF-8"?>'
               TO LS-XML-LINE
           PERFORM EMIT-XML-LINE
           MOVE SPACES TO LS-XML-LINE
           STRING
               '<gml:FeatureCollection '
               'xmlns:gml="http://www.opengis.net/gml/3.2" '
               'xmlns:aqd="http://dd.eionet.europa.eu/schemaset/'
               'id2011850eu-1.0" '
               'xmlns:ef="http://inspire.ec.europa.eu/schemas/ef/3.0" '
               'xmlns:base="http://inspire.ec.europa.eu/schemas/'
               'base/3.3" '
               'xmlns:base2="http://inspire.ec.europa.eu/schemas/'
               'base2/1.0" '
               'xmlns:om="http://www.opengis.net/om/2.0" '
               'xmlns:swe="http://www.opengis.net/swe/2.0" '
               'xmlns:xlink="http://www.w3.org/1999/xlink" '
               'gml:id="FC_' LS-TARGET-YYYYMM '">'
               DELIMITED BY SIZE
               INTO LS-XML-LINE
           END-STRING
           PERFORM EMIT-XML-LINE

           MOVE "  <gml:featureMember>" TO LS-XML-LINE
           PERFORM EMIT-XML-LINE
           MOVE SPACES TO LS-XML-LINE
           STRING
               '    <aqd:AQD_ReportingHeader gml:id="RH_'
               LS-TARGET-YYYYMM '">'
               DELIMITED BY SIZE
               INTO LS-XML-LINE
           END-STRING
           PERFORM EMIT-XML-LINE
           MOVE "      <aqd:change>false</aqd:change>" TO LS-XML-LINE
           PERFORM EMIT-XML-LINE
           MOVE SPACES TO LS-STATION-ID
           STRING
               "RH_" LS-TARGET-YYYYMM
               DELIMITED BY SIZE
               INTO LS-STATION-ID
           END-STRING
           MOVE "aqd:inspireId" TO LS-POINT-SUFFIX
           PERFORM EMIT-INSPIRE-ID
           MOVE "      <aqd:reportingAuthority>" TO LS-XML-LINE
           PERFORM EMIT-XML-LINE
           MOVE "        <base2:RelatedParty>" TO LS-XML-LINE
           PERFORM EMIT-XML-LINE
           MOVE SPACES TO LS-XML-LINE
           STRING
               "          <base2:organisationName>"
               FUNCTION TRIM(LS-PROVIDER-XML)
               "</base2:organisationName>"
               INTO LS-XML-LINE
           END-STRING
           PERFORM EMIT-XML-LINE
           MOVE "        </base2:RelatedParty>" TO LS-XML-LINE
           PERFORM EMIT-XML-LINE
           MOVE "      </aqd:reportingAuthority>" TO LS-XML-LINE
           PERFORM EMIT-XML-LINE
           MOVE "      <aqd:reportingPeriod>" TO LS-XML-LINE
           PERFORM EMIT-XML-LINE
           MOVE "RP" TO LS-POINT-SUFFIX
           PERFORM EMIT-MONTH-PERIOD
           MOVE "      </aqd:reportingPeriod>" TO LS-XML-LINE
           PERFORM EMIT-XML-LINE
           MOVE "    </aqd:AQD_ReportingHeader>" TO LS-XML-LINE
           PERFORM EMIT-XML-LINE
           MOVE "  </gml:featureMember>" TO LS-XML-LINE
           PERFORM EMIT-XML-LINE.

      *> ===============================================================
      *> PARAGRAPH: EMIT-INSPIRE-ID
      *> PURPOSE: The <LS-POINT-SUFFIX> element (aqd:inspireId or
      *>          ef:inspireId) identifying LS-STATION-ID in the
      *>          configured namespace.
      *> ===============================================================
       EMIT-INSPIRE-ID.
           MOVE SPACES TO LS-XML-LINE
           STRING
               "      <" FUNCTION TRIM(LS-POINT-SUFFIX) ">"
               "<base:Identifier><base:localId>"
               FUNCTION TRIM(LS-STATION-ID)
               "</base:localId><base:namespace>"
               FUNCTION TRIM(LS-NAMESPACE)
               "</base:namespace></base:Identifier></"
               FUNCTION TRIM(LS-POINT-SUFFIX) ">"
               DELIMITED BY SIZE
               INTO LS-XML-LINE
           END-STRING
           PERFORM EMIT-XML-LINE.

      *> ===============================================================
      *> PARAGRAPH: EMIT-MONTH-PERIOD
      *> PURPOSE: A gml:TimePeriod over the reported month, its gml:id
      *>          LS-POINT-SUFFIX followed by the month.
      *> ===============================================================
       EMIT-MONTH-PERIOD.
           MOVE SPACES TO LS-XML-LINE
           STRING
               '        <gml:TimePeriod gml:id="'
               FUNCTION TRIM(LS-POINT-SUFFIX) "_" LS-TARGET-YYYYMM
               '"><gml:beginPosition>' LS-PERIOD-BEGIN
               "</gml:beginPosition><gml:endPosition>" LS-PERIOD-END
               "</gml:endPosition></gml:TimePeriod>"
               DELIMITED BY SIZE
               INTO LS-XML-LINE
           END-STRING
           PERFORM EMIT-XML-LINE.

      *> ===============================================================
      *> PARAGRAPH: FOLD-SENSOR-ARCHIVE
      *> PURPOSE: Walk the whole sensor archive once. The key keeps
      *>          each unit's readings together, so a unit's hours are
      *>          summed while its readings go by and its features
      *>          written when the next unit's begin.
      *> ===============================================================
       FOLD-SENSOR-ARCHIVE.
           MOVE 0 TO LS-UNIT-SLOT
           MOVE SPACES TO LS-FOLD-SENSOR-ID
           OPEN INPUT SENSOR-READING-FILE
           IF WS-SEN-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-SEN-FILE-STATUS NOT = "00"
               READ SENSOR-READING-FILE NEXT
                   AT END
                       MOVE "10" TO WS-SEN-FILE-STATUS
                   NOT AT END
                       IF SEN-SENSOR-ID NOT = LS-FOLD-SENSOR-ID
                       THEN
                           PERFORM WRITE-UNIT-FEATURES
                           PERFORM START-UNIT
                       END-IF
                       PERFORM FOLD-ONE-READING
               END-READ
           END-PERFORM
           CLOSE SENSOR-READING-FILE
           PERFORM WRITE-UNIT-FEATURES.

      *> ===============================================================
      *> PARAGRAPH: START-UNIT
      *> PURPOSE: Make SEN-SENSOR-ID the unit being folded: find its
      *>          registry slot (LS-UNIT-SLOT 0 when unregistered)
      *>          and clear the hour table.
      *> ===============================================================
       START-UNIT.
           MOVE SEN-SENSOR-ID TO LS-FOLD-SENSOR-ID
           MOVE 0 TO LS-UNIT-SLOT
           MOVE "N" TO LS-UNIT-HAS-DATA
           PERFORM VARYING WS-UNIT-IDX FROM 1 BY 1
               UNTIL WS-UNIT-IDX > WS-UNIT-COUNT
               IF WS-UN-SENSOR-ID(WS-UNIT-IDX) = SEN-SENSOR-ID
               THEN
                   SET LS-UNIT-SLOT TO WS-UNIT-IDX
               END-IF
           END-PERFORM
           INITIALIZE WS-HOUR-TABLE.

      *> ===============================================================
      *> PARAGRAPH: FOLD-ONE-READING
      *> PURPOSE: Add the reading just read to its hour, when its
      *>          unit is registered, its pollutant has an EEA code
      *>          and it falls in the reported month.
      *> ===============================================================
       FOLD-ONE-READING.
           IF LS-UNIT-SLOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           SET WS-UNIT-IDX TO LS-UNIT-SLOT
           MOVE 0 TO LS-POL-FOUND
           PERFORM VARYING LS-POL-IDX FROM 1 BY 1
               UNTIL LS-POL-IDX > WS-UN-POL-COUNT(WS-UNIT-IDX)
               IF WS-UN-POLLUTANT(WS-UNIT-IDX, LS-POL-IDX)
                   = SEN-POLLUTANT
               THEN
                   MOVE LS-POL-IDX TO LS-POL-FOUND
               END-IF
           END-PERFORM
           IF LS-POL-FOUND = 0
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SEN-TIMESTAMP TO LS-TS-TEXT
           PERFORM PARSE-READING-TIMESTAMP
           IF LS-TS-VALID NOT = "Y"
               OR LS-TS-YYYYMM NOT = LS-TARGET-YYYYMM
           THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-UN-EEA-CODE(WS-UNIT-IDX, LS-POL-FOUND) = SPACES
           THEN
               ADD 1 TO LS-UNCODED-COUNT
               EXIT PARAGRAPH
           END-IF

           COMPUTE LS-HOUR-IDX = (LS-TS-DAY - 1) * 24 + LS-TS-HOUR + 1
           IF WS-HR-COUNT(LS-POL-FOUND, LS-HOUR-IDX) = 0
           THEN
               MOVE LS-TS-OFFSET
                   TO WS-HR-OFFSET(LS-POL-FOUND, LS-HOUR-IDX)
           END-IF
           ADD SEN-VALUE TO WS-HR-SUM(LS-POL-FOUND, LS-HOUR-IDX)
           ADD 1 TO WS-HR-COUNT(LS-POL-FOUND, LS-HOUR-IDX)
           MOVE "Y" TO LS-UNIT-HAS-DATA.

      *> ===============================================================
      *> PARAGRAPH: PARSE-READING-TIMESTAMP
      *> PURPOSE: Turn LS-TS-TEXT into LS-TS-STAMP (YYYYMMDDhhmm) and
      *>          the UTC offset it was taken at, LS-TS-OFFSET
      *>          ("+hh:mm"; the run's own when the stamp carries
      *>          none - an ISO stamp's own offset does not fit the
      *>          archive key, only its "Z"). Accepts the server's own
      *>          YYYYMMDDhhmm... stamp and an ISO YYYY-MM-DDThh:mm...
      *>          one; anything else leaves LS-TS-VALID "N".
      *> ===============================================================
       PARSE-READING-TIMESTAMP.
           MOVE "N" TO LS-TS-VALID
           MOVE SPACES TO LS-TS-STAMP
           MOVE LS-RUN-OFFSET TO LS-TS-OFFSET
           IF LS-TS-TEXT(1:12) IS NUMERIC
           THEN
               MOVE LS-TS-TEXT(1:12) TO LS-TS-STAMP
               MOVE LS-TS-TEXT(17:5) TO LS-OFFSET-RAW
               MOVE LS-RUN-OFFSET TO LS-OFFSET-TEXT
               PERFORM FORMAT-UTC-OFFSET
               MOVE LS-OFFSET-TEXT TO LS-TS-OFFSET
           ELSE
               IF LS-TS-TEXT(5:1) = "-" AND LS-TS-TEXT(8:1) = "-"
                   AND LS-TS-TEXT(14:1) = ":"
               THEN
                   STRING
                       LS-TS-TEXT(1:4) LS-TS-TEXT(6:2)
                       LS-TS-TEXT(9:2) LS-TS-TEXT(12:2)
                       LS-TS-TEXT(15:2)
                       INTO LS-TS-STAMP
                   END-STRING
                   IF LS-TS-TEXT(20:1) = "Z"
                   THEN
                       MOVE "+00:00" TO LS-TS-OFFSET
                   END-IF
               END-IF
           END-IF
           IF LS-TS-STAMP IS NOT NUMERIC
           THEN
               EXIT PARAGRAPH
           END-IF
           IF LS-TS-DAY < 1 OR LS-TS-DAY > LS-DAYS-IN-MONTH
               OR LS-TS-HOUR > 23 OR LS-TS-MIN > 59
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO LS-TS-VALID.

      *> ===============================================================
      *> PARAGRAPH: FORMAT-UTC-OFFSET
      *> PURPOSE: A "+hhmm" offset in LS-OFFSET-RAW as "+hh:mm" into
      *>          LS-OFFSET-TEXT; left as the caller set it when the
      *>          raw text is not an offset.
      *> ===============================================================
       FORMAT-UTC-OFFSET.
           IF (LS-OFFSET-RAW(1:1) = "+" OR LS-OFFSET-RAW(1:1) = "-")
               AND LS-OFFSET-RAW(2:4) IS NUMERIC
           THEN
               MOVE SPACES TO LS-OFFSET-TEXT
               STRING
                   LS-OFFSET-RAW(1:3) ":" LS-OFFSET-RAW(4:2)
                   DELIMITED BY SIZE
                   INTO LS-OFFSET-TEXT
               END-STRING
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: WRITE-UNIT-FEATURES
      *> PURPOSE: The folded unit's station, then a sampling point and
      *>          its observation for each pollutant it posted in the
      *>          month. Nothing for an unregistered unit or one
      *>          silent all month.
      *> ===============================================================
       WRITE-UNIT-FEATURES.
           IF LS-UNIT-SLOT = 0 OR LS-UNIT-HAS-DATA NOT = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF
           SET WS-UNIT-IDX TO LS-UNIT-SLOT
           PERFORM WRITE-STATION
           PERFORM VARYING LS-POL-IDX FROM 1 BY 1
               UNTIL LS-POL-IDX > WS-UN-POL-COUNT(WS-UNIT-IDX)
               MOVE "N" TO LS-POL-HAS-DATA
               PERFORM VARYING LS-HOUR-IDX FROM 1 BY 1
                   UNTIL LS-HOUR-IDX > C-HOUR-MAX-COUNT
                   OR LS-POL-HAS-DATA = "Y"
                   IF WS-HR-COUNT(LS-POL-IDX, LS-HOUR-IDX) > 0
                   THEN
                       MOVE "Y" TO LS-POL-HAS-DATA
                   END-IF
               END-PERFORM
               IF LS-POL-HAS-DATA = "Y"
               THEN
                   PERFORM SET-DAY-FLAGS
                   PERFORM BUILD-OBSERVATION-VALUES
                   PERFORM WRITE-SAMPLING-POINT
                   PERFORM WRITE-OBSERVATION
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: WRITE-STATION
      *> PURPOSE: The AQD_Station for unit WS-UNIT-IDX: its site name,
      *>          position and service dates.
      *> ===============================================================
       WRITE-STATION.
           ADD 1 TO LS-STATION-COUNT
           MOVE SPACES TO LS-STATION-ID
           STRING
               "STA_" WS-UN-SENSOR-ID(WS-UNIT-IDX)
               DELIMITED BY SPACE
               INTO LS-STATION-ID
           END-STRING
           MOVE SPACES TO LS-SITE-RAW
           MOVE WS-UN-SITE(WS-UNIT-IDX) TO LS-SITE-RAW
           CALL "XML-ENCODE" USING
               BY REFERENCE LS-SITE-RAW
               BY REFERENCE LS-SITE-XML
           MOVE SPACES TO LS-POSITION
           STRING
               FUNCTION TRIM(WS-UN-LATITUDE(WS-UNIT-IDX)) " "
               FUNCTION TRIM(WS-UN-LONGITUDE(WS-UNIT-IDX))
               DELIMITED BY SIZE
               INTO LS-POSITION
           END-STRING

           MOVE "  <gml:featureMember>" TO LS-XML-LINE
           PERFORM EMIT-XML-LINE
           MOVE SPACES TO LS-XML-LINE
           STRING
               '    <aqd:AQD_Station gml:id="'
               FUNCTION TRIM(LS-STATION-ID) '">'
               DELIMITED BY SIZE
               INTO LS-XML-LINE
           END-STRING
           PERFORM EMIT-XML-LINE
           MOVE "ef:inspireId" TO LS-POINT-SUFFIX
           PERFORM EMIT-INSPIRE-ID
           MOVE SPACES TO LS-XML-LINE
           STRING
               "      <ef:name>" FUNCTION TRIM(LS-SITE-XML)
               "</ef:name>"
               DELIMITED BY SIZE
               INTO LS-XML-LINE
           END-STRING
           PERFORM EMIT-XML-LINE
           MOVE "      <ef:mediaMonitored xlink:href=""http://inspire"
               & ".ec.europa.eu/codelist/MediaValue/air""/>"
               TO LS-XML-LINE
           PERFORM EMIT-XML-LINE
           MOVE LS-STATION-ID TO LS-POINT-SUFFIX
           PERFORM EMIT-POINT-GEOMETRY
           MOVE "      <ef:measurementRegime xlink:href=""http://"
               & "inspire.ec.europa.eu/codelist/MeasurementRegimeValue"
               & "/continuousDataCollection""/>"
               TO LS-XML-LINE
           PERFORM EMIT-XML-LINE
           MOVE "      <ef:mobile>false</ef:mobile>" TO LS-XML-LINE
           PERFORM EMIT-XML-LINE

           MOVE SPACES TO LS-SERVICE-BEGIN
           IF WS-UN-COMMISSIONED(WS-UNIT-IDX) IS NUMERIC
           THEN
               MOVE WS-UN-COMMISSIONED(WS-UNIT-IDX) TO LS-DATE-WORK-X
               PERFORM FORMAT-ISO-DATE
               STRING
                   LS-ISO-DATE "T00:00:00" LS-RUN-OFFSET
                   DELIMITED BY SIZE
                   INTO LS-SERVICE-BEGIN
               END-STRING
           END-IF
           MOVE SPACES TO LS-SERVICE-END
           IF WS-UN-DECOMMISSIONED(WS-UNIT-IDX) IS NUMERIC
           THEN
               MOVE WS-UN-DECOMMISSIONED(WS-UNIT-IDX)
                   TO LS-DATE-WORK-X
               PERFORM FORMAT-ISO-DATE
               STRING
                   LS-ISO-DATE "T00:00:00" LS-RUN-OFFSET
                   DELIMITED BY SIZE
                   INTO LS-SERVICE-END
               END-STRING
           END-IF
           IF FUNCTION TRIM(LS-SERVICE-BEGIN) NOT = SPACES
           THEN
               MOVE SPACES TO LS-XML-LINE
               STRING
                   "      <ef:operationalActivityPeriod>"
                   "<ef:OperationalActivityPeriod gml:id="""
                   FUNCTION TRIM(LS-STATION-ID) "_OAP"">"
                   "<ef:activityTime><gml:TimePeriod gml:id="""
                   FUNCTION TRIM(LS-STATION-ID) "_OAT"">"
                   "<gml:beginPosition>" LS-SERVICE-BEGIN
                   "</gml:beginPosition>"
                   DELIMITED BY SIZE
                   INTO LS-XML-LINE
               END-STRING
               PERFORM EMIT-XML-LINE
               MOVE SPACES TO LS-XML-LINE
               IF FUNCTION TRIM(LS-SERVICE-END) NOT = SPACES
               THEN
                   STRING
                       "        <gml:endPosition>" LS-SERVICE-END
                       "</gml:endPosition>"
                       DELIMITED BY SIZE
                       INTO LS-XML-LINE
                   END-STRING
               ELSE
                   MOVE "        <gml:endPosition indeterminatePosition"
                       & "=""unknown""/>" TO LS-XML-LINE
               END-IF
               PERFORM EMIT-XML-LINE
               MOVE "      </gml:TimePeriod></ef:activityTime>"
                   & "</ef:OperationalActivityPeriod>"
                   & "</ef:operationalActivityPeriod>"
                   TO LS-XML-LINE
               PERFORM EMIT-XML-LINE
           END-IF
           MOVE SPACES TO LS-XML-LINE
           STRING
               "      <aqd:natlStationCode>"
               FUNCTION TRIM(WS-UN-SENSOR-ID(WS-UNIT-IDX))
               "</aqd:natlStationCode>"
               DELIMITED BY SIZE
               INTO LS-XML-LINE
           END-STRING
           PERFORM EMIT-XML-LINE
           MOVE "    </aqd:AQD_Station>" TO LS-XML-LINE
           PERFORM EMIT-XML-LINE
           MOVE "  </gml:featureMember>" TO LS-XML-LINE
           PERFORM EMIT-XML-LINE.

      *> ===============================================================
      *> PARAGRAPH: EMIT-POINT-GEOMETRY
      *> PURPOSE: The ef:geometry point at LS-POSITION, its gml:id
      *>          the feature's own id (LS-POINT-SUFFIX) + "_PT".
      *> ===============================================================
       EMIT-POINT-GEOMETRY.
           MOVE SPACES TO LS-XML-LINE
           STRING
               '      <ef:geometry><gml:Point gml:id="'
               FUNCTION TRIM(LS-POINT-SUFFIX) '_PT" '
               'srsName="urn:ogc:def:crs:EPSG::4326">'
               '<gml:pos srsDimension="2">'
               FUNCTION TRIM(LS-POSITION)
               "</gml:pos></gml:Point></ef:geometry>"
               DELIMITED BY SIZE
               INTO LS-XML-LINE
           END-STRING
           PERFORM EMIT-XML-LINE.

      *> ===============================================================
      *> PARAGRAPH: SET-DAY-FLAGS
      *> PURPOSE: For unit WS-UNIT-IDX's pollutant LS-POL-IDX, each
      *>          day's flag - an INVALID annotation first, then the
      *>          verdict of the first drift check run on or after
      *>          the day, then a SUSPECT annotation - and whether
      *>          any drift check has covered the day.
      *> ===============================================================
       SET-DAY-FLAGS.
           MOVE SPACES TO LS-RA-LOCATION
           MOVE WS-UN-SENSOR-ID(WS-UNIT-IDX) TO LS-RA-LOCATION
           MOVE SPACES TO LS-RA-ITEM
           MOVE WS-UN-POLLUTANT(WS-UNIT-IDX, LS-POL-IDX) TO LS-RA-ITEM
           PERFORM VARYING LS-DAY-IDX FROM 1 BY 1
               UNTIL LS-DAY-IDX > LS-DAYS-IN-MONTH
               COMPUTE LS-DAY-DATE =
                   LS-MONTH-FIRST-DATE + LS-DAY-IDX - 1
               MOVE LS-DAY-DATE TO LS-DAY-DATE-X
               MOVE LS-DAY-DATE TO LS-DATE-WORK
               PERFORM FORMAT-ISO-DATE
               MOVE LS-ISO-DATE TO LS-DAY-DATE-STR
               MOVE "V" TO LS-DAY-FLAG(LS-DAY-IDX)
               MOVE "N" TO LS-DAY-CHECKED(LS-DAY-IDX)

               MOVE "N" TO LS-DRIFT-SEEN
               PERFORM VARYING WS-DRIFT-IDX FROM 1 BY 1
                   UNTIL WS-DRIFT-IDX > WS-DRIFT-COUNT
                   OR LS-DRIFT-SEEN = "Y"
                   IF WS-DR-SENSOR-ID(WS-DRIFT-IDX)
                       = WS-UN-SENSOR-ID(WS-UNIT-IDX)
                       AND WS-DR-POLLUTANT(WS-DRIFT-IDX)
                       = WS-UN-POLLUTANT(WS-UNIT-IDX, LS-POL-IDX)
                       AND WS-DR-RUN-DATE(WS-DRIFT-IDX)
                       >= LS-DAY-DATE-X
                   THEN
                       MOVE "Y" TO LS-DRIFT-SEEN
                       MOVE "Y" TO LS-DAY-CHECKED(LS-DAY-IDX)
                       IF WS-DR-DRIFTING(WS-DRIFT-IDX) = "Y"
                       THEN
                           MOVE "D" TO LS-DAY-FLAG(LS-DAY-IDX)
                       END-IF
                   END-IF
               END-PERFORM

               CALL "READING-ANNOTATION-FIND" USING
                   BY REFERENCE RAT-TABLE-GRP
                   BY REFERENCE LS-RA-ARCHIVE
                   BY REFERENCE LS-DAY-DATE-STR
                   BY REFERENCE LS-RA-LOCATION
                   BY REFERENCE LS-RA-ITEM
                   BY REFERENCE LS-RA-FLAG
                   BY REFERENCE LS-RA-REASON
               IF LS-RA-FLAG = "INVALID"
               THEN
                   MOVE "I" TO LS-DAY-FLAG(LS-DAY-IDX)
               END-IF
               IF LS-RA-FLAG = "SUSPECT"
                   AND LS-DAY-FLAG(LS-DAY-IDX) = "V"
               THEN
                   MOVE "S" TO LS-DAY-FLAG(LS-DAY-IDX)
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: BUILD-OBSERVATION-VALUES
      *> PURPOSE: The swe:values line for unit WS-UNIT-IDX's
      *>          pollutant LS-POL-IDX: one "start,end,verification,
      *>          validity,value" block per hour it posted in, in
      *>          time order, blocks separated by "@@".
      *> ===============================================================
       BUILD-OBSERVATION-VALUES.
           MOVE SPACES TO LS-VALUES-LINE
           MOVE 1 TO LS-VALUES-POS
           MOVE "N" TO LS-VALUES-FULL
           MOVE 0 TO LS-BLOCK-COUNT
           STRING
               "            <swe:values>"
               DELIMITED BY SIZE
               INTO LS-VALUES-LINE
               WITH POINTER LS-VALUES-POS
           END-STRING
           IF WS-UN-INTERVAL-MIN(WS-UNIT-IDX) = 0
               OR WS-UN-INTERVAL-MIN(WS-UNIT-IDX) >= 60
           THEN
               MOVE 1 TO LS-EXPECTED-PER-HOUR
           ELSE
               COMPUTE LS-EXPECTED-PER-HOUR =
                   60 / WS-UN-INTERVAL-MIN(WS-UNIT-IDX)
           END-IF
           PERFORM VARYING LS-HOUR-IDX FROM 1 BY 1
               UNTIL LS-HOUR-IDX > C-HOUR-MAX-COUNT
               OR LS-VALUES-FULL = "Y"
               IF WS-HR-COUNT(LS-POL-IDX, LS-HOUR-IDX) > 0
               THEN
                   PERFORM ADD-HOUR-BLOCK
               END-IF
           END-PERFORM
           IF LS-VALUES-FULL = "Y"
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "e-Reporting: "
                   FUNCTION TRIM(WS-UN-SENSOR-ID(WS-UNIT-IDX)) " "
                   FUNCTION TRIM(
                       WS-UN-POLLUTANT(WS-UNIT-IDX, LS-POL-IDX))
                   " series cut short, too many hourly values"
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
           END-IF
           STRING
               "</swe:values>"
               DELIMITED BY SIZE
               INTO LS-VALUES-LINE
               WITH POINTER LS-VALUES-POS
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: ADD-HOUR-BLOCK
      *> PURPOSE: Append hour LS-HOUR-IDX's block: its mean, and the
      *>          flags its day and reading count call for. Sets
      *>          LS-VALUES-FULL "Y" instead when the line has no
      *>          room left for it.
      *> ===============================================================
       ADD-HOUR-BLOCK.
           IF LS-VALUES-POS > 59900
           THEN
               MOVE "Y" TO LS-VALUES-FULL
               EXIT PARAGRAPH
           END-IF
           COMPUTE LS-BLOCK-DAY = (LS-HOUR-IDX - 1) / 24 + 1
           COMPUTE LS-BLOCK-HOUR =
               LS-HOUR-IDX - (LS-BLOCK-DAY - 1) * 24 - 1
           COMPUTE LS-BLOCK-DATE =
               LS-MONTH-FIRST-DATE + LS-BLOCK-DAY - 1
           IF LS-BLOCK-HOUR = 23
           THEN
               COMPUTE LS-BLOCK-END-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(LS-BLOCK-DATE) + 1)
               MOVE 0 TO LS-BLOCK-END-HOUR
           ELSE
               MOVE LS-BLOCK-DATE TO LS-BLOCK-END-DATE
               COMPUTE LS-BLOCK-END-HOUR = LS-BLOCK-HOUR + 1
           END-IF
           MOVE LS-BLOCK-DATE TO LS-DATE-WORK
           PERFORM FORMAT-ISO-DATE
           MOVE SPACES TO LS-BLOCK-START
           STRING
               LS-ISO-DATE "T" LS-BLOCK-HOUR ":00:00"
               WS-HR-OFFSET(LS-POL-IDX, LS-HOUR-IDX)
               DELIMITED BY SIZE
               INTO LS-BLOCK-START
           END-STRING
           MOVE LS-BLOCK-END-DATE TO LS-DATE-WORK
           PERFORM FORMAT-ISO-DATE
           MOVE SPACES TO LS-BLOCK-END
           STRING
               LS-ISO-DATE "T" LS-BLOCK-END-HOUR ":00:00"
               WS-HR-OFFSET(LS-POL-IDX, LS-HOUR-IDX)
               DELIMITED BY SIZE
               INTO LS-BLOCK-END
           END-STRING

           COMPUTE LS-BLOCK-MEAN ROUNDED =
               WS-HR-SUM(LS-POL-IDX, LS-HOUR-IDX)
               / WS-HR-COUNT(LS-POL-IDX, LS-HOUR-IDX)
           MOVE LS-BLOCK-MEAN TO LS-BLOCK-MEAN-TEXT

           ADD 1 TO LS-HOURS-TOTAL
           EVALUATE LS-DAY-FLAG(LS-BLOCK-DAY)
           WHEN "I"
               MOVE "-1" TO LS-BLOCK-VALIDITY
               MOVE "1" TO LS-BLOCK-VERIFICATION
               ADD 1 TO LS-HOURS-INVALID
           WHEN "D"
               MOVE "-99" TO LS-BLOCK-VALIDITY
               MOVE "2" TO LS-BLOCK-VERIFICATION
               ADD 1 TO LS-HOURS-DRIFT
           WHEN OTHER
               IF WS-HR-COUNT(LS-POL-IDX, LS-HOUR-IDX) * 4
                   < LS-EXPECTED-PER-HOUR * 3
               THEN
                   MOVE "2" TO LS-BLOCK-VALIDITY
               ELSE
                   MOVE "1" TO LS-BLOCK-VALIDITY
               END-IF
               IF LS-DAY-CHECKED(LS-BLOCK-DAY) = "Y"
                   AND LS-DAY-FLAG(LS-BLOCK-DAY) = "V"
               THEN
                   MOVE "2" TO LS-BLOCK-VERIFICATION
               ELSE
                   MOVE "3" TO LS-BLOCK-VERIFICATION
               END-IF
               ADD 1 TO LS-HOURS-VALID
           END-EVALUATE

           IF LS-BLOCK-COUNT > 0
           THEN
               STRING
                   "@@"
                   DELIMITED BY SIZE
                   INTO LS-VALUES-LINE
                   WITH POINTER LS-VALUES-POS
               END-STRING
           END-IF
           STRING
               LS-BLOCK-START "," LS-BLOCK-END ","
               LS-BLOCK-VERIFICATION ","
               FUNCTION TRIM(LS-BLOCK-VALIDITY) ","
               FUNCTION TRIM(LS-BLOCK-MEAN-TEXT)
               DELIMITED BY SIZE
               INTO LS-VALUES-LINE
               WITH POINTER LS-VALUES-POS
           END-STRING
           ADD 1 TO LS-BLOCK-COUNT.

      *> ===============================================================
      *> PARAGRAPH: SET-POINT-IDENTITY
      *> PURPOSE: The sampling point's id suffix ("<sensor>_<EEA
      *>          pollutant code>") into LS-POINT-ID and the
      *>          pollutant's vocabulary URI into LS-POLLUTANT-URI.
      *> ===============================================================
       SET-POINT-IDENTITY.
           MOVE SPACES TO LS-POINT-ID
           STRING
               FUNCTION TRIM(WS-UN-SENSOR-ID(WS-UNIT-IDX)) "_"
               FUNCTION TRIM(WS-UN-EEA-CODE(WS-UNIT-IDX, LS-POL-IDX))
               DELIMITED BY SIZE
               INTO LS-POINT-ID
           END-STRING
           MOVE SPACES TO LS-POLLUTANT-URI
           STRING
               "http://dd.eionet.europa.eu/vocabulary/aq/pollutant/"
               FUNCTION TRIM(WS-UN-EEA-CODE(WS-UNIT-IDX, LS-POL-IDX))
               DELIMITED BY SIZE
               INTO LS-POLLUTANT-URI
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: WRITE-SAMPLING-POINT
      *> PURPOSE: The AQD_SamplingPoint for unit WS-UNIT-IDX's
      *>          pollutant LS-POL-IDX: indicative assessment, what it
      *>          observes over the month, and its station.
      *> ===============================================================
       WRITE-SAMPLING-POINT.
           ADD 1 TO LS-POINT-COUNT
           PERFORM SET-POINT-IDENTITY
           MOVE "  <gml:featureMember>" TO LS-XML-LINE
           PERFORM EMIT-XML-LINE
           MOVE SPACES TO LS-XML-LINE
           STRING
               '    <aqd:AQD_SamplingPoint gml:id="SPO_'
               FUNCTION TRIM(LS-POINT-ID) '">'
               DELIMITED BY SIZE
               INTO LS-XML-LINE
           END-STRING
           PERFORM EMIT-XML-LINE
           MOVE LS-STATION-ID TO LS-SAVED-STATION-ID
           MOVE SPACES TO LS-STATION-ID
           STRING
               "SPO_" FUNCTION TRIM(LS-POINT-ID)
               DELIMITED BY SIZE
               INTO LS-STATION-ID
           END-STRING
           MOVE "ef:inspireId" TO LS-POINT-SUFFIX
           PERFORM EMIT-INSPIRE-ID
           MOVE LS-STATION-ID TO LS-POINT-SUFFIX
           PERFORM EMIT-POINT-GEOMETRY
           MOVE LS-SAVED-STATION-ID TO LS-STATION-ID
           MOVE "      <ef:mediaMonitored xlink:href=""http://inspire"
               & ".ec.europa.eu/codelist/MediaValue/air""/>"
               TO LS-XML-LINE
           PERFORM EMIT-XML-LINE
           MOVE SPACES TO LS-XML-LINE
           STRING
               "      <ef:observingCapability><ef:ObservingCapability"
               " gml:id=""SPO_" FUNCTION TRIM(LS-POINT-ID) "_OC"">"
               "<ef:observingTime>"
               DELIMITED BY SIZE
               INTO LS-XML-LINE
           END-STRING
           PERFORM EMIT-XML-LINE
           MOVE SPACES TO LS-POINT-SUFFIX
           STRING
               "OT_" FUNCTION TRIM(LS-POINT-ID)
               DELIMITED BY SIZE
               INTO LS-POINT-SUFFIX
           END-STRING
           PERFORM EMIT-MONTH-PERIOD
           MOVE SPACES TO LS-XML-LINE
           STRING
               "      </ef:observingTime>"
               "<ef:processType xlink:href=""http://inspire.ec.europa"
               ".eu/codelist/ProcessTypeValue/process""/>"
               "<ef:resultNature xlink:href=""http://inspire.ec."
               "europa.eu/codelist/ResultNatureValue/primary""/>"
               DELIMITED BY SIZE
               INTO LS-XML-LINE
           END-STRING
           PERFORM EMIT-XML-LINE
           MOVE SPACES TO LS-XML-LINE
           STRING
               "      <ef:procedure xlink:href="""
               FUNCTION TRIM(LS-NAMESPACE) "/SPP_"
               FUNCTION TRIM(LS-POINT-ID) """/>"
               "<ef:featureOfInterest xlink:href="""
               FUNCTION TRIM(LS-NAMESPACE) "/SAM_"
               FUNCTION TRIM(LS-POINT-ID) """/>"
               "<ef:observedProperty xlink:href="""
               FUNCTION TRIM(LS-POLLUTANT-URI) """/>"
               "</ef:ObservingCapability></ef:observingCapability>"
               DELIMITED BY SIZE
               INTO LS-XML-LINE
           END-STRING
           PERFORM EMIT-XML-LINE
           MOVE "      <aqd:assessmentType xlink:href=""http://dd."
               & "eionet.europa.eu/vocabulary/aq/assessmenttype/"
               & "indicative""/>"
               TO LS-XML-LINE
           PERFORM EMIT-XML-LINE
           MOVE SPACES TO LS-XML-LINE
           STRING
               "      <aqd:station xlink:href="""
               FUNCTION TRIM(LS-NAMESPACE) "/"
               FUNCTION TRIM(LS-STATION-ID) """/>"
               DELIMITED BY SIZE
               INTO LS-XML-LINE
           END-STRING
           PERFORM EMIT-XML-LINE
           MOVE "    </aqd:AQD_SamplingPoint>" TO LS-XML-LINE
           PERFORM EMIT-XML-LINE
           MOVE "  </gml:featureMember>" TO LS-XML-LINE
           PERFORM EMIT-XML-LINE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-OBSERVATION
      *> PURPOSE: The OM_Observation carrying the sampling point's
      *>          hourly series built by BUILD-OBSERVATION-VALUES.
      *> ===============================================================
       WRITE-OBSERVATION.
           MOVE "  <gml:featureMember>" TO LS-XML-LINE
           PERFORM EMIT-XML-LINE
           MOVE SPACES TO LS-XML-LINE
           STRING
               '    <om:OM_Observation gml:id="OBS_'
               FUNCTION TRIM(LS-POINT-ID) '">'
               DELIMITED BY SIZE
               INTO LS-XML-LINE
           END-STRING
           PERFORM EMIT-XML-LINE
           MOVE "      <om:phenomenonTime>" TO LS-XML-LINE
           PERFORM EMIT-XML-LINE
           MOVE SPACES TO LS-POINT-SUFFIX
           STRING
               "PT_" FUNCTION TRIM(LS-POINT-ID)
               DELIMITED BY SIZE
               INTO LS-POINT-SUFFIX
           END-STRING
           PERFORM EMIT-MONTH-PERIOD
           MOVE "      </om:phenomenonTime>" TO LS-XML-LINE
           PERFORM EMIT-XML-LINE
           MOVE SPACES TO LS-XML-LINE
           STRING
               "      <om:resultTime><gml:TimeInstant gml:id=""RT_"
               FUNCTION TRIM(LS-POINT-ID) """><gml:timePosition>"
               LS-GENERATED-TEXT
               "</gml:timePosition></gml:TimeInstant></om:resultTime>"
               DELIMITED BY SIZE
               INTO LS-XML-LINE
           END-STRING
           PERFORM EMIT-XML-LINE
           MOVE SPACES TO LS-XML-LINE
           STRING
               "      <om:procedure xlink:href="""
               FUNCTION TRIM(LS-NAMESPACE) "/SPP_"
               FUNCTION TRIM(LS-POINT-ID) """/>"
               DELIMITED BY SIZE
               INTO LS-XML-LINE
           END-STRING
           PERFORM EMIT-XML-LINE
           MOVE SPACES TO LS-XML-LINE
           STRING
               "      <om:parameter><om:NamedValue><om:name xlink:href="
               """http://dd.eionet.europa.eu/vocabulary/aq/"
               "processparameter/SamplingPoint""/><om:value "
               "xlink:href=""" FUNCTION TRIM(LS-NAMESPACE) "/SPO_"
               FUNCTION TRIM(LS-POINT-ID) """/>"
               "</om:NamedValue></om:parameter>"
               DELIMITED BY SIZE
               INTO LS-XML-LINE
           END-STRING
           PERFORM EMIT-XML-LINE
           MOVE "      <om:parameter><om:NamedValue><om:name xlink:"
               & "href=""http://dd.eionet.europa.eu/vocabulary/aq/"
               & "processparameter/AssessmentType""/><om:value "
               & "xlink:href=""http://dd.eionet.europa.eu/vocabulary/"
               & "aq/assessmenttype/indicative""/></om:NamedValue>"
               & "</om:parameter>"
               TO LS-XML-LINE
           PERFORM EMIT-XML-LINE
           MOVE SPACES TO LS-XML-LINE
           STRING
               "      <om:observedProperty xlink:href="""
               FUNCTION TRIM(LS-POLLUTANT-URI) """/>"
               "<om:featureOfInterest xlink:href="""
               FUNCTION TRIM(LS-NAMESPACE) "/SAM_"
               FUNCTION TRIM(LS-POINT-ID) """/>"
               DELIMITED BY SIZE
               INTO LS-XML-LINE
           END-STRING
           PERFORM EMIT-XML-LINE

           MOVE "      <om:result>" TO LS-XML-LINE
           PERFORM EMIT-XML-LINE
           MOVE "        <swe:DataArray>" TO LS-XML-LINE
           PERFORM EMIT-XML-LINE
           MOVE LS-BLOCK-COUNT TO LS-COUNT-TEXT
           MOVE SPACES TO LS-XML-LINE
           STRING
               "          <swe:elementCount><swe:Count><swe:value>"
               FUNCTION TRIM(LS-COUNT-TEXT)
               "</swe:value></swe:Count></swe:elementCount>"
               DELIMITED BY SIZE
               INTO LS-XML-LINE
           END-STRING
           PERFORM EMIT-XML-LINE
           MOVE "          <swe:elementType name=""FixedObservations"">"
               & "<swe:DataRecord>" TO LS-XML-LINE
           PERFORM EMIT-XML-LINE
           MOVE "            <swe:field name=""StartTime""><swe:Time "
               & "definition=""http://www.opengis.net/def/property/"
               & "OGC/0/SamplingTime""><swe:uom xlink:href=""http://"
               & "www.opengis.net/def/uom/ISO-8601/0/Gregorian""/>"
               & "</swe:Time></swe:field>" TO LS-XML-LINE
           PERFORM EMIT-XML-LINE
           MOVE "            <swe:field name=""EndTime""><swe:Time "
               & "definition=""http://www.opengis.net/def/property/"
               & "OGC/0/SamplingTime""><swe:uom xlink:href=""http://"
               & "www.opengis.net/def/uom/ISO-8601/0/Gregorian""/>"
               & "</swe:Time></swe:field>" TO LS-XML-LINE
           PERFORM EMIT-XML-LINE
           MOVE "            <swe:field name=""Verification"">"
               & "<swe:Category definition=""http://dd.eionet.europa."
               & "eu/vocabulary/aq/observationverification""/>"
               & "</swe:field>" TO LS-XML-LINE
           PERFORM EMIT-XML-LINE
           MOVE "            <swe:field name=""Validity"">"
               & "<swe:Category definition=""http://dd.eionet.europa."
               & "eu/vocabulary/aq/observationvalidity""/>"
               & "</swe:field>" TO LS-XML-LINE
           PERFORM EMIT-XML-LINE
           MOVE "            <swe:field name=""Value""><swe:Quantity "
               & "definition=""http://dd.eionet.europa.eu/vocabulary/"
               & "aq/primaryObservation/hour""><swe:uom xlink:href="""
               & "http://dd.eionet.europa.eu/vocabulary/uom/"
               & "concentration/ug.m-3""/></swe:Quantity></swe:field>"
               TO LS-XML-LINE
           PERFORM EMIT-XML-LINE
           MOVE "          </swe:DataRecord></swe:elementType>"
               TO LS-XML-LINE
           PERFORM EMIT-XML-LINE
           MOVE "          <swe:encoding><swe:TextEncoding "
               & "decimalSeparator=""."" blockSeparator=""@@"" "
               & "tokenSeparator="",""/></swe:encoding>"
               TO LS-XML-LINE
           PERFORM EMIT-XML-LINE
           WRITE EX-VALUES-LINE FROM LS-VALUES-LINE
           IF WS-EX-FILE-STATUS NOT = "00"
           THEN
               MOVE "Y" TO LS-XML-FAILED
           END-IF
           MOVE "        </swe:DataArray>" TO LS-XML-LINE
           PERFORM EMIT-XML-LINE
           MOVE "      </om:result>" TO LS-XML-LINE
           PERFORM EMIT-XML-LINE
           MOVE "    </om:OM_Observation>" TO LS-XML-LINE
           PERFORM EMIT-XML-LINE
           MOVE "  </gml:featureMember>" TO LS-XML-LINE
           PERFORM EMIT-XML-LINE.

      *> ===============================================================
      *> PARAGRAPH: FORMAT-ISO-DATE
      *> PURPOSE: LS-DATE-WORK (YYYYMMDD) as YYYY-MM-DD into
      *>          LS-ISO-DATE.
      *> ===============================================================
       FORMAT-ISO-DATE.
           MOVE SPACES TO LS-ISO-DATE
           STRING
               LS-DATE-WORK-X(1:4) "-" LS-DATE-WORK-X(5:2) "-"
               LS-DATE-WORK-X(7:2)
               DELIMITED BY SIZE
               INTO LS-ISO-DATE
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: EMIT-XML-LINE
      *> PURPOSE: Write LS-XML-LINE to the document, noting a failed
      *>          write in LS-XML-FAILED.
      *> ===============================================================
       EMIT-XML-LINE.
           WRITE EX-LINE FROM LS-XML-LINE
           IF WS-EX-FILE-STATUS NOT = "00"
           THEN
               MOVE "Y" TO LS-XML-FAILED
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: SUBMIT-DOCUMENT
      *> PURPOSE: Upload the document to the AASQA's endpoint. A 2xx
      *>          answer files it SUBMITTED with the answer as its
      *>          receipt; anything else files it FAILED with the
      *>          status and answer.
      *> ===============================================================
       SUBMIT-DOCUMENT.
           MOVE WS-XML-FILENAME TO LS-SUBMIT-FILE
           CALL "HTTP-CLIENT-SEND-CAPTURE" USING
               BY REFERENCE LS-SUBMIT-METHOD
               BY REFERENCE LS-SUBMIT-URL
               BY REFERENCE LS-SUBMIT-BODY
               BY REFERENCE LS-SUBMIT-CONTENT-TYPE
               BY REFERENCE LS-AUTH-HEADER
               BY REFERENCE LS-SUBMIT-FILE
               BY REFERENCE OUT-RESPONSE
               RETURNING LS-CURL-CODE
           MOVE SPACES TO LS-RECEIPT-TEXT
           IF LS-CURL-CODE NOT = 0
           THEN
               MOVE "FAILED" TO LS-FILING-KIND
               MOVE "AASQA endpoint unreachable" TO LS-RECEIPT-TEXT
               EXIT PARAGRAPH
           END-IF

           MOVE OUT-RESPONSE-HTTP-STATUS TO LS-HTTP-STATUS
           MOVE OUT-RESPONSE-LENGTH-BYTES TO LS-RECEIPT-LENGTH
           IF LS-RECEIPT-LENGTH > 900
           THEN
               MOVE 900 TO LS-RECEIPT-LENGTH
           END-IF
           IF LS-HTTP-STATUS >= 200 AND LS-HTTP-STATUS < 300
           THEN
               MOVE "SUBMITTED" TO LS-FILING-KIND
               STRING "HTTP " LS-HTTP-STATUS " "
                   DELIMITED BY SIZE
                   INTO LS-RECEIPT-TEXT
               END-STRING
           ELSE
               MOVE "FAILED" TO LS-FILING-KIND
               STRING "refused, HTTP " LS-HTTP-STATUS " "
                   DELIMITED BY SIZE
                   INTO LS-RECEIPT-TEXT
               END-STRING
           END-IF
           IF LS-RECEIPT-LENGTH > 0
           THEN
               MOVE LS-RECEIPT-TEXT TO LS-RECEIPT-HEAD
               MOVE SPACES TO LS-RECEIPT-TEXT
               STRING
                   FUNCTION TRIM(LS-RECEIPT-HEAD) " "
                   OUT-RESPONSE-DATA(1:LS-RECEIPT-LENGTH)
                   DELIMITED BY SIZE
                   INTO LS-RECEIPT-TEXT
               END-STRING
               INSPECT LS-RECEIPT-TEXT
                   REPLACING ALL X"0A" BY SPACE
                             ALL X"0D" BY SPACE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: FILE-RECEIPT
      *> PURPOSE: Append this filing to ereporting-receipts.txt: the
      *>          outcome with the document's counts, then the
      *>          receipt line.
      *> ===============================================================
       FILE-RECEIPT.
           OPEN EXTEND EREPORTING-RECEIPT-FILE
           IF WS-ER-FILE-STATUS = "35"
           THEN
               OPEN OUTPUT EREPORTING-RECEIPT-FILE
           END-IF
           IF WS-ER-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not extend "
                   "ereporting-receipts.txt, status "
                   WS-ER-FILE-STATUS
               MOVE "FAILED" TO LS-FILING-KIND
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ER-RECORD
           MOVE LS-MONTH-TAG TO ER-MONTH
           MOVE LS-FILING-KIND TO ER-KIND
           MOVE LS-FILING-SUMMARY TO ER-TEXT
           WRITE ER-RECORD
           MOVE SPACES TO ER-RECORD
           MOVE LS-MONTH-TAG TO ER-MONTH
           MOVE "RECEIPT" TO ER-KIND
           MOVE LS-RECEIPT-TEXT TO ER-TEXT
           WRITE ER-RECORD
           CLOSE EREPORTING-RECEIPT-FILE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-BATCH-RUN-RECORD
      *> PURPOSE: Append this run's record to the shared batch-control
      *>          journal for the /status route.
      *> ===============================================================
       WRITE-BATCH-RUN-RECORD.
           MOVE FUNCTION CURRENT-DATE TO BC-END-TIMESTAMP
           CALL "BATCH-RUN-RECORD" USING
               BY REFERENCE BC-RECORD.

       END PROGRAM EEA-EREPORTING-BATCH.
