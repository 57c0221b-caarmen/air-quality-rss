      *> ===============================================================
      *> PROGRAM: COST-ATTRIBUTION-BATCH
      *> PURPOSE: Monthly upstream cost attribution: joins a month of
      *>          upstream measurements (upstream-latency.dat) to the
      *>          audit trail on the day and correlation id both
      *>          carry, and attributes every upstream call - its
      *>          latency and its retries - to the API key and route
      *>          of the request that triggered it. Calls no request
      *>          triggered (the prefetch and the other batches, or a
      *>          request whose audit record is gone) land in a
      *>          "system" bucket. The report,
      *>          cost-attribution.YYYYMM.txt, gives each subscriber's
      *>          upstream footprint - calls, share of the month's
      *>          calls, call-seconds and retries - and cache hit
      *>          ratio (the share of its requests to upstream-backed
      *>          routes that needed no upstream call at all), so
      *>          pricing and quotas can follow what a subscriber
      *>          actually costs.
      *>          Reports cover last month by default; set
      *>          AQRSS_COST_ATTRIBUTION_MONTH (YYYYMM) to report on
      *>          a different month.
      *>          Scheduled from AIR-QUALITY-RSS's main loop on its
      *>          own job slot, and runnable on demand through the
      *>          /admin/jobs routes; not reachable as an HTTP data
      *>          route.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COST-ATTRIBUTION-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UPSTREAM-MEASURE-FILE ASSIGN TO
                   "upstream-latency.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UM-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO
                   DYNAMIC WS-AUDIT-LOG-FILENAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AL-FILE-STATUS.

           SELECT API-KEY-FILE ASSIGN TO "api-keys.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AK-FILE-STATUS.

           SELECT COST-REPORT-FILE ASSIGN TO
                   DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CR-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  UPSTREAM-MEASURE-FILE.
       COPY upstream-measure IN "support/http".

       FD  AUDIT-LOG-FILE.
       COPY audit-log IN "air-quality/api".

       FD  API-KEY-FILE.
       COPY api-key-record IN "air-quality/api".

       FD  COST-REPORT-FILE.
       01  CR-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-UM-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-AL-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-AK-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CR-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-AUDIT-LOG-FILENAME        PIC X(40) VALUE SPACES.
       01  WS-REPORT-FILENAME           PIC X(40) VALUE SPACES.

       01  WS-REPORT-MONTH              PIC X(6) VALUE SPACES.
       01  WS-MONTH-DAY-COUNT           PIC 9(2) VALUE 0.
       01  WS-DAY-NUM                   PIC 9(2) VALUE 0.
       01  WS-DAY-DATE                  PIC X(8) VALUE SPACES.
       01  WS-MONTH-FIRST-YYYYMMDD      PIC 9(8) VALUE 0.
       01  WS-NEXT-MONTH-YYYYMMDD       PIC 9(8) VALUE 0.

      *> The month's upstream calls, one entry per (day, correlation
      *> id) with the calls, seconds and retries of that request,
      *> kept in key order so each audit record finds its calls by
      *> binary search. The measurement trail is appended in time
      *> order, so nearly every entry goes on the end.
       01  C-CALL-MAX-COUNT             CONSTANT AS 20000.
       01  WS-CALL-COUNT                PIC 9(5) VALUE 0.
       01  WS-CALL-TABLE.
           05  WS-CL-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-CALL-COUNT
                   ASCENDING KEY IS WS-CL-KEY
                   INDEXED BY WS-CL-IDX.
               10  WS-CL-KEY.
                   15  WS-CL-DATE       PIC X(8).
                   15  WS-CL-ID         PIC X(16).
               10  WS-CL-CALLS          PIC 9(5).
               10  WS-CL-SECONDS        PIC 9(7).
               10  WS-CL-RETRIES        PIC 9(5).
               10  WS-CL-MATCHED        PIC X(1).
       01  WS-CALL-KEY.
           05  WS-CK-DATE               PIC X(8).
           05  WS-CK-ID                 PIC X(16).
       01  WS-CALL-SLOT                 USAGE BINARY-LONG VALUE 0.
       01  WS-SHIFT-SLOT                USAGE BINARY-LONG VALUE 0.
       01  WS-OVERFLOW-CALLS            PIC 9(7) VALUE 0.

      *> Attribution buckets, one per (API key, route): "anonymous"
      *> for requests without a key, "system" for calls no request
      *> triggered. A full table folds the rest into a last
      *> "(other)" bucket per key rather than losing them.
       01  C-BUCKET-MAX-COUNT           CONSTANT AS 400.
       01  WS-BUCKET-COUNT              PIC 9(3) VALUE 0.
       01  WS-BUCKET-TABLE.
           05  WS-CB-ENTRY OCCURS 400 TIMES INDEXED BY WS-CB-IDX.
               10  WS-CB-KEY            PIC X(40).
               10  WS-CB-ROUTE          PIC X(100).
               10  WS-CB-REQUESTS       PIC 9(7).
               10  WS-CB-BACKED         PIC 9(7).
               10  WS-CB-CACHE-HITS     PIC 9(7).
               10  WS-CB-CALLS          PIC 9(7).
               10  WS-CB-SECONDS        PIC 9(9).
               10  WS-CB-RETRIES        PIC 9(7).
               10  WS-CB-REPORTED       PIC X(1).
       01  WS-BUCKET-SLOT               USAGE BINARY-LONG VALUE 0.
       01  WS-BUCKET-KEY                PIC X(40) VALUE SPACES.
       01  WS-BUCKET-ROUTE              PIC X(100) VALUE SPACES.
       01  WS-SCAN-IDX                  USAGE BINARY-LONG VALUE 0.

      *> Key owners, for naming each subscriber's section.
       01  C-OWNER-MAX-COUNT            CONSTANT AS 200.
       01  WS-OWNER-COUNT               PIC 9(3) VALUE 0.
       01  WS-OWNER-TABLE.
           05  WS-OW-ENTRY OCCURS 200 TIMES INDEXED BY WS-OW-IDX.
               10  WS-OW-KEY            PIC X(40).
               10  WS-OW-OWNER          PIC X(32).

       LOCAL-STORAGE SECTION.
      *> The registered layouts this batch reads (see
      *> AQRSS-LAYOUT-VERSION): a misframed trail would attribute
      *> calls to the wrong requests.
       01  C-UM-FILE-NAME               PIC X(40)
               VALUE "upstream-latency.dat".
       01  C-UM-LAYOUT-VERSION          PIC 9(3) VALUE 2.
       01  C-AUDIT-TRAIL-NAME           PIC X(40)
               VALUE "air-quality-audit.log".
       01  C-AUDIT-TRAIL-VERSION        PIC 9(3) VALUE 3.
       01  C-AK-FILE-NAME               PIC X(40)
               VALUE "api-keys.dat".
       01  C-AK-LAYOUT-VERSION          PIC 9(3) VALUE 4.
       01  LS-CURRENT-DATE-AND-TIME.
           05  LS-CDT-YEAR              PIC 9(4).
           05  LS-CDT-MONTH             PIC 9(2).
           05  LS-CDT-DAY               PIC 9(2).
       01  LS-ENV-VALUE                 PIC X(32) VALUE SPACES.
       01  LS-OWNER                     PIC X(32) VALUE SPACES.
       01  LS-MONTH-CALLS               PIC 9(9) VALUE 0.
       01  LS-KEY-REQUESTS              PIC 9(9) VALUE 0.
       01  LS-KEY-BACKED                PIC 9(9) VALUE 0.
       01  LS-KEY-CACHE-HITS            PIC 9(9) VALUE 0.
       01  LS-KEY-CALLS                 PIC 9(9) VALUE 0.
       01  LS-KEY-SECONDS               PIC 9(9) VALUE 0.
       01  LS-KEY-RETRIES               PIC 9(9) VALUE 0.
       01  LS-PERCENT                   PIC 9(3)V9 VALUE 0.
       01  LS-SUBSCRIBER-COUNT          PIC 9(5) VALUE 0.
       01  LS-COUNT-DISPLAY             PIC Z(8)9.
       01  LS-SECONDS-DISPLAY           PIC Z(8)9.
       01  LS-RETRIES-DISPLAY           PIC Z(8)9.
       01  LS-REQUESTS-DISPLAY          PIC Z(8)9.
       01  LS-PERCENT-DISPLAY           PIC ZZ9.9.
       01  LS-HIT-DISPLAY               PIC ZZ9.9.
       01  LS-KEY-LABEL                 PIC X(60) VALUE SPACES.
       01  C-LOG-INFO                   PIC X(5) VALUE "INFO".
       01  C-LOG-WARN                   PIC X(5) VALUE "WARN".
       01  LS-LOG-MESSAGE               PIC X(256) VALUE SPACES.
       COPY batch-control IN "air-quality/batch".

       PROCEDURE DIVISION.

           MOVE "COST-ATTRIBUTION-BATCH" TO BC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO BC-START-TIMESTAMP

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-UM-FILE-NAME
               BY REFERENCE C-UM-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "SKIPPED" TO BC-STATUS
               MOVE "measurements awaiting layout migration"
                   TO BC-NOTE
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-AUDIT-TRAIL-NAME
               BY REFERENCE C-AUDIT-TRAIL-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "SKIPPED" TO BC-STATUS
               MOVE "audit trail awaiting layout migration"
                   TO BC-NOTE
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF

           PERFORM PICK-REPORT-MONTH
           PERFORM LOAD-MONTH-CALLS
           PERFORM LOAD-KEY-OWNERS

      *> Join each day's audit file against the call table; a day
      *> with no audit file simply attributes nothing to requests.
           PERFORM VARYING WS-DAY-NUM FROM 1 BY 1
               UNTIL WS-DAY-NUM > WS-MONTH-DAY-COUNT
               MOVE SPACES TO WS-DAY-DATE
               STRING
                   WS-REPORT-MONTH WS-DAY-NUM
                   INTO WS-DAY-DATE
               END-STRING
               PERFORM JOIN-ONE-DAY
           END-PERFORM

      *> Whatever no audit record claimed is the system's.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-CALL-COUNT
               IF WS-CL-MATCHED(WS-CL-IDX) NOT = "Y"
               THEN
                   MOVE "system" TO WS-BUCKET-KEY
                   IF WS-CL-ID(WS-CL-IDX) = SPACES
                   THEN
                       MOVE "(batch jobs)" TO WS-BUCKET-ROUTE
                   ELSE
                       MOVE "(request not in the audit trail)"
                           TO WS-BUCKET-ROUTE
                   END-IF
                   PERFORM FIND-OR-ADD-BUCKET
                   ADD WS-CL-CALLS(WS-CL-IDX)
                       TO WS-CB-CALLS(WS-BUCKET-SLOT)
                   ADD WS-CL-SECONDS(WS-CL-IDX)
                       TO WS-CB-SECONDS(WS-BUCKET-SLOT)
                   ADD WS-CL-RETRIES(WS-CL-IDX)
                       TO WS-CB-RETRIES(WS-BUCKET-SLOT)
               END-IF
           END-PERFORM
           IF WS-OVERFLOW-CALLS > 0
           THEN
               MOVE "system" TO WS-BUCKET-KEY
               MOVE "(beyond the call table, unattributed)"
                   TO WS-BUCKET-ROUTE
               PERFORM FIND-OR-ADD-BUCKET
               ADD WS-OVERFLOW-CALLS TO WS-CB-CALLS(WS-BUCKET-SLOT)
               MOVE WS-OVERFLOW-CALLS TO LS-COUNT-DISPLAY
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Cost attribution: "
                   FUNCTION TRIM(LS-COUNT-DISPLAY)
                   " upstream call(s) in " WS-REPORT-MONTH
                   " beyond the call table left unattributed"
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
           END-IF

           IF WS-BUCKET-COUNT = 0
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Cost attribution: no traffic or upstream calls "
                   "in " WS-REPORT-MONTH ", skipping"
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE "SKIPPED" TO BC-STATUS
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF

           PERFORM WRITE-COST-REPORT
           IF WS-CR-FILE-STATUS NOT = "00"
           THEN
               MOVE "FAILED" TO BC-STATUS
               PERFORM WRITE-BATCH-RUN-RECORD
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE LS-SUBSCRIBER-COUNT TO LS-COUNT-DISPLAY
           MOVE SPACES TO LS-LOG-MESSAGE
           STRING
               "Cost attribution: " FUNCTION TRIM(LS-COUNT-DISPLAY)
               " subscriber section(s) written to "
               FUNCTION TRIM(WS-REPORT-FILENAME)
               INTO LS-LOG-MESSAGE
           END-STRING
           CALL "AQRSS-LOG" USING
               BY REFERENCE C-LOG-INFO
               BY REFERENCE LS-LOG-MESSAGE

           MOVE LS-SUBSCRIBER-COUNT TO BC-OK-COUNT
           MOVE "OK" TO BC-STATUS
           PERFORM WRITE-BATCH-RUN-RECORD

           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: PICK-REPORT-MONTH
      *> PURPOSE: Sets WS-REPORT-MONTH (YYYYMM) to the
      *>          AQRSS_COST_ATTRIBUTION_MONTH override when one is
      *>          set, or to last month otherwise, and counts the
      *>          month's days from the calendar.
      *> ===============================================================
       PICK-REPORT-MONTH.
           MOVE SPACES TO LS-ENV-VALUE
           ACCEPT LS-ENV-VALUE
               FROM ENVIRONMENT "AQRSS_COST_ATTRIBUTION_MONTH"
           IF FUNCTION TRIM(LS-ENV-VALUE) NOT = SPACES
           THEN
               MOVE LS-ENV-VALUE(1:6) TO WS-REPORT-MONTH
           ELSE
               MOVE FUNCTION CURRENT-DATE
                   TO LS-CURRENT-DATE-AND-TIME
               IF LS-CDT-MONTH = 1
               THEN
                   COMPUTE LS-CDT-YEAR = LS-CDT-YEAR - 1
                   MOVE 12 TO LS-CDT-MONTH
               ELSE
                   COMPUTE LS-CDT-MONTH = LS-CDT-MONTH - 1
               END-IF
               MOVE SPACES TO WS-REPORT-MONTH
               STRING
                   LS-CDT-YEAR LS-CDT-MONTH
                   INTO WS-REPORT-MONTH
               END-STRING
           END-IF

           COMPUTE WS-MONTH-FIRST-YYYYMMDD =
               FUNCTION NUMVAL(WS-REPORT-MONTH) * 100 + 1
           IF WS-REPORT-MONTH(5:2) = "12"
           THEN
               COMPUTE WS-NEXT-MONTH-YYYYMMDD =
                   (FUNCTION NUMVAL(WS-REPORT-MONTH(1:4)) + 1)
                   * 10000 + 0101
           ELSE
               COMPUTE WS-NEXT-MONTH-YYYYMMDD =
                   WS-MONTH-FIRST-YYYYMMDD + 100
           END-IF
           COMPUTE WS-MONTH-DAY-COUNT =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-YYYYMMDD)
               - FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST-YYYYMMDD).

      *> ===============================================================
      *> PARAGRAPH: LOAD-MONTH-CALLS
      *> PURPOSE: Fold the month's upstream measurements into the
      *>          call table. A missing trail is a month without
      *>          upstream calls.
      *> ===============================================================
       LOAD-MONTH-CALLS.
           MOVE 0 TO WS-CALL-COUNT
           MOVE 0 TO WS-OVERFLOW-CALLS
           MOVE 0 TO LS-MONTH-CALLS
           OPEN INPUT UPSTREAM-MEASURE-FILE
           IF WS-UM-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-UM-FILE-STATUS NOT = "00"
               READ UPSTREAM-MEASURE-FILE
                   AT END
                       MOVE "10" TO WS-UM-FILE-STATUS
                   NOT AT END
                       IF UM-DATE(1:6) = WS-REPORT-MONTH
                       THEN
                           ADD 1 TO LS-MONTH-CALLS
                           PERFORM ADD-ONE-CALL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UPSTREAM-MEASURE-FILE.

      *> ===============================================================
      *> PARAGRAPH: ADD-ONE-CALL
      *> PURPOSE: Add the UM-RECORD just read to its (day,
      *>          correlation id) entry, inserting a new entry in key
      *>          order when the request has none yet.
      *> ===============================================================
       ADD-ONE-CALL.
           MOVE UM-DATE TO WS-CK-DATE
           MOVE UM-CORRELATION-ID TO WS-CK-ID
           PERFORM FIND-CALL-ENTRY
           IF WS-CALL-SLOT = 0
           THEN
               IF WS-CALL-COUNT >= C-CALL-MAX-COUNT
               THEN
                   ADD 1 TO WS-OVERFLOW-CALLS
                   EXIT PARAGRAPH
               END-IF
      *> Shift the entries above the new key up one place; in time
      *> order this loop ends at once.
               ADD 1 TO WS-CALL-COUNT
               MOVE WS-CALL-COUNT TO WS-SHIFT-SLOT
               PERFORM UNTIL WS-SHIFT-SLOT = 1
                   OR WS-CL-KEY(WS-SHIFT-SLOT - 1) < WS-CALL-KEY
                   MOVE WS-CL-ENTRY(WS-SHIFT-SLOT - 1)
                       TO WS-CL-ENTRY(WS-SHIFT-SLOT)
                   SUBTRACT 1 FROM WS-SHIFT-SLOT
               END-PERFORM
               MOVE WS-SHIFT-SLOT TO WS-CALL-SLOT
               MOVE WS-CALL-KEY TO WS-CL-KEY(WS-CALL-SLOT)
               MOVE 0 TO WS-CL-CALLS(WS-CALL-SLOT)
               MOVE 0 TO WS-CL-SECONDS(WS-CALL-SLOT)
               MOVE 0 TO WS-CL-RETRIES(WS-CALL-SLOT)
               MOVE "N" TO WS-CL-MATCHED(WS-CALL-SLOT)
           END-IF
           ADD 1 TO WS-CL-CALLS(WS-CALL-SLOT)
           ADD UM-DURATION-SECS TO WS-CL-SECONDS(WS-CALL-SLOT)
           IF UM-ATTEMPTS > 1
           THEN
               COMPUTE WS-CL-RETRIES(WS-CALL-SLOT) =
                   WS-CL-RETRIES(WS-CALL-SLOT) + UM-ATTEMPTS - 1
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: FIND-CALL-ENTRY
      *> PURPOSE: The call table slot holding WS-CALL-KEY into
      *>          WS-CALL-SLOT, 0 when there is none.
      *> ===============================================================
       FIND-CALL-ENTRY.
           MOVE 0 TO WS-CALL-SLOT
           IF WS-CALL-COUNT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           SEARCH ALL WS-CL-ENTRY
               AT END
                   MOVE 0 TO WS-CALL-SLOT
               WHEN WS-CL-KEY(WS-CL-IDX) = WS-CALL-KEY
                   SET WS-CALL-SLOT TO WS-CL-IDX
           END-SEARCH.

      *> ===============================================================
      *> PARAGRAPH: LOAD-KEY-OWNERS
      *> PURPOSE: Read each key's owner from the API key registry.
      *>          An unmigrated or missing registry leaves keys named
      *>          by their first characters only.
      *> ===============================================================
       LOAD-KEY-OWNERS.
           MOVE 0 TO WS-OWNER-COUNT
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-AK-FILE-NAME
               BY REFERENCE C-AK-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT API-KEY-FILE
           IF WS-AK-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AK-FILE-STATUS = "10"
               READ API-KEY-FILE
                   AT END
                       MOVE "10" TO WS-AK-FILE-STATUS
                   NOT AT END
                       IF WS-OWNER-COUNT < C-OWNER-MAX-COUNT
                       THEN
                           ADD 1 TO WS-OWNER-COUNT
                           SET WS-OW-IDX TO WS-OWNER-COUNT
                           MOVE AK-KEY TO WS-OW-KEY(WS-OW-IDX)
                           MOVE AK-OWNER TO WS-OW-OWNER(WS-OW-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE API-KEY-FILE.

      *> ===============================================================
      *> PARAGRAPH: JOIN-ONE-DAY
      *> PURPOSE: Attribute one day's audit records: each request
      *>          counts against its key and route, and claims the
      *>          upstream calls recorded under its correlation id
      *>          that day.
      *> ===============================================================
       JOIN-ONE-DAY.
           MOVE SPACES TO WS-AUDIT-LOG-FILENAME
           STRING
               "air-quality-audit." WS-DAY-DATE ".log"
               INTO WS-AUDIT-LOG-FILENAME
           END-STRING
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AL-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AL-FILE-STATUS NOT = "00"
               READ AUDIT-LOG-FILE
                   AT END
                       MOVE "10" TO WS-AL-FILE-STATUS
                   NOT AT END
      *> A day's closing records (see AUDIT-CHAIN) are not traffic.
                       IF AL-METHOD NOT = "SEAL"
                           AND AL-METHOD NOT = "RESEAL"
                       THEN
                           PERFORM ATTRIBUTE-ONE-REQUEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG-FILE.

      *> ===============================================================
      *> PARAGRAPH: ATTRIBUTE-ONE-REQUEST
      *> PURPOSE: Fold the AL-RECORD just read into its bucket. A
      *>          request to an upstream-backed route that claims no
      *>          call was answered from cache.
      *> ===============================================================
       ATTRIBUTE-ONE-REQUEST.
           IF FUNCTION TRIM(AL-API-KEY) = SPACES
           THEN
               MOVE "anonymous" TO WS-BUCKET-KEY
           ELSE
               MOVE AL-API-KEY TO WS-BUCKET-KEY
           END-IF
           MOVE AL-URL TO WS-BUCKET-ROUTE
           PERFORM FIND-OR-ADD-BUCKET
           ADD 1 TO WS-CB-REQUESTS(WS-BUCKET-SLOT)

           MOVE 0 TO WS-CALL-SLOT
           IF AL-CORRELATION-ID NOT = SPACES
           THEN
               MOVE WS-DAY-DATE TO WS-CK-DATE
               MOVE AL-CORRELATION-ID TO WS-CK-ID
               PERFORM FIND-CALL-ENTRY
           END-IF
           IF WS-CALL-SLOT > 0
           THEN
               IF WS-CL-MATCHED(WS-CALL-SLOT) = "Y"
               THEN
                   MOVE 0 TO WS-CALL-SLOT
               END-IF
           END-IF
           IF WS-CALL-SLOT > 0
           THEN
               MOVE "Y" TO WS-CL-MATCHED(WS-CALL-SLOT)
               ADD WS-CL-CALLS(WS-CALL-SLOT)
                   TO WS-CB-CALLS(WS-BUCKET-SLOT)
               ADD WS-CL-SECONDS(WS-CALL-SLOT)
                   TO WS-CB-SECONDS(WS-BUCKET-SLOT)
               ADD WS-CL-RETRIES(WS-CALL-SLOT)
                   TO WS-CB-RETRIES(WS-BUCKET-SLOT)
           END-IF

           IF FUNCTION TRIM(AL-UPSTREAM-CALL) NOT = "NONE"
               AND FUNCTION TRIM(AL-UPSTREAM-CALL) NOT = SPACES
               AND FUNCTION TRIM(AL-UPSTREAM-CALL) NOT = "LOAD-SHED"
           THEN
               ADD 1 TO WS-CB-BACKED(WS-BUCKET-SLOT)
               IF WS-CALL-SLOT = 0
               THEN
                   ADD 1 TO WS-CB-CACHE-HITS(WS-BUCKET-SLOT)
               END-IF
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: FIND-OR-ADD-BUCKET
      *> PURPOSE: The (WS-BUCKET-KEY, WS-BUCKET-ROUTE) bucket into
      *>          WS-BUCKET-SLOT, added when new. With the table
      *>          full, the key's "(other)" bucket - or, failing
      *>          that, the last bucket - takes the request.
      *> ===============================================================
       FIND-OR-ADD-BUCKET.
           MOVE 0 TO WS-BUCKET-SLOT
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
               UNTIL WS-CB-IDX > WS-BUCKET-COUNT
               OR WS-BUCKET-SLOT > 0
               IF WS-CB-KEY(WS-CB-IDX) = WS-BUCKET-KEY
                   AND WS-CB-ROUTE(WS-CB-IDX) = WS-BUCKET-ROUTE
               THEN
                   SET WS-BUCKET-SLOT TO WS-CB-IDX
               END-IF
           END-PERFORM
           IF WS-BUCKET-SLOT > 0
           THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-BUCKET-COUNT >= C-BUCKET-MAX-COUNT - 1
               AND WS-BUCKET-ROUTE NOT = "(other)"
           THEN
               MOVE "(other)" TO WS-BUCKET-ROUTE
               PERFORM FIND-OR-ADD-BUCKET
               EXIT PARAGRAPH
           END-IF
           IF WS-BUCKET-COUNT >= C-BUCKET-MAX-COUNT
           THEN
               MOVE C-BUCKET-MAX-COUNT TO WS-BUCKET-SLOT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BUCKET-COUNT
           MOVE WS-BUCKET-COUNT TO WS-BUCKET-SLOT
           MOVE WS-BUCKET-KEY TO WS-CB-KEY(WS-BUCKET-SLOT)
           MOVE WS-BUCKET-ROUTE TO WS-CB-ROUTE(WS-BUCKET-SLOT)
           MOVE 0 TO WS-CB-REQUESTS(WS-BUCKET-SLOT)
           MOVE 0 TO WS-CB-BACKED(WS-BUCKET-SLOT)
           MOVE 0 TO WS-CB-CACHE-HITS(WS-BUCKET-SLOT)
           MOVE 0 TO WS-CB-CALLS(WS-BUCKET-SLOT)
           MOVE 0 TO WS-CB-SECONDS(WS-BUCKET-SLOT)
           MOVE 0 TO WS-CB-RETRIES(WS-BUCKET-SLOT)
           MOVE "N" TO WS-CB-REPORTED(WS-BUCKET-SLOT).

      *> ===============================================================
      *> PARAGRAPH: WRITE-COST-REPORT
      *> PURPOSE: Write cost-attribution.YYYYMM.txt: a section per
      *>          subscriber in order of first appearance, its totals
      *>          then its routes. Leaves WS-CR-FILE-STATUS not "00"
      *>          when the report could not be opened.
      *> ===============================================================
       WRITE-COST-REPORT.
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING
               "cost-attribution." WS-REPORT-MONTH ".txt"
               INTO WS-REPORT-FILENAME
           END-STRING
           OPEN OUTPUT COST-REPORT-FILE
           IF WS-CR-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not open "
                   FUNCTION TRIM(WS-REPORT-FILENAME)
                   ", status " WS-CR-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE LS-MONTH-CALLS TO LS-COUNT-DISPLAY
           MOVE SPACES TO CR-LINE
           STRING
               "Upstream cost attribution for " WS-REPORT-MONTH(1:4)
               "-" WS-REPORT-MONTH(5:2) ": "
               FUNCTION TRIM(LS-COUNT-DISPLAY) " upstream call(s)"
               INTO CR-LINE
           END-STRING
           WRITE CR-LINE

           MOVE 0 TO LS-SUBSCRIBER-COUNT
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-BUCKET-COUNT
               IF WS-CB-REPORTED(WS-SCAN-IDX) NOT = "Y"
               THEN
                   PERFORM WRITE-ONE-SUBSCRIBER
               END-IF
           END-PERFORM
           CLOSE COST-REPORT-FILE
           MOVE "00" TO WS-CR-FILE-STATUS.

      *> ===============================================================
      *> PARAGRAPH: WRITE-ONE-SUBSCRIBER
      *> PURPOSE: The section for the key of bucket WS-SCAN-IDX:
      *>          totals over all its buckets, then one line per
      *>          route, marking each bucket reported.
      *> ===============================================================
       WRITE-ONE-SUBSCRIBER.
           ADD 1 TO LS-SUBSCRIBER-COUNT
           MOVE WS-CB-KEY(WS-SCAN-IDX) TO WS-BUCKET-KEY
           MOVE 0 TO LS-KEY-REQUESTS
           MOVE 0 TO LS-KEY-BACKED
           MOVE 0 TO LS-KEY-CACHE-HITS
           MOVE 0 TO LS-KEY-CALLS
           MOVE 0 TO LS-KEY-SECONDS
           MOVE 0 TO LS-KEY-RETRIES
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
               UNTIL WS-CB-IDX > WS-BUCKET-COUNT
               IF WS-CB-KEY(WS-CB-IDX) = WS-BUCKET-KEY
               THEN
                   ADD WS-CB-REQUESTS(WS-CB-IDX) TO LS-KEY-REQUESTS
                   ADD WS-CB-BACKED(WS-CB-IDX) TO LS-KEY-BACKED
                   ADD WS-CB-CACHE-HITS(WS-CB-IDX)
                       TO LS-KEY-CACHE-HITS
                   ADD WS-CB-CALLS(WS-CB-IDX) TO LS-KEY-CALLS
                   ADD WS-CB-SECONDS(WS-CB-IDX) TO LS-KEY-SECONDS
                   ADD WS-CB-RETRIES(WS-CB-IDX) TO LS-KEY-RETRIES
               END-IF
           END-PERFORM

           MOVE SPACES TO LS-KEY-LABEL
           IF WS-BUCKET-KEY = "anonymous"
               OR WS-BUCKET-KEY = "system"
           THEN
               MOVE WS-BUCKET-KEY TO LS-KEY-LABEL
           ELSE
               MOVE SPACES TO LS-OWNER
               PERFORM VARYING WS-OW-IDX FROM 1 BY 1
                   UNTIL WS-OW-IDX > WS-OWNER-COUNT
                   IF WS-OW-KEY(WS-OW-IDX) = WS-BUCKET-KEY
                   THEN
                       MOVE WS-OW-OWNER(WS-OW-IDX) TO LS-OWNER
                   END-IF
               END-PERFORM
               IF LS-OWNER = SPACES
               THEN
                   MOVE "(unregistered key)" TO LS-OWNER
               END-IF
               STRING
                   FUNCTION TRIM(LS-OWNER) " (key "
                   WS-BUCKET-KEY(1:8) "...)"
                   INTO LS-KEY-LABEL
               END-STRING
           END-IF

           MOVE SPACES TO CR-LINE
           WRITE CR-LINE
           MOVE LS-KEY-LABEL TO CR-LINE
           WRITE CR-LINE

           MOVE 0 TO LS-PERCENT
           IF LS-MONTH-CALLS > 0
           THEN
               COMPUTE LS-PERCENT ROUNDED =
                   LS-KEY-CALLS * 100 / LS-MONTH-CALLS
           END-IF
           MOVE LS-PERCENT TO LS-PERCENT-DISPLAY
           MOVE LS-KEY-CALLS TO LS-COUNT-DISPLAY
           MOVE LS-KEY-SECONDS TO LS-SECONDS-DISPLAY
           MOVE LS-KEY-RETRIES TO LS-RETRIES-DISPLAY
           MOVE SPACES TO CR-LINE
           STRING
               "  Upstream calls: " FUNCTION TRIM(LS-COUNT-DISPLAY)
               " (" FUNCTION TRIM(LS-PERCENT-DISPLAY) "% of the "
               "month), call-seconds: "
               FUNCTION TRIM(LS-SECONDS-DISPLAY)
               ", retries: " FUNCTION TRIM(LS-RETRIES-DISPLAY)
               INTO CR-LINE
           END-STRING
           WRITE CR-LINE

           IF WS-BUCKET-KEY NOT = "system"
           THEN
               MOVE LS-KEY-REQUESTS TO LS-REQUESTS-DISPLAY
               MOVE SPACES TO CR-LINE
               IF LS-KEY-BACKED > 0
               THEN
                   COMPUTE LS-PERCENT ROUNDED =
                       LS-KEY-CACHE-HITS * 100 / LS-KEY-BACKED
                   MOVE LS-PERCENT TO LS-HIT-DISPLAY
                   STRING
                       "  Requests: "
                       FUNCTION TRIM(LS-REQUESTS-DISPLAY)
                       ", cache hit ratio: "
                       FUNCTION TRIM(LS-HIT-DISPLAY) "%"
                       INTO CR-LINE
                   END-STRING
               ELSE
                   STRING
                       "  Requests: "
                       FUNCTION TRIM(LS-REQUESTS-DISPLAY)
                       ", none to upstream-backed routes"
                       INTO CR-LINE
                   END-STRING
               END-IF
               WRITE CR-LINE
           END-IF

           MOVE "  By route:" TO CR-LINE
           WRITE CR-LINE
           PERFORM VARYING WS-CB-IDX FROM 1 BY 1
               UNTIL WS-CB-IDX > WS-BUCKET-COUNT
               IF WS-CB-KEY(WS-CB-IDX) = WS-BUCKET-KEY
               THEN
                   PERFORM WRITE-ONE-ROUTE-LINE
                   MOVE "Y" TO WS-CB-REPORTED(WS-CB-IDX)
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: WRITE-ONE-ROUTE-LINE
      *> PURPOSE: One route line of the current section for bucket
      *>          WS-CB-IDX.
      *> ===============================================================
       WRITE-ONE-ROUTE-LINE.
           MOVE WS-CB-REQUESTS(WS-CB-IDX) TO LS-REQUESTS-DISPLAY
           MOVE WS-CB-CALLS(WS-CB-IDX) TO LS-COUNT-DISPLAY
           MOVE WS-CB-SECONDS(WS-CB-IDX) TO LS-SECONDS-DISPLAY
           MOVE WS-CB-RETRIES(WS-CB-IDX) TO LS-RETRIES-DISPLAY
           MOVE SPACES TO CR-LINE
           STRING
               "    " FUNCTION TRIM(WS-CB-ROUTE(WS-CB-IDX))
               ": requests " FUNCTION TRIM(LS-REQUESTS-DISPLAY)
               ", calls " FUNCTION TRIM(LS-COUNT-DISPLAY)
               ", call-seconds " FUNCTION TRIM(LS-SECONDS-DISPLAY)
               ", retries " FUNCTION TRIM(LS-RETRIES-DISPLAY)
               INTO CR-LINE
           END-STRING
           WRITE CR-LINE.

      *> ===============================================================
      *> PARAGRAPH: WRITE-BATCH-RUN-RECORD
      *> PURPOSE: Append this run's record to the shared batch-control
      *>          journal for the /status route.
      *> ===============================================================
       WRITE-BATCH-RUN-RECORD.
           MOVE FUNCTION CURRENT-DATE TO BC-END-TIMESTAMP
           CALL "BATCH-RUN-RECORD" USING
               BY REFERENCE BC-RECORD.

       END PROGRAM COST-ATTRIBUTION-BATCH.
