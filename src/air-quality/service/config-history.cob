      *> ===============================================================
      *> PROGRAM: CONFIG-HISTORY
      *> PURPOSE: Keep every effective configuration this service
      *>          has run under, so "which AQRSS_* values were in
      *>          effect when that alert did or didn't go out" has an
      *>          answer across SIGHUP reloads, restarts and failover
      *>          to the second instance.
      *>          AIR-QUALITY-RSS calls CONFIG-HISTORY-RECORD once
      *>          VALIDATE-AQRSS-CONFIG has accepted the values, at
      *>          startup and at each reload. The snapshot - every
      *>          variable the validator covers, with its source and
      *>          value, secrets masked (see config-values) - is
      *>          appended to config-history.dat under the next
      *>          snapshot number with the instance name
      *>          (AQRSS_INSTANCE_ID) and the time, and journalled in
      *>          the batch-control journal as CONFIG-<instance>, so
      *>          /status shows when the configuration last changed
      *>          and how many variables moved against the same
      *>          instance's previous snapshot.
      *>          GET /admin/config-history lists the snapshots,
      *>          shows one (by number, or the one in effect at a
      *>          given time) and diffs any two of them.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONFIG-HISTORY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-HISTORY-FILE ASSIGN TO "config-history.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CH-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  CONFIG-HISTORY-FILE.
       COPY config-history-record IN "air-quality/service".

       WORKING-STORAGE SECTION.
       01  WS-CH-FILE-STATUS            PIC X(02) VALUE SPACES.
      *> A reload recorded while the list route reads the journal
      *> must not hand it half a snapshot, and two records must not
      *> share a number, so every entry runs under the journal's
      *> mutex slot (see AQRSS-MUTEX's slot map).
       01  C-MUTEX-ID                   PIC 9(2) VALUE 45.
      *> The journal layout this program was compiled against (see
      *> AQRSS-LAYOUT-VERSION).
       01  C-CH-FILE-NAME               PIC X(40)
               VALUE "config-history.dat".
       01  C-CH-LAYOUT-VERSION          PIC 9(3) VALUE 2.
      *> The list route's page size when the caller names none, and
      *> its ceiling.
       01  C-DEFAULT-LIMIT              PIC 9(3) VALUE 20.
       01  C-MAX-LIMIT                  PIC 9(3) VALUE 200.
       01  C-LOG-INFO                   PIC X(5) VALUE "INFO".

       LOCAL-STORAGE SECTION.
       01  LS-ENTRY-RESULT              USAGE BINARY-LONG VALUE 0.
       01  LS-INSTANCE-ID               PIC X(32) VALUE SPACES.
       01  LS-STAMP                     PIC X(21) VALUE SPACES.
       01  LS-STAMP-TEXT                PIC X(19) VALUE SPACES.
       01  LS-NUMBER-TEXT               PIC Z(8)9.
       01  LS-COUNT-TEXT                PIC ZZ9.
       01  LS-CHANGED-TEXT              PIC ZZ9.
       01  LS-CHANGED-COUNT             PIC 9(3) VALUE 0.
       01  LS-LOG-MESSAGE               PIC X(256) VALUE SPACES.
       COPY config-values IN "support/cob/config".
       COPY batch-control IN "air-quality/batch".

      *> What SCAN-SNAPSHOTS looks for - a snapshot number, or the
      *> latest snapshot of an instance taken at or before a time -
      *> and what it found: the last number handed out and the
      *> number of the snapshot wanted, 0 when there is none.
       01  LS-WANTED-ID                 PIC 9(9) VALUE 0.
       01  LS-WANTED-INSTANCE           PIC X(32) VALUE SPACES.
       01  LS-WANTED-AT                 PIC X(14) VALUE SPACES.
       01  LS-LAST-SNAPSHOT-ID          PIC 9(9) VALUE 0.
       01  LS-RESOLVED-ID               PIC 9(9) VALUE 0.

      *> One snapshot as LOAD-SNAPSHOT reads it back, and the one it
      *> is compared against (the same layout, so a group MOVE
      *> copies one into the other).
       01  LS-SNAPSHOT.
           05  LS-SN-ID                 PIC 9(9).
           05  LS-SN-TIMESTAMP          PIC X(21).
           05  LS-SN-INSTANCE-ID        PIC X(32).
           05  LS-SN-TRIGGER            PIC X(8).
           05  LS-SN-COUNT              PIC 9(3).
           05  LS-SN-VAR OCCURS 250 TIMES INDEXED BY LS-SN-IDX.
               10  LS-SN-NAME           PIC X(40).
               10  LS-SN-SOURCE         PIC X(8).
               10  LS-SN-VALUE          PIC X(100).
       01  LS-BASE-SNAPSHOT.
           05  LS-BS-ID                 PIC 9(9).
           05  LS-BS-TIMESTAMP          PIC X(21).
           05  LS-BS-INSTANCE-ID        PIC X(32).
           05  LS-BS-TRIGGER            PIC X(8).
           05  LS-BS-COUNT              PIC 9(3).
           05  LS-BS-VAR OCCURS 250 TIMES INDEXED BY LS-BS-IDX.
               10  LS-BS-NAME           PIC X(40).
               10  LS-BS-SOURCE         PIC X(8).
               10  LS-BS-VALUE          PIC X(100).
       01  LS-BASE-FOUND                PIC X(01) VALUE "N".
       01  LS-NAME-FOUND                PIC X(01) VALUE "N".

      *> The list: snapshots are runs of records, so one is complete
      *> when the number changes or the journal ends.
       01  LS-HELD-ID                   PIC 9(9) VALUE 0.
       01  LS-MATCH-COUNT               PIC 9(9) VALUE 0.
       01  LS-SKIP-COUNT                PIC 9(9) VALUE 0.
       01  LS-LIMIT                     PIC 9(3) VALUE 0.
       01  LS-OUT-POINTER               PIC 9(5) VALUE 1.
       01  LS-LIST-FULL                 PIC X(01) VALUE "N".
       01  LS-LINE                      PIC X(300) VALUE SPACES.
       01  LS-LINE-LENGTH               PIC 9(5) VALUE 0.
       01  LS-OLD-SHOWN                 PIC X(120) VALUE SPACES.
       01  LS-NEW-SHOWN                 PIC X(120) VALUE SPACES.
       01  LS-SHOWN-SOURCE              PIC X(8) VALUE SPACES.
       01  LS-SHOWN-VALUE               PIC X(100) VALUE SPACES.
       01  LS-SHOWN-TEXT                PIC X(120) VALUE SPACES.

       LINKAGE SECTION.
      *> "STARTUP" or "RELOAD".
       01  IN-TRIGGER                   PIC X(8).
       01  IN-INSTANCE                  PIC X(32).
       01  IN-LIMIT                     PIC 9(3).
       01  IN-SNAPSHOT-ID               PIC 9(9).
      *> YYYYMMDDHHMMSS, local time as the snapshots are stamped.
       01  IN-AT-TIMESTAMP              PIC X(14).
       01  IN-FROM-ID                   PIC 9(9).
       01  IN-TO-ID                     PIC 9(9).
       01  OUT-TEXT                     PIC X(10000).

      *> Unused default entry point: every caller targets one of the
      *> ENTRY points below, the same way ENV-CONFIG's callers always
      *> target one of its named entries.
       PROCEDURE DIVISION.
           GOBACK.

      *> ===============================================================
      *> ENTRY: CONFIG-HISTORY-RECORD
      *> PURPOSE: Record the configuration now in effect as the next
      *>          snapshot, taken at IN-TRIGGER, and journal it for
      *>          /status with how many variables changed since this
      *>          instance's previous snapshot. Returns 0, or 1 when
      *>          the journal cannot be written - the service runs on
      *>          either way, the failure is only logged.
      *> ===============================================================
       ENTRY "CONFIG-HISTORY-RECORD" USING
           BY REFERENCE IN-TRIGGER.

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-CH-FILE-NAME
               BY REFERENCE C-CH-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               DISPLAY "WARNING: config history awaiting layout "
                   "migration, snapshot not recorded"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-CONFIG-VALUES" USING
               BY REFERENCE CV-VALUES-GRP
           PERFORM READ-INSTANCE-ID

           MOVE 0 TO LS-ENTRY-RESULT
           MOVE 0 TO LS-WANTED-ID
           MOVE LS-INSTANCE-ID TO LS-WANTED-INSTANCE
           MOVE SPACES TO LS-WANTED-AT
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM SCAN-SNAPSHOTS
           MOVE "N" TO LS-BASE-FOUND
           IF LS-RESOLVED-ID > 0
           THEN
               PERFORM LOAD-SNAPSHOT
               MOVE LS-SNAPSHOT TO LS-BASE-SNAPSHOT
               MOVE "Y" TO LS-BASE-FOUND
           END-IF

           MOVE FUNCTION CURRENT-DATE TO LS-STAMP
           OPEN EXTEND CONFIG-HISTORY-FILE
           IF WS-CH-FILE-STATUS = "35"
           THEN
               OPEN OUTPUT CONFIG-HISTORY-FILE
           END-IF
           IF WS-CH-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not open config history, "
                   "status " WS-CH-FILE-STATUS
               MOVE 1 TO LS-ENTRY-RESULT
           ELSE
               PERFORM VARYING CV-VALUE-INDEX FROM 1 BY 1
                   UNTIL CV-VALUE-INDEX > CV-VALUE-COUNT
                   COMPUTE CH-SNAPSHOT-ID = LS-LAST-SNAPSHOT-ID + 1
                   MOVE LS-STAMP TO CH-TIMESTAMP
                   MOVE LS-INSTANCE-ID TO CH-INSTANCE-ID
                   MOVE IN-TRIGGER TO CH-TRIGGER
                   MOVE CV-NAME(CV-VALUE-INDEX) TO CH-VAR-NAME
                   MOVE CV-SOURCE(CV-VALUE-INDEX) TO CH-SOURCE
                   MOVE CV-TEXT(CV-VALUE-INDEX) TO CH-VALUE
                   WRITE CH-RECORD
                   IF WS-CH-FILE-STATUS NOT = "00"
                   THEN
                       MOVE 1 TO LS-ENTRY-RESULT
                   END-IF
               END-PERFORM
               CLOSE CONFIG-HISTORY-FILE
           END-IF
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           IF LS-ENTRY-RESULT NOT = 0
           THEN
               MOVE LS-ENTRY-RESULT TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM COUNT-CHANGES
           PERFORM JOURNAL-SNAPSHOT
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: CONFIG-HISTORY-LIST
      *> PURPOSE: Render the snapshots for GET /admin/config-history:
      *>          the latest IN-LIMIT (0 for the default page), oldest
      *>          first, only instance IN-INSTANCE's when one is
      *>          given - one line each with its number, time,
      *>          instance, trigger and variable count. Returns 0, or
      *>          1 when the journal cannot be read.
      *> ===============================================================
       ENTRY "CONFIG-HISTORY-LIST" USING
           BY REFERENCE IN-INSTANCE
           BY REFERENCE IN-LIMIT
           BY REFERENCE OUT-TEXT.

           MOVE SPACES TO OUT-TEXT
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
               BY REFERENCE C-CH-FILE-NAME
               BY REFERENCE C-CH-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
      *> First pass: how many snapshots pass the filter, so the
      *> second can skip to the latest page of them.
           MOVE 0 TO LS-MATCH-COUNT
           MOVE 0 TO LS-HELD-ID
           OPEN INPUT CONFIG-HISTORY-FILE
           IF WS-CH-FILE-STATUS = "35"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE "(no configuration snapshots recorded)"
                   TO OUT-TEXT
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-CH-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-CH-FILE-STATUS NOT = "00"
               READ CONFIG-HISTORY-FILE
                   AT END
                       MOVE "10" TO WS-CH-FILE-STATUS
                   NOT AT END
                       IF CH-SNAPSHOT-ID NOT = LS-HELD-ID
                       THEN
                           MOVE CH-SNAPSHOT-ID TO LS-HELD-ID
                           IF IN-INSTANCE = SPACES
                               OR CH-INSTANCE-ID = IN-INSTANCE
                           THEN
                               ADD 1 TO LS-MATCH-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONFIG-HISTORY-FILE

           MOVE 0 TO LS-SKIP-COUNT
           IF LS-MATCH-COUNT > LS-LIMIT
           THEN
               COMPUTE LS-SKIP-COUNT = LS-MATCH-COUNT - LS-LIMIT
           END-IF
           MOVE 0 TO LS-SN-ID
           MOVE 0 TO LS-SN-COUNT
           OPEN INPUT CONFIG-HISTORY-FILE
           PERFORM UNTIL WS-CH-FILE-STATUS NOT = "00"
               READ CONFIG-HISTORY-FILE
                   AT END
                       MOVE "10" TO WS-CH-FILE-STATUS
                   NOT AT END
                       IF CH-SNAPSHOT-ID NOT = LS-SN-ID
                       THEN
                           PERFORM FLUSH-LISTED-SNAPSHOT
                           MOVE CH-SNAPSHOT-ID TO LS-SN-ID
                           MOVE CH-TIMESTAMP TO LS-SN-TIMESTAMP
                           MOVE CH-INSTANCE-ID TO LS-SN-INSTANCE-ID
                           MOVE CH-TRIGGER TO LS-SN-TRIGGER
                           MOVE 0 TO LS-SN-COUNT
                       END-IF
                       ADD 1 TO LS-SN-COUNT
               END-READ
           END-PERFORM
           PERFORM FLUSH-LISTED-SNAPSHOT
           CLOSE CONFIG-HISTORY-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           IF LS-MATCH-COUNT = 0
           THEN
               MOVE "(no configuration snapshots recorded)"
                   TO OUT-TEXT
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: CONFIG-HISTORY-SHOW
      *> PURPOSE: Render one snapshot, every variable as
      *>          NAME = 'value' or NAME = (default): snapshot
      *>          IN-SNAPSHOT-ID, or when that is 0 the one in effect
      *>          at IN-AT-TIMESTAMP - the latest taken at or before
      *>          it, by instance IN-INSTANCE when one is given.
      *>          Returns 0, or 1 when there is no such snapshot.
      *> ===============================================================
       ENTRY "CONFIG-HISTORY-SHOW" USING
           BY REFERENCE IN-SNAPSHOT-ID
           BY REFERENCE IN-AT-TIMESTAMP
           BY REFERENCE IN-INSTANCE
           BY REFERENCE OUT-TEXT.

           MOVE SPACES TO OUT-TEXT
           MOVE 1 TO LS-OUT-POINTER
           MOVE "N" TO LS-LIST-FULL
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-CH-FILE-NAME
               BY REFERENCE C-CH-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE IN-SNAPSHOT-ID TO LS-WANTED-ID
           MOVE IN-INSTANCE TO LS-WANTED-INSTANCE
           MOVE IN-AT-TIMESTAMP TO LS-WANTED-AT
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM SCAN-SNAPSHOTS
           IF LS-RESOLVED-ID > 0
           THEN
               PERFORM LOAD-SNAPSHOT
           END-IF
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           IF LS-RESOLVED-ID = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM APPEND-SNAPSHOT-HEADING
           PERFORM VARYING LS-SN-IDX FROM 1 BY 1
               UNTIL LS-SN-IDX > LS-SN-COUNT
               MOVE LS-SN-SOURCE(LS-SN-IDX) TO LS-SHOWN-SOURCE
               MOVE LS-SN-VALUE(LS-SN-IDX) TO LS-SHOWN-VALUE
               PERFORM FORMAT-SHOWN-VALUE
               MOVE SPACES TO LS-LINE
               STRING
                   FUNCTION TRIM(LS-SN-NAME(LS-SN-IDX)) " = "
                   FUNCTION TRIM(LS-SHOWN-TEXT)
                   DELIMITED BY SIZE INTO LS-LINE
               END-STRING
               PERFORM APPEND-ONE-LINE
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: CONFIG-HISTORY-DIFF
      *> PURPOSE: Render what changed from snapshot IN-FROM-ID to
      *>          snapshot IN-TO-ID, one line per variable whose
      *>          source or value differs, or that only one of them
      *>          has: NAME: 'old' -> (default). Secrets compare by
      *>          their fingerprint. Returns 0, or 1 when either
      *>          snapshot does not exist.
      *> ===============================================================
       ENTRY "CONFIG-HISTORY-DIFF" USING
           BY REFERENCE IN-FROM-ID
           BY REFERENCE IN-TO-ID
           BY REFERENCE OUT-TEXT.

           MOVE SPACES TO OUT-TEXT
           MOVE 1 TO LS-OUT-POINTER
           MOVE "N" TO LS-LIST-FULL
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-CH-FILE-NAME
               BY REFERENCE C-CH-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO LS-WANTED-INSTANCE
           MOVE SPACES TO LS-WANTED-AT
           MOVE "N" TO LS-BASE-FOUND
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE IN-FROM-ID TO LS-WANTED-ID
           PERFORM SCAN-SNAPSHOTS
           IF LS-RESOLVED-ID > 0
           THEN
               PERFORM LOAD-SNAPSHOT
               MOVE LS-SNAPSHOT TO LS-BASE-SNAPSHOT
               MOVE "Y" TO LS-BASE-FOUND
               MOVE IN-TO-ID TO LS-WANTED-ID
               PERFORM SCAN-SNAPSHOTS
               IF LS-RESOLVED-ID > 0
               THEN
                   PERFORM LOAD-SNAPSHOT
               END-IF
           END-IF
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           IF LS-BASE-FOUND = "N" OR LS-RESOLVED-ID = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE LS-BS-ID TO LS-NUMBER-TEXT
           MOVE LS-BS-TIMESTAMP TO LS-STAMP
           PERFORM FORMAT-STAMP
           MOVE SPACES TO LS-LINE
           STRING
               "from #" FUNCTION TRIM(LS-NUMBER-TEXT) " "
               LS-STAMP-TEXT
               " instance=" FUNCTION TRIM(LS-BS-INSTANCE-ID)
               " trigger=" FUNCTION TRIM(LS-BS-TRIGGER)
               DELIMITED BY SIZE INTO LS-LINE
           END-STRING
           PERFORM APPEND-ONE-LINE
           MOVE LS-SN-ID TO LS-NUMBER-TEXT
           MOVE LS-SN-TIMESTAMP TO LS-STAMP
           PERFORM FORMAT-STAMP
           MOVE SPACES TO LS-LINE
           STRING
               "to   #" FUNCTION TRIM(LS-NUMBER-TEXT) " "
               LS-STAMP-TEXT
               " instance=" FUNCTION TRIM(LS-SN-INSTANCE-ID)
               " trigger=" FUNCTION TRIM(LS-SN-TRIGGER)
               DELIMITED BY SIZE INTO LS-LINE
           END-STRING
           PERFORM APPEND-ONE-LINE

           MOVE 0 TO LS-CHANGED-COUNT
      *> Variables the later snapshot has: changed or added.
           PERFORM VARYING LS-SN-IDX FROM 1 BY 1
               UNTIL LS-SN-IDX > LS-SN-COUNT
               PERFORM FIND-BASE-VARIABLE
               MOVE LS-SN-SOURCE(LS-SN-IDX) TO LS-SHOWN-SOURCE
               MOVE LS-SN-VALUE(LS-SN-IDX) TO LS-SHOWN-VALUE
               PERFORM FORMAT-SHOWN-VALUE
               MOVE LS-SHOWN-TEXT TO LS-NEW-SHOWN
               MOVE SPACES TO LS-LINE
               IF LS-NAME-FOUND = "N"
               THEN
                   STRING
                       FUNCTION TRIM(LS-SN-NAME(LS-SN-IDX))
                       ": added, " FUNCTION TRIM(LS-NEW-SHOWN)
                       DELIMITED BY SIZE INTO LS-LINE
                   END-STRING
               ELSE
                   IF LS-BS-SOURCE(LS-BS-IDX) NOT =
                           LS-SN-SOURCE(LS-SN-IDX)
                       OR LS-BS-VALUE(LS-BS-IDX) NOT =
                           LS-SN-VALUE(LS-SN-IDX)
                   THEN
                       MOVE LS-BS-SOURCE(LS-BS-IDX)
                           TO LS-SHOWN-SOURCE
                       MOVE LS-BS-VALUE(LS-BS-IDX) TO LS-SHOWN-VALUE
                       PERFORM FORMAT-SHOWN-VALUE
                       MOVE LS-SHOWN-TEXT TO LS-OLD-SHOWN
                       STRING
                           FUNCTION TRIM(LS-SN-NAME(LS-SN-IDX))
                           ": " FUNCTION TRIM(LS-OLD-SHOWN)
                           " -> " FUNCTION TRIM(LS-NEW-SHOWN)
                           DELIMITED BY SIZE INTO LS-LINE
                       END-STRING
                   END-IF
               END-IF
               IF LS-LINE NOT = SPACES
               THEN
                   ADD 1 TO LS-CHANGED-COUNT
                   PERFORM APPEND-ONE-LINE
               END-IF
           END-PERFORM
      *> Variables only the earlier snapshot has.
           PERFORM VARYING LS-BS-IDX FROM 1 BY 1
               UNTIL LS-BS-IDX > LS-BS-COUNT
               MOVE "N" TO LS-NAME-FOUND
               PERFORM VARYING LS-SN-IDX FROM 1 BY 1
                   UNTIL LS-SN-IDX > LS-SN-COUNT
                   IF LS-SN-NAME(LS-SN-IDX) = LS-BS-NAME(LS-BS-IDX)
                   THEN
                       MOVE "Y" TO LS-NAME-FOUND
                   END-IF
               END-PERFORM
               IF LS-NAME-FOUND = "N"
               THEN
                   MOVE LS-BS-SOURCE(LS-BS-IDX) TO LS-SHOWN-SOURCE
                   MOVE LS-BS-VALUE(LS-BS-IDX) TO LS-SHOWN-VALUE
                   PERFORM FORMAT-SHOWN-VALUE
                   MOVE SPACES TO LS-LINE
                   STRING
                       FUNCTION TRIM(LS-BS-NAME(LS-BS-IDX))
                       ": removed, was " FUNCTION TRIM(LS-SHOWN-TEXT)
                       DELIMITED BY SIZE INTO LS-LINE
                   END-STRING
                   ADD 1 TO LS-CHANGED-COUNT
                   PERFORM APPEND-ONE-LINE
               END-IF
           END-PERFORM
           IF LS-CHANGED-COUNT = 0
           THEN
               MOVE "(no differences)" TO LS-LINE
               PERFORM APPEND-ONE-LINE
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: READ-INSTANCE-ID
      *> PURPOSE: This instance's name, as LEADER-ELECTION reads it.
      *> ===============================================================
       READ-INSTANCE-ID.
           MOVE SPACES TO LS-INSTANCE-ID
           ACCEPT LS-INSTANCE-ID
               FROM ENVIRONMENT "AQRSS_INSTANCE_ID"
           IF FUNCTION TRIM(LS-INSTANCE-ID) = SPACES
           THEN
               MOVE "default" TO LS-INSTANCE-ID
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: SCAN-SNAPSHOTS
      *> PURPOSE: One pass over the journal: the last snapshot number
      *>          handed out, and into LS-RESOLVED-ID snapshot
      *>          LS-WANTED-ID, or when that is 0 the latest one
      *>          taken by LS-WANTED-INSTANCE (any, when blank) no
      *>          later than LS-WANTED-AT (any time, when blank) - 0
      *>          when there is none. Expects the mutex held.
      *> ===============================================================
       SCAN-SNAPSHOTS.
           MOVE 0 TO LS-LAST-SNAPSHOT-ID
           MOVE 0 TO LS-RESOLVED-ID
           OPEN INPUT CONFIG-HISTORY-FILE
           IF WS-CH-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CH-FILE-STATUS NOT = "00"
               READ CONFIG-HISTORY-FILE
                   AT END
                       MOVE "10" TO WS-CH-FILE-STATUS
                   NOT AT END
                       IF CH-SNAPSHOT-ID > LS-LAST-SNAPSHOT-ID
                       THEN
                           MOVE CH-SNAPSHOT-ID TO LS-LAST-SNAPSHOT-ID
                       END-IF
                       EVALUATE TRUE
                       WHEN LS-WANTED-ID > 0
                           IF CH-SNAPSHOT-ID = LS-WANTED-ID
                           THEN
                               MOVE CH-SNAPSHOT-ID TO LS-RESOLVED-ID
                           END-IF
                       WHEN LS-WANTED-INSTANCE NOT = SPACES
                           AND CH-INSTANCE-ID NOT = LS-WANTED-INSTANCE
                           CONTINUE
                       WHEN LS-WANTED-AT NOT = SPACES
                           AND CH-TIMESTAMP(1:14) > LS-WANTED-AT
                           CONTINUE
                       WHEN CH-SNAPSHOT-ID > LS-RESOLVED-ID
                           MOVE CH-SNAPSHOT-ID TO LS-RESOLVED-ID
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CONFIG-HISTORY-FILE.

      *> ===============================================================
      *> PARAGRAPH: LOAD-SNAPSHOT
      *> PURPOSE: Read snapshot LS-RESOLVED-ID into LS-SNAPSHOT.
      *>          Expects the mutex held.
      *> ===============================================================
       LOAD-SNAPSHOT.
           MOVE 0 TO LS-SN-COUNT
           OPEN INPUT CONFIG-HISTORY-FILE
           IF WS-CH-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CH-FILE-STATUS NOT = "00"
               READ CONFIG-HISTORY-FILE
                   AT END
                       MOVE "10" TO WS-CH-FILE-STATUS
                   NOT AT END
                       IF CH-SNAPSHOT-ID = LS-RESOLVED-ID
                           AND LS-SN-COUNT < C-CONFIG-VALUE-MAX-COUNT
                       THEN
                           MOVE CH-SNAPSHOT-ID TO LS-SN-ID
                           MOVE CH-TIMESTAMP TO LS-SN-TIMESTAMP
                           MOVE CH-INSTANCE-ID TO LS-SN-INSTANCE-ID
                           MOVE CH-TRIGGER TO LS-SN-TRIGGER
                           ADD 1 TO LS-SN-COUNT
                           SET LS-SN-IDX TO LS-SN-COUNT
                           MOVE CH-VAR-NAME TO LS-SN-NAME(LS-SN-IDX)
                           MOVE CH-SOURCE TO LS-SN-SOURCE(LS-SN-IDX)
                           MOVE CH-VALUE TO LS-SN-VALUE(LS-SN-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONFIG-HISTORY-FILE.

      *> ===============================================================
      *> PARAGRAPH: COUNT-CHANGES
      *> PURPOSE: How many variables of the snapshot just recorded
      *>          (CV-VALUES-GRP) differ from, or are missing in, the
      *>          instance's previous one (LS-BASE-SNAPSHOT), plus
      *>          those only the previous one has.
      *> ===============================================================
       COUNT-CHANGES.
           MOVE 0 TO LS-CHANGED-COUNT
           IF LS-BASE-FOUND = "N"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING CV-VALUE-INDEX FROM 1 BY 1
               UNTIL CV-VALUE-INDEX > CV-VALUE-COUNT
               MOVE "N" TO LS-NAME-FOUND
               PERFORM VARYING LS-BS-IDX FROM 1 BY 1
                   UNTIL LS-BS-IDX > LS-BS-COUNT
                   IF LS-BS-NAME(LS-BS-IDX) = CV-NAME(CV-VALUE-INDEX)
                   THEN
                       MOVE "Y" TO LS-NAME-FOUND
                       IF LS-BS-SOURCE(LS-BS-IDX) NOT =
                               CV-SOURCE(CV-VALUE-INDEX)
                           OR LS-BS-VALUE(LS-BS-IDX) NOT =
                               CV-TEXT(CV-VALUE-INDEX)
                       THEN
                           ADD 1 TO LS-CHANGED-COUNT
                       END-IF
                   END-IF
               END-PERFORM
               IF LS-NAME-FOUND = "N"
               THEN
                   ADD 1 TO LS-CHANGED-COUNT
               END-IF
           END-PERFORM
           PERFORM VARYING LS-BS-IDX FROM 1 BY 1
               UNTIL LS-BS-IDX > LS-BS-COUNT
               MOVE "N" TO LS-NAME-FOUND
               PERFORM VARYING CV-VALUE-INDEX FROM 1 BY 1
                   UNTIL CV-VALUE-INDEX > CV-VALUE-COUNT
                   IF LS-BS-NAME(LS-BS-IDX) = CV-NAME(CV-VALUE-INDEX)
                   THEN
                       MOVE "Y" TO LS-NAME-FOUND
                   END-IF
               END-PERFORM
               IF LS-NAME-FOUND = "N"
               THEN
                   ADD 1 TO LS-CHANGED-COUNT
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: JOURNAL-SNAPSHOT
      *> PURPOSE: Log the snapshot just recorded and journal it in the
      *>          batch-control journal as CONFIG-<instance>, so
      *>          /status shows the instance's latest configuration
      *>          change: its number, trigger and how many variables
      *>          moved, the variable count as the ok count.
      *> ===============================================================
       JOURNAL-SNAPSHOT.
           COMPUTE LS-NUMBER-TEXT = LS-LAST-SNAPSHOT-ID + 1
           MOVE CV-VALUE-COUNT TO LS-COUNT-TEXT
           MOVE LS-CHANGED-COUNT TO LS-CHANGED-TEXT
           MOVE SPACES TO BC-JOB-NAME
           STRING "CONFIG-" FUNCTION TRIM(LS-INSTANCE-ID)
               DELIMITED BY SIZE INTO BC-JOB-NAME
           END-STRING
           MOVE LS-STAMP TO BC-START-TIMESTAMP
           MOVE LS-STAMP TO BC-END-TIMESTAMP
           MOVE CV-VALUE-COUNT TO BC-OK-COUNT
           MOVE 0 TO BC-FAILED-COUNT
           MOVE "OK" TO BC-STATUS
           MOVE SPACES TO BC-NOTE
           IF LS-BASE-FOUND = "N"
           THEN
               STRING
                   "snapshot #" FUNCTION TRIM(LS-NUMBER-TEXT) " "
                   FUNCTION TRIM(IN-TRIGGER) ", first"
                   DELIMITED BY SIZE INTO BC-NOTE
               END-STRING
           ELSE
               STRING
                   "snapshot #" FUNCTION TRIM(LS-NUMBER-TEXT) " "
                   FUNCTION TRIM(IN-TRIGGER) ", "
                   FUNCTION TRIM(LS-CHANGED-TEXT) " changed"
                   DELIMITED BY SIZE INTO BC-NOTE
               END-STRING
           END-IF
           CALL "BATCH-RUN-RECORD" USING
               BY REFERENCE BC-RECORD

           MOVE SPACES TO LS-LOG-MESSAGE
           STRING
               "Configuration snapshot #" FUNCTION TRIM(LS-NUMBER-TEXT)
               " recorded (" FUNCTION TRIM(IN-TRIGGER) ", "
               FUNCTION TRIM(LS-COUNT-TEXT) " variables, "
               FUNCTION TRIM(LS-CHANGED-TEXT) " changed)"
               DELIMITED BY SIZE INTO LS-LOG-MESSAGE
           END-STRING
           CALL "AQRSS-LOG" USING
               BY REFERENCE C-LOG-INFO
               BY REFERENCE LS-LOG-MESSAGE.

      *> ===============================================================
      *> PARAGRAPH: FIND-BASE-VARIABLE
      *> PURPOSE: Point LS-BS-IDX at the variable of LS-BASE-SNAPSHOT
      *>          named like LS-SN-NAME(LS-SN-IDX), LS-NAME-FOUND "Y"
      *>          when there is one.
      *> ===============================================================
       FIND-BASE-VARIABLE.
           MOVE "N" TO LS-NAME-FOUND
           SET LS-BS-IDX TO 1
           SEARCH LS-BS-VAR
               AT END
                   CONTINUE
               WHEN LS-BS-IDX > LS-BS-COUNT
                   CONTINUE
               WHEN LS-BS-NAME(LS-BS-IDX) = LS-SN-NAME(LS-SN-IDX)
                   MOVE "Y" TO LS-NAME-FOUND
           END-SEARCH.

      *> ===============================================================
      *> PARAGRAPH: FLUSH-LISTED-SNAPSHOT
      *> PURPOSE: The list's second pass has read the whole of
      *>          snapshot LS-SN-ID: append its line when it passes
      *>          the instance filter and lies on the page.
      *> ===============================================================
       FLUSH-LISTED-SNAPSHOT.
           IF LS-SN-ID = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           IF IN-INSTANCE NOT = SPACES
               AND LS-SN-INSTANCE-ID NOT = IN-INSTANCE
           THEN
               EXIT PARAGRAPH
           END-IF
           IF LS-SKIP-COUNT > 0
           THEN
               SUBTRACT 1 FROM LS-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM APPEND-SNAPSHOT-HEADING.

      *> ===============================================================
      *> PARAGRAPH: APPEND-SNAPSHOT-HEADING
      *> PURPOSE: Append snapshot LS-SN-ID's one-line description:
      *>          #N YYYY-MM-DD HH:MM:SS instance=.. trigger=..
      *>          variables=N.
      *> ===============================================================
       APPEND-SNAPSHOT-HEADING.
           MOVE LS-SN-ID TO LS-NUMBER-TEXT
           MOVE LS-SN-COUNT TO LS-COUNT-TEXT
           MOVE LS-SN-TIMESTAMP TO LS-STAMP
           PERFORM FORMAT-STAMP
           MOVE SPACES TO LS-LINE
           STRING
               "#" FUNCTION TRIM(LS-NUMBER-TEXT) " " LS-STAMP-TEXT
               " instance=" FUNCTION TRIM(LS-SN-INSTANCE-ID)
               " trigger=" FUNCTION TRIM(LS-SN-TRIGGER)
               " variables=" FUNCTION TRIM(LS-COUNT-TEXT)
               DELIMITED BY SIZE INTO LS-LINE
           END-STRING
           PERFORM APPEND-ONE-LINE.

      *> ===============================================================
      *> PARAGRAPH: FORMAT-SHOWN-VALUE
      *> PURPOSE: LS-SHOWN-SOURCE/LS-SHOWN-VALUE as shown in a
      *>          snapshot or a diff: 'value', or (default) when the
      *>          environment did not set it.
      *> ===============================================================
       FORMAT-SHOWN-VALUE.
           MOVE SPACES TO LS-SHOWN-TEXT
           IF LS-SHOWN-SOURCE = "DEFAULT"
           THEN
               MOVE "(default)" TO LS-SHOWN-TEXT
           ELSE
               STRING
                   "'" FUNCTION TRIM(LS-SHOWN-VALUE) "'"
                   DELIMITED BY SIZE INTO LS-SHOWN-TEXT
               END-STRING
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: APPEND-ONE-LINE
      *> PURPOSE: Append LS-LINE to OUT-TEXT on a line of its own. A
      *>          line that no longer fits ends the text with a note
      *>          to narrow it.
      *> ===============================================================
       APPEND-ONE-LINE.
           IF LS-LIST-FULL = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE LS-LINE-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(LS-LINE TRAILING))
      *> Room for the line, its separating newline and the closing
      *> note.
           IF LS-OUT-POINTER + LS-LINE-LENGTH + 80
               > FUNCTION LENGTH(OUT-TEXT)
           THEN
               MOVE "Y" TO LS-LIST-FULL
               IF LS-OUT-POINTER > 1
               THEN
                   STRING X"0A" DELIMITED BY SIZE
                       INTO OUT-TEXT
                       WITH POINTER LS-OUT-POINTER
                   END-STRING
               END-IF
               STRING
                   "(list cut short: narrow it with instance or "
                   "limit)"
                   DELIMITED BY SIZE
                   INTO OUT-TEXT
                   WITH POINTER LS-OUT-POINTER
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF LS-OUT-POINTER > 1
           THEN
               STRING X"0A" DELIMITED BY SIZE
                   INTO OUT-TEXT
                   WITH POINTER LS-OUT-POINTER
               END-STRING
           END-IF
           STRING LS-LINE(1:LS-LINE-LENGTH)
               DELIMITED BY SIZE
               INTO OUT-TEXT
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
