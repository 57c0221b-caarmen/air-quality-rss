      *> ===============================================================
      *> PROGRAM: TENANT-REGISTRY
      *> PURPOSE: Centralized access to TENANT-FILE, the organisations
      *>          sharing this server - a few communes and an
      *>          association each running their own locations,
      *>          alerts, channels, feeds and keys on one install.
      *>          The /admin/tenants routes (SUPER keys only) create,
      *>          rename and disable tenants here; the key routes
      *>          check a tenant exists before stamping it on a key,
      *>          API-KEY-CHECK refuses the keys of a disabled
      *>          tenant, and the per-tenant reports take the
      *>          organisation's name from here.
      *>          The file stays SEQUENTIAL, so a save rewrites it
      *>          whole under this program's mutex slot. A missing
      *>          file means no tenants yet - everything belongs to
      *>          the operator's own (blank) tenant: the list is
      *>          empty, a find reports not-found and a save creates
      *>          the file.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TENANT-REGISTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TENANT-FILE ASSIGN TO "tenants.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TN-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  TENANT-FILE.
       COPY tenant-record IN "air-quality/service".

       WORKING-STORAGE SECTION.
       01  WS-TN-FILE-STATUS            PIC X(02) VALUE SPACES.
      *> Every entry funnels through one static file connector shared
      *> across the MHD worker threads and the batches, and a save
      *> rewrites the whole file, so every entry runs under the
      *> registry's mutex slot (see AQRSS-MUTEX's slot map).
       01  C-MUTEX-ID                   PIC 9(2) VALUE 35.
      *> The whole file is held in memory while it is rewritten.
       01  C-TENANT-MAX-COUNT           CONSTANT AS 50.

       LOCAL-STORAGE SECTION.
       01  LS-TENANT-COUNT              PIC 9(3) VALUE 0.
       01  LS-TENANT-TABLE.
           05  LS-TENANT-ENTRY          OCCURS 50 TIMES
                                        INDEXED BY LS-TN-IDX.
               10  LS-TN-CODE           PIC X(8).
               10  LS-TN-NAME           PIC X(40).
               10  LS-TN-ENABLED        PIC X(1).
               10  LS-TN-CREATED-DATE   PIC 9(8).
       01  LS-MATCHED                   PIC X(01) VALUE "N".
       01  LS-LIST-LINE                 PIC X(200) VALUE SPACES.
       01  LS-STATE-TEXT                PIC X(8) VALUE SPACES.
       01  LS-DATE-TEXT                 PIC X(10) VALUE SPACES.
      *> The entry's verdict, asserted into RETURN-CODE after the
      *> mutex unlock - the unlock CALL would otherwise overwrite
      *> the register with AQRSS-MUTEX's own.
       01  LS-ENTRY-RESULT              USAGE BINARY-LONG VALUE 0.

       LINKAGE SECTION.
       01  IN-OUT-TN-RECORD.
           05  IN-TN-CODE               PIC X(8).
           05  IN-TN-NAME               PIC X(40).
           05  IN-TN-ENABLED            PIC X(1).
           05  IN-TN-CREATED-DATE       PIC 9(8).
       01  IN-TENANT-CODE               PIC X(8).
       01  OUT-TENANT-LIST              PIC X(10000).

      *> Unused default entry point: every caller targets one of the
      *> ENTRY points below, the same way ENV-CONFIG's callers always
      *> target one of its named entries.
       PROCEDURE DIVISION.
           GOBACK.

      *> ===============================================================
      *> ENTRY: TENANT-SAVE
      *> PURPOSE: Add (or rename / enable / disable, when the code
      *>          already exists) one tenant. A new tenant is stamped
      *>          with today's date; an existing one keeps the date
      *>          it was created. Returns 0 on success, 1 on an I/O
      *>          failure, 2 when the file already holds the rewrite
      *>          table's capacity.
      *> ===============================================================
       ENTRY "TENANT-SAVE" USING
           BY REFERENCE IN-OUT-TN-RECORD.

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-TENANT-TABLE
           IF LS-ENTRY-RESULT NOT = 0
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE LS-ENTRY-RESULT TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "N" TO LS-MATCHED
           PERFORM VARYING LS-TN-IDX FROM 1 BY 1
               UNTIL LS-TN-IDX > LS-TENANT-COUNT
               IF LS-TN-CODE(LS-TN-IDX) = IN-TN-CODE
               THEN
                   MOVE LS-TN-CREATED-DATE(LS-TN-IDX)
                       TO IN-TN-CREATED-DATE
                   MOVE IN-OUT-TN-RECORD
                       TO LS-TENANT-ENTRY(LS-TN-IDX)
                   MOVE "Y" TO LS-MATCHED
               END-IF
           END-PERFORM
           IF LS-MATCHED = "N"
           THEN
               IF LS-TENANT-COUNT >= C-TENANT-MAX-COUNT
               THEN
                   CALL "AQRSS-MUTEX-UNLOCK" USING
                       BY REFERENCE C-MUTEX-ID
                   MOVE 2 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE FUNCTION CURRENT-DATE(1:8) TO IN-TN-CREATED-DATE
               ADD 1 TO LS-TENANT-COUNT
               SET LS-TN-IDX TO LS-TENANT-COUNT
               MOVE IN-OUT-TN-RECORD TO LS-TENANT-ENTRY(LS-TN-IDX)
           END-IF

           PERFORM REWRITE-TENANT-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: TENANT-FIND
      *> PURPOSE: The IN-TENANT-CODE tenant into IN-OUT-TN-RECORD.
      *>          Returns 0 found, 1 unknown or unreadable (the record
      *>          is then left alone).
      *> ===============================================================
       ENTRY "TENANT-FIND" USING
           BY REFERENCE IN-TENANT-CODE
           BY REFERENCE IN-OUT-TN-RECORD.

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-TENANT-TABLE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID

           MOVE "N" TO LS-MATCHED
           PERFORM VARYING LS-TN-IDX FROM 1 BY 1
               UNTIL LS-TN-IDX > LS-TENANT-COUNT
               IF LS-TN-CODE(LS-TN-IDX) = IN-TENANT-CODE
               THEN
                   MOVE LS-TENANT-ENTRY(LS-TN-IDX) TO IN-OUT-TN-RECORD
                   MOVE "Y" TO LS-MATCHED
               END-IF
           END-PERFORM
           IF LS-MATCHED = "Y"
           THEN
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 1 TO RETURN-CODE
           END-IF
           GOBACK.

      *> ===============================================================
      *> ENTRY: TENANT-LIST
      *> PURPOSE: Render the registry as one plain-text line per
      *>          tenant for the admin list route. Returns 0, or 1
      *>          when the file cannot be read.
      *> ===============================================================
       ENTRY "TENANT-LIST" USING
           BY REFERENCE OUT-TENANT-LIST.

           MOVE SPACES TO OUT-TENANT-LIST
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-TENANT-TABLE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           IF LS-ENTRY-RESULT NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING LS-TN-IDX FROM 1 BY 1
               UNTIL LS-TN-IDX > LS-TENANT-COUNT
               PERFORM APPEND-ONE-LIST-LINE
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: LOAD-TENANT-TABLE
      *> PURPOSE: Read the whole registry into the rewrite table. A
      *>          missing file leaves the table empty with a clean
      *>          verdict. Entries past capacity set verdict 2: a
      *>          rewrite from a truncated table would drop them.
      *> ===============================================================
       LOAD-TENANT-TABLE.
           MOVE 0 TO LS-TENANT-COUNT
           MOVE 0 TO LS-ENTRY-RESULT
           OPEN INPUT TENANT-FILE
           IF WS-TN-FILE-STATUS = "35"
           THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-TN-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not open tenant registry, "
                   "status " WS-TN-FILE-STATUS
               MOVE 1 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-TN-FILE-STATUS NOT = "00"
               READ TENANT-FILE
                   AT END
                       MOVE "10" TO WS-TN-FILE-STATUS
                   NOT AT END
                       IF LS-TENANT-COUNT < C-TENANT-MAX-COUNT
                       THEN
                           ADD 1 TO LS-TENANT-COUNT
                           SET LS-TN-IDX TO LS-TENANT-COUNT
                           MOVE TN-RECORD
                               TO LS-TENANT-ENTRY(LS-TN-IDX)
                       ELSE
                           DISPLAY "WARNING: tenant registry exceeds "
                               "the rewrite table, refusing to "
                               "update it"
                           MOVE "99" TO WS-TN-FILE-STATUS
                           MOVE 2 TO LS-ENTRY-RESULT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TENANT-FILE.

      *> ===============================================================
      *> PARAGRAPH: REWRITE-TENANT-FILE
      *> PURPOSE: Write the rewrite table back as the whole registry.
      *> ===============================================================
       REWRITE-TENANT-FILE.
           MOVE 0 TO LS-ENTRY-RESULT
           OPEN OUTPUT TENANT-FILE
           IF WS-TN-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not rewrite tenant registry, "
                   "status " WS-TN-FILE-STATUS
               MOVE 1 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING LS-TN-IDX FROM 1 BY 1
               UNTIL LS-TN-IDX > LS-TENANT-COUNT
               MOVE LS-TENANT-ENTRY(LS-TN-IDX) TO TN-RECORD
               WRITE TN-RECORD
               IF WS-TN-FILE-STATUS NOT = "00"
               THEN
                   MOVE 1 TO LS-ENTRY-RESULT
               END-IF
           END-PERFORM
           CLOSE TENANT-FILE.

      *> ===============================================================
      *> PARAGRAPH: APPEND-ONE-LIST-LINE
      *> PURPOSE: Append one tenant's plain-text line to
      *>          OUT-TENANT-LIST.
      *> ===============================================================
       APPEND-ONE-LIST-LINE.
           IF LS-TN-ENABLED(LS-TN-IDX) = "N"
           THEN
               MOVE "disabled" TO LS-STATE-TEXT
           ELSE
               MOVE "enabled" TO LS-STATE-TEXT
           END-IF
           MOVE SPACES TO LS-DATE-TEXT
           STRING
               LS-TN-CREATED-DATE(LS-TN-IDX)(1:4) "-"
               LS-TN-CREATED-DATE(LS-TN-IDX)(5:2) "-"
               LS-TN-CREATED-DATE(LS-TN-IDX)(7:2)
               DELIMITED BY SIZE INTO LS-DATE-TEXT
           END-STRING
           MOVE SPACES TO LS-LIST-LINE
           STRING
               FUNCTION TRIM(LS-TN-CODE(LS-TN-IDX))
               " " FUNCTION TRIM(LS-STATE-TEXT)
               " created=" LS-DATE-TEXT
               " name=" FUNCTION TRIM(LS-TN-NAME(LS-TN-IDX))
               INTO LS-LIST-LINE
           END-STRING
           IF FUNCTION TRIM(OUT-TENANT-LIST) = SPACES
           THEN
               MOVE FUNCTION TRIM(LS-LIST-LINE) TO OUT-TENANT-LIST
           ELSE
               STRING
                   FUNCTION TRIM(OUT-TENANT-LIST) X"0A"
                   FUNCTION TRIM(LS-LIST-LINE)
                   INTO OUT-TENANT-LIST
               END-STRING
           END-IF.

       END PROGRAM TENANT-REGISTRY.
