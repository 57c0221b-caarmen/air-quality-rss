      *> ===============================================================
      *> PROGRAM: MAINTENANCE-WINDOW-REGISTRY
      *> PURPOSE: Centralized access to MAINTENANCE-WINDOW-FILE for
      *>          the /admin/maintenance-windows routes, so a window
      *>          is planned, moved or cancelled through a validated
      *>          request (and lands in the change journal) instead
      *>          of by editing fixed-width records on the server.
      *>          MAINTENANCE-WINDOW-SERVICE keeps reading the file
      *>          sequentially exactly as before; the file stays
      *>          SEQUENTIAL, so a save or remove rewrites it whole
      *>          under this registry's mutex slot.
      *>          A window is named by its target and start time
      *>          together: saving a window with the same pair
      *>          replaces it, so moving a window's end or rewording
      *>          its notice is one save.
      *>          A missing file means no windows are planned: the
      *>          list is empty, a save creates the file, a remove
      *>          reports not-found.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTENANCE-WINDOW-REGISTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAINTENANCE-WINDOW-FILE ASSIGN TO
                   "maintenance-windows.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MW-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  MAINTENANCE-WINDOW-FILE.
       COPY maintenance-window IN "air-quality/service".

       WORKING-STORAGE SECTION.
       01  WS-MW-FILE-STATUS            PIC X(02) VALUE SPACES.
      *> Every entry funnels through one static file connector
      *> shared across the MHD worker threads, and updates rewrite
      *> the whole file, so every entry runs under the registry's
      *> mutex slot (see AQRSS-MUTEX's slot map).
       01  C-MUTEX-ID                   PIC 9(2) VALUE 39.
      *> The whole file is held in memory while it is rewritten.
       01  C-WINDOW-MAX-COUNT           CONSTANT AS 100.

       LOCAL-STORAGE SECTION.
       01  LS-WINDOW-COUNT              PIC 9(3) VALUE 0.
       01  LS-WINDOW-TABLE.
           05  LS-WINDOW-ENTRY          OCCURS 100 TIMES
                                        INDEXED BY LS-MW-IDX.
               10  LS-MW-TARGET         PIC X(40).
               10  LS-MW-START-TS       PIC X(12).
               10  LS-MW-END-TS         PIC X(12).
               10  LS-MW-NOTICE         PIC X(100).
       01  LS-MATCHED                   PIC X(01) VALUE "N".
       01  LS-LIST-LINE                 PIC X(200) VALUE SPACES.
      *> The entry's verdict, asserted into RETURN-CODE after the
      *> mutex unlock - the unlock CALL would otherwise overwrite
      *> the register with AQRSS-MUTEX's own.
       01  LS-ENTRY-RESULT              USAGE BINARY-LONG VALUE 0.

       LINKAGE SECTION.
       01  IN-OUT-MW-RECORD.
           05  IN-MW-TARGET             PIC X(40).
           05  IN-MW-START-TS           PIC X(12).
           05  IN-MW-END-TS             PIC X(12).
           05  IN-MW-NOTICE             PIC X(100).

      *> A window's name: its target and start time, the first two
      *> fields of the record.
       01  IN-WINDOW-KEY.
           05  IN-KEY-TARGET            PIC X(40).
           05  IN-KEY-START-TS          PIC X(12).
       01  OUT-WINDOW-LIST              PIC X(10000).

      *> Unused default entry point: every caller targets one of the
      *> ENTRY points below, the same way ENV-CONFIG's callers always
      *> target one of its named entries.
       PROCEDURE DIVISION.
           GOBACK.

      *> ===============================================================
      *> ENTRY: MAINTENANCE-WINDOW-SAVE
      *> PURPOSE: Add (or replace, when a window with the same target
      *>          and start time exists) one window record. Returns 0
      *>          on success, 1 on an I/O failure, 2 when the file
      *>          already holds the rewrite table's capacity.
      *> ===============================================================
       ENTRY "MAINTENANCE-WINDOW-SAVE" USING
           BY REFERENCE IN-OUT-MW-RECORD.

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-WINDOW-TABLE
           IF LS-ENTRY-RESULT NOT = 0
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE LS-ENTRY-RESULT TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "N" TO LS-MATCHED
           PERFORM VARYING LS-MW-IDX FROM 1 BY 1
               UNTIL LS-MW-IDX > LS-WINDOW-COUNT
               IF LS-MW-TARGET(LS-MW-IDX) = IN-MW-TARGET
                   AND LS-MW-START-TS(LS-MW-IDX) = IN-MW-START-TS
               THEN
                   MOVE IN-OUT-MW-RECORD
                       TO LS-WINDOW-ENTRY(LS-MW-IDX)
                   MOVE "Y" TO LS-MATCHED
               END-IF
           END-PERFORM
           IF LS-MATCHED = "N"
           THEN
               IF LS-WINDOW-COUNT >= C-WINDOW-MAX-COUNT
               THEN
                   CALL "AQRSS-MUTEX-UNLOCK" USING
                       BY REFERENCE C-MUTEX-ID
                   MOVE 2 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO LS-WINDOW-COUNT
               SET LS-MW-IDX TO LS-WINDOW-COUNT
               MOVE IN-OUT-MW-RECORD TO LS-WINDOW-ENTRY(LS-MW-IDX)
           END-IF

           PERFORM REWRITE-WINDOW-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: MAINTENANCE-WINDOW-REMOVE
      *> PURPOSE: Drop the window the key names. Returns 0 on
      *>          success, 1 when no such window exists or the file
      *>          could not be rewritten.
      *> ===============================================================
       ENTRY "MAINTENANCE-WINDOW-REMOVE" USING
           BY REFERENCE IN-WINDOW-KEY.

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-WINDOW-TABLE
           IF LS-ENTRY-RESULT NOT = 0
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

      *> Compact the table over the dropped entry, the spot the
      *> rewrite below then leaves out of the file.
           MOVE "N" TO LS-MATCHED
           PERFORM VARYING LS-MW-IDX FROM 1 BY 1
               UNTIL LS-MW-IDX > LS-WINDOW-COUNT
               IF LS-MW-TARGET(LS-MW-IDX) = IN-KEY-TARGET
                   AND LS-MW-START-TS(LS-MW-IDX) = IN-KEY-START-TS
               THEN
                   MOVE "Y" TO LS-MATCHED
                   IF LS-MW-IDX < LS-WINDOW-COUNT
                   THEN
                       MOVE LS-WINDOW-ENTRY(LS-WINDOW-COUNT)
                           TO LS-WINDOW-ENTRY(LS-MW-IDX)
                   END-IF
                   SUBTRACT 1 FROM LS-WINDOW-COUNT
               END-IF
           END-PERFORM
           IF LS-MATCHED = "N"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM REWRITE-WINDOW-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: MAINTENANCE-WINDOW-GET
      *> PURPOSE: Fill the caller's record with the window the key
      *>          names - the change journal's before and after
      *>          images. Returns 0 on success, 1 when no such window
      *>          exists or the file cannot be read.
      *> ===============================================================
       ENTRY "MAINTENANCE-WINDOW-GET" USING
           BY REFERENCE IN-WINDOW-KEY
           BY REFERENCE IN-OUT-MW-RECORD.

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-WINDOW-TABLE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           IF LS-ENTRY-RESULT NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "N" TO LS-MATCHED
           PERFORM VARYING LS-MW-IDX FROM 1 BY 1
               UNTIL LS-MW-IDX > LS-WINDOW-COUNT
               IF LS-MW-TARGET(LS-MW-IDX) = IN-KEY-TARGET
                   AND LS-MW-START-TS(LS-MW-IDX) = IN-KEY-START-TS
               THEN
                   MOVE LS-WINDOW-ENTRY(LS-MW-IDX)
                       TO IN-OUT-MW-RECORD
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
      *> ENTRY: MAINTENANCE-WINDOW-LIST
      *> PURPOSE: Render the calendar as one plain-text line per
      *>          window for the admin list route.
      *> ===============================================================
       ENTRY "MAINTENANCE-WINDOW-LIST" USING
           BY REFERENCE OUT-WINDOW-LIST.

           MOVE SPACES TO OUT-WINDOW-LIST

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-WINDOW-TABLE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           IF LS-ENTRY-RESULT NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING LS-MW-IDX FROM 1 BY 1
               UNTIL LS-MW-IDX > LS-WINDOW-COUNT
               PERFORM APPEND-ONE-LIST-LINE
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: LOAD-WINDOW-TABLE
      *> PURPOSE: Read the whole calendar file into the rewrite
      *>          table. A missing file leaves the table empty with a
      *>          clean verdict, exactly the fallback the window
      *>          check applies. Entries past capacity set verdict 2:
      *>          a rewrite from a truncated table would drop them.
      *> ===============================================================
       LOAD-WINDOW-TABLE.
           MOVE 0 TO LS-WINDOW-COUNT
           MOVE 0 TO LS-ENTRY-RESULT
           OPEN INPUT MAINTENANCE-WINDOW-FILE
           IF WS-MW-FILE-STATUS = "35"
           THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-MW-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not open maintenance-window "
                   "file, status " WS-MW-FILE-STATUS
               MOVE 1 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-MW-FILE-STATUS NOT = "00"
               READ MAINTENANCE-WINDOW-FILE
                   AT END
                       MOVE "10" TO WS-MW-FILE-STATUS
                   NOT AT END
                       IF LS-WINDOW-COUNT < C-WINDOW-MAX-COUNT
                       THEN
                           ADD 1 TO LS-WINDOW-COUNT
                           SET LS-MW-IDX TO LS-WINDOW-COUNT
                           MOVE MW-RECORD
                               TO LS-WINDOW-ENTRY(LS-MW-IDX)
                       ELSE
                           DISPLAY "WARNING: maintenance-window file "
                               "exceeds the rewrite table, refusing "
                               "to update it"
                           MOVE "99" TO WS-MW-FILE-STATUS
                           MOVE 2 TO LS-ENTRY-RESULT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAINTENANCE-WINDOW-FILE.

      *> ===============================================================
      *> PARAGRAPH: REWRITE-WINDOW-FILE
      *> PURPOSE: Write the rewrite table back as the whole calendar
      *>          file.
      *> ===============================================================
       REWRITE-WINDOW-FILE.
           MOVE 0 TO LS-ENTRY-RESULT
           OPEN OUTPUT MAINTENANCE-WINDOW-FILE
           IF WS-MW-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not rewrite maintenance-window "
                   "file, status " WS-MW-FILE-STATUS
               MOVE 1 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING LS-MW-IDX FROM 1 BY 1
               UNTIL LS-MW-IDX > LS-WINDOW-COUNT
               MOVE LS-WINDOW-ENTRY(LS-MW-IDX) TO MW-RECORD
               WRITE MW-RECORD
               IF WS-MW-FILE-STATUS NOT = "00"
               THEN
                   MOVE 1 TO LS-ENTRY-RESULT
               END-IF
           END-PERFORM
           CLOSE MAINTENANCE-WINDOW-FILE.

      *> ===============================================================
      *> PARAGRAPH: APPEND-ONE-LIST-LINE
      *> PURPOSE: Append one window's plain-text line to
      *>          OUT-WINDOW-LIST.
      *> ===============================================================
       APPEND-ONE-LIST-LINE.
           MOVE SPACES TO LS-LIST-LINE
           STRING
               FUNCTION TRIM(LS-MW-TARGET(LS-MW-IDX))
               " start=" LS-MW-START-TS(LS-MW-IDX)
               " end=" LS-MW-END-TS(LS-MW-IDX)
               " notice=" FUNCTION TRIM(LS-MW-NOTICE(LS-MW-IDX))
               INTO LS-LIST-LINE
           END-STRING
           IF FUNCTION TRIM(OUT-WINDOW-LIST) = SPACES
           THEN
               MOVE FUNCTION TRIM(LS-LIST-LINE) TO OUT-WINDOW-LIST
           ELSE
               STRING
                   FUNCTION TRIM(OUT-WINDOW-LIST) X"0A"
                   FUNCTION TRIM(LS-LIST-LINE)
                   INTO OUT-WINDOW-LIST
               END-STRING
           END-IF.

       END PROGRAM MAINTENANCE-WINDOW-REGISTRY.
