      *> ===============================================================
      *> PROGRAM: HEALTH-RULE-REGISTRY
      *> PURPOSE: Centralized access to HEALTH-RECOMMENDATION-FILE for
      *>          the /admin/health-rules routes, so the clinic's
      *>          guidance texts are added, reworded or dropped
      *>          through a validated request (and land in the change
      *>          journal) instead of by editing fixed-width records
      *>          on the server. HEALTH-RECOMMENDATION keeps reading
      *>          the file exactly as before; every rewrite tells it
      *>          to reload, so the feeds pick up the change without
      *>          a restart. The file stays SEQUENTIAL, so a save or
      *>          remove rewrites it whole under this registry's
      *>          mutex slot.
      *>          A rule is named by its item, audience, language and
      *>          lower level together: saving a rule with the same
      *>          four replaces it, so rewording a text or moving its
      *>          upper level is one save.
      *>          A missing file means no rules: the list is empty, a
      *>          save creates the file, a remove reports not-found.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. HEALTH-RULE-REGISTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HEALTH-RECOMMENDATION-FILE ASSIGN TO
                   "health-recommendations.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HR-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  HEALTH-RECOMMENDATION-FILE.
       COPY health-recommendation IN "air-quality/service".

       WORKING-STORAGE SECTION.
       01  WS-HR-FILE-STATUS            PIC X(02) VALUE SPACES.
      *> Every entry funnels through one static file connector
      *> shared across the MHD worker threads, and updates rewrite
      *> the whole file, so every entry runs under the registry's
      *> mutex slot (see AQRSS-MUTEX's slot map).
       01  C-MUTEX-ID                   PIC 9(2) VALUE 40.
      *> The whole file is held in memory while it is rewritten; the
      *> same capacity HEALTH-RECOMMENDATION's rules table has.
       01  C-RULE-MAX-COUNT             CONSTANT AS 100.

       LOCAL-STORAGE SECTION.
       01  LS-RULE-COUNT                PIC 9(3) VALUE 0.
       01  LS-RULE-TABLE.
           05  LS-RULE-ENTRY            OCCURS 100 TIMES
                                        INDEXED BY LS-HR-IDX.
               10  LS-HR-ITEM-NAME      PIC X(16).
               10  LS-HR-LEVEL-LOW      PIC 9(2).
               10  LS-HR-LEVEL-HIGH     PIC 9(2).
               10  LS-HR-AUDIENCE       PIC X(9).
               10  LS-HR-LANG           PIC X(2).
               10  LS-HR-TEXT           PIC X(160).
       01  LS-MATCHED                   PIC X(01) VALUE "N".
       01  LS-LIST-LINE                 PIC X(250) VALUE SPACES.
      *> The entry's verdict, asserted into RETURN-CODE after the
      *> mutex unlock - the unlock CALL would otherwise overwrite
      *> the register with AQRSS-MUTEX's own.
       01  LS-ENTRY-RESULT              USAGE BINARY-LONG VALUE 0.

       LINKAGE SECTION.
       01  IN-OUT-HR-RECORD.
           05  IN-HR-ITEM-NAME          PIC X(16).
           05  IN-HR-LEVEL-LOW          PIC 9(2).
           05  IN-HR-LEVEL-HIGH         PIC 9(2).
           05  IN-HR-AUDIENCE           PIC X(9).
           05  IN-HR-LANG               PIC X(2).
           05  IN-HR-TEXT               PIC X(160).

      *> A rule's name: its item, lower level, audience and language.
       01  IN-RULE-KEY.
           05  IN-KEY-ITEM-NAME         PIC X(16).
           05  IN-KEY-LEVEL-LOW         PIC 9(2).
           05  IN-KEY-AUDIENCE          PIC X(9).
           05  IN-KEY-LANG              PIC X(2).
       01  OUT-RULE-LIST                PIC X(10000).

      *> Unused default entry point: every caller targets one of the
      *> ENTRY points below, the same way ENV-CONFIG's callers always
      *> target one of its named entries.
       PROCEDURE DIVISION.
           GOBACK.

      *> ===============================================================
      *> ENTRY: HEALTH-RULE-SAVE
      *> PURPOSE: Add (or replace, when a rule with the same item,
      *>          lower level, audience and language exists) one rule
      *>          record. Returns 0 on success, 1 on an I/O failure,
      *>          2 when the file already holds the rules table's
      *>          capacity.
      *> ===============================================================
       ENTRY "HEALTH-RULE-SAVE" USING
           BY REFERENCE IN-OUT-HR-RECORD.

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-RULE-TABLE
           IF LS-ENTRY-RESULT NOT = 0
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE LS-ENTRY-RESULT TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "N" TO LS-MATCHED
           PERFORM VARYING LS-HR-IDX FROM 1 BY 1
               UNTIL LS-HR-IDX > LS-RULE-COUNT
               IF LS-HR-ITEM-NAME(LS-HR-IDX) = IN-HR-ITEM-NAME
                   AND LS-HR-LEVEL-LOW(LS-HR-IDX) = IN-HR-LEVEL-LOW
                   AND LS-HR-AUDIENCE(LS-HR-IDX) = IN-HR-AUDIENCE
                   AND LS-HR-LANG(LS-HR-IDX) = IN-HR-LANG
               THEN
                   MOVE IN-OUT-HR-RECORD
                       TO LS-RULE-ENTRY(LS-HR-IDX)
                   MOVE "Y" TO LS-MATCHED
               END-IF
           END-PERFORM
           IF LS-MATCHED = "N"
           THEN
               IF LS-RULE-COUNT >= C-RULE-MAX-COUNT
               THEN
                   CALL "AQRSS-MUTEX-UNLOCK" USING
                       BY REFERENCE C-MUTEX-ID
                   MOVE 2 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO LS-RULE-COUNT
               SET LS-HR-IDX TO LS-RULE-COUNT
               MOVE IN-OUT-HR-RECORD TO LS-RULE-ENTRY(LS-HR-IDX)
           END-IF

           PERFORM REWRITE-RULE-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: HEALTH-RULE-REMOVE
      *> PURPOSE: Drop the rule the key names. Returns 0 on success,
      *>          1 when no such rule exists or the file could not be
      *>          rewritten.
      *> ===============================================================
       ENTRY "HEALTH-RULE-REMOVE" USING
           BY REFERENCE IN-RULE-KEY.

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-RULE-TABLE
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
           PERFORM VARYING LS-HR-IDX FROM 1 BY 1
               UNTIL LS-HR-IDX > LS-RULE-COUNT
               IF LS-HR-ITEM-NAME(LS-HR-IDX) = IN-KEY-ITEM-NAME
                   AND LS-HR-LEVEL-LOW(LS-HR-IDX) = IN-KEY-LEVEL-LOW
                   AND LS-HR-AUDIENCE(LS-HR-IDX) = IN-KEY-AUDIENCE
                   AND LS-HR-LANG(LS-HR-IDX) = IN-KEY-LANG
               THEN
                   MOVE "Y" TO LS-MATCHED
                   IF LS-HR-IDX < LS-RULE-COUNT
                   THEN
                       MOVE LS-RULE-ENTRY(LS-RULE-COUNT)
                           TO LS-RULE-ENTRY(LS-HR-IDX)
                   END-IF
                   SUBTRACT 1 FROM LS-RULE-COUNT
               END-IF
           END-PERFORM
           IF LS-MATCHED = "N"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM REWRITE-RULE-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: HEALTH-RULE-GET
      *> PURPOSE: Fill the caller's record with the rule the key names
      *>          - the change journal's before and after images.
      *>          Returns 0 on success, 1 when no such rule exists or
      *>          the file cannot be read.
      *> ===============================================================
       ENTRY "HEALTH-RULE-GET" USING
           BY REFERENCE IN-RULE-KEY
           BY REFERENCE IN-OUT-HR-RECORD.

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-RULE-TABLE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           IF LS-ENTRY-RESULT NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "N" TO LS-MATCHED
           PERFORM VARYING LS-HR-IDX FROM 1 BY 1
               UNTIL LS-HR-IDX > LS-RULE-COUNT
               IF LS-HR-ITEM-NAME(LS-HR-IDX) = IN-KEY-ITEM-NAME
                   AND LS-HR-LEVEL-LOW(LS-HR-IDX) = IN-KEY-LEVEL-LOW
                   AND LS-HR-AUDIENCE(LS-HR-IDX) = IN-KEY-AUDIENCE
                   AND LS-HR-LANG(LS-HR-IDX) = IN-KEY-LANG
               THEN
                   MOVE LS-RULE-ENTRY(LS-HR-IDX) TO IN-OUT-HR-RECORD
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
      *> ENTRY: HEALTH-RULE-LIST
      *> PURPOSE: Render the rules file as one plain-text line per
      *>          rule for the admin list route.
      *> ===============================================================
       ENTRY "HEALTH-RULE-LIST" USING
           BY REFERENCE OUT-RULE-LIST.

           MOVE SPACES TO OUT-RULE-LIST

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-RULE-TABLE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           IF LS-ENTRY-RESULT NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING LS-HR-IDX FROM 1 BY 1
               UNTIL LS-HR-IDX > LS-RULE-COUNT
               PERFORM APPEND-ONE-LIST-LINE
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: LOAD-RULE-TABLE
      *> PURPOSE: Read the whole rules file into the rewrite table. A
      *>          missing file leaves the table empty with a clean
      *>          verdict, exactly the fallback the recommendation
      *>          lookup applies. Entries past capacity set verdict
      *>          2: a rewrite from a truncated table would drop
      *>          them.
      *> ===============================================================
       LOAD-RULE-TABLE.
           MOVE 0 TO LS-RULE-COUNT
           MOVE 0 TO LS-ENTRY-RESULT
           OPEN INPUT HEALTH-RECOMMENDATION-FILE
           IF WS-HR-FILE-STATUS = "35"
           THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-HR-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not open health-rule file, "
                   "status " WS-HR-FILE-STATUS
               MOVE 1 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL WS-HR-FILE-STATUS NOT = "00"
               READ HEALTH-RECOMMENDATION-FILE
                   AT END
                       MOVE "10" TO WS-HR-FILE-STATUS
                   NOT AT END
                       IF LS-RULE-COUNT < C-RULE-MAX-COUNT
                       THEN
                           ADD 1 TO LS-RULE-COUNT
                           SET LS-HR-IDX TO LS-RULE-COUNT
                           MOVE HR-RECORD
                               TO LS-RULE-ENTRY(LS-HR-IDX)
                       ELSE
                           DISPLAY "WARNING: health-rule file "
                               "exceeds the rewrite table, refusing "
                               "to update it"
                           MOVE "99" TO WS-HR-FILE-STATUS
                           MOVE 2 TO LS-ENTRY-RESULT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HEALTH-RECOMMENDATION-FILE.

      *> ===============================================================
      *> PARAGRAPH: REWRITE-RULE-FILE
      *> PURPOSE: Write the rewrite table back as the whole rules
      *>          file, then have HEALTH-RECOMMENDATION drop the copy
      *>          it loaded so the next lookup reads the new rules.
      *> ===============================================================
       REWRITE-RULE-FILE.
           MOVE 0 TO LS-ENTRY-RESULT
           OPEN OUTPUT HEALTH-RECOMMENDATION-FILE
           IF WS-HR-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not rewrite health-rule file, "
                   "status " WS-HR-FILE-STATUS
               MOVE 1 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING LS-HR-IDX FROM 1 BY 1
               UNTIL LS-HR-IDX > LS-RULE-COUNT
               MOVE LS-RULE-ENTRY(LS-HR-IDX) TO HR-RECORD
               WRITE HR-RECORD
               IF WS-HR-FILE-STATUS NOT = "00"
               THEN
                   MOVE 1 TO LS-ENTRY-RESULT
               END-IF
           END-PERFORM
           CLOSE HEALTH-RECOMMENDATION-FILE
           CALL "HEALTH-RECOMMENDATION-RELOAD".

      *> ===============================================================
      *> PARAGRAPH: APPEND-ONE-LIST-LINE
      *> PURPOSE: Append one rule's plain-text line to OUT-RULE-LIST.
      *> ===============================================================
       APPEND-ONE-LIST-LINE.
           MOVE SPACES TO LS-LIST-LINE
           STRING
               FUNCTION TRIM(LS-HR-ITEM-NAME(LS-HR-IDX))
               " levels=" LS-HR-LEVEL-LOW(LS-HR-IDX)
               "-" LS-HR-LEVEL-HIGH(LS-HR-IDX)
               " audience=" FUNCTION TRIM(LS-HR-AUDIENCE(LS-HR-IDX))
               " lang=" LS-HR-LANG(LS-HR-IDX)
               " text=" FUNCTION TRIM(LS-HR-TEXT(LS-HR-IDX))
               INTO LS-LIST-LINE
           END-STRING
           IF FUNCTION TRIM(OUT-RULE-LIST) = SPACES
           THEN
               MOVE FUNCTION TRIM(LS-LIST-LINE) TO OUT-RULE-LIST
           ELSE
               STRING
                   FUNCTION TRIM(OUT-RULE-LIST) X"0A"
                   FUNCTION TRIM(LS-LIST-LINE)
                   INTO OUT-RULE-LIST
               END-STRING
           END-IF.

       END PROGRAM HEALTH-RULE-REGISTRY.
