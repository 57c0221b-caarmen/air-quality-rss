      *>          under this registry's mutex slot.
      *>          A missing file means no channels exist yet: the
      *>          list is empty, a save creates the file, a remove
      *>          or a find reports not-found.
      *>          An endpoint may carry a token as a {vault:<name>}
      *>          reference (see CREDENTIAL-VAULT) rather than in
      *>          plain text; a save refuses a reference the vault
      *>          cannot resolve, and NOTIFICATION-CHANNEL-CHECK-
      *>          SECRETS lets the startup validation do the same for
      *>          every channel on file.
      *>          Every channel belongs to a tenant (NC-TENANT): the
      *>          admin entries take the caller's tenant scope, so an
      *>          organisation's admin lists and removes only its own
      *>          channels and never replaces another's.
      *> ===============================================================

       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-NC-FILE-STATUS            PIC X(02) VALUE SPACES.
      *> Every entry funnels through one static file connector
      *> shared across the MHD worker threads, and updates rewrite
      *> the whole file, so every entry runs under the registry's
      *> mutex slot (see AQRSS-MUTEX's slot map).
       01  C-MUTEX-ID                   PIC 9(2) VALUE 23.
      *> The whole file is held in memory while it is rewritten.
       01  C-CHANNEL-MAX-COUNT          CONSTANT AS 50.
      *> The channel layout this program was compiled against (see
      *> AQRSS-LAYOUT-VERSION): v2 added NC-TENANT. A file of another
      *> layout is refused until LAYOUT-MIGRATION-BATCH widens it.
       01  C-NC-FILE-NAME               PIC X(40)
               VALUE "notification-channels.dat".
       01  C-NC-LAYOUT-VERSION          PIC 9(3) VALUE 2.

       LOCAL-STORAGE SECTION.
       01  LS-CHANNEL-COUNT             PIC 9(3) VALUE 0.
               10  LS-NC-ENDPOINT       PIC X(1000).
               10  LS-NC-TARGET         PIC X(100).
               10  LS-NC-ENABLED        PIC X(1).
               10  LS-NC-TENANT         PIC X(8).
       01  LS-MATCHED                   PIC X(01) VALUE "N".
       01  LS-LIST-LINE                 PIC X(1200) VALUE SPACES.
       01  LS-ENDPOINT-WORK             PIC X(1000) VALUE SPACES.
       01  LS-MISSING-SECRET            PIC X(32) VALUE SPACES.
       01  LS-UNRESOLVED-COUNT          PIC 9(3) VALUE 0.
      *> The entry's verdict, asserted into RETURN-CODE after the
      *> mutex unlock - the unlock CALL would otherwise overwrite
      *> the register with AQRSS-MUTEX's own.
           05  IN-NC-ENDPOINT           PIC X(1000).
           05  IN-NC-TARGET             PIC X(100).
           05  IN-NC-ENABLED            PIC X(1).
           05  IN-NC-TENANT             PIC X(8).

       01  IN-CHANNEL-ID                PIC X(8).
       01  IN-TENANT-SCOPE              PIC X(8).
       01  OUT-TENANT                   PIC X(8).
       01  OUT-CHANNEL-LIST             PIC X(10000).
       01  OUT-CHANNEL-ID               PIC X(8).
       01  OUT-MISSING-SECRET           PIC X(32).

      *> Unused default entry point: every caller targets one of the
      *> ENTRY points below, the same way ENV-CONFIG's callers always
      *> PURPOSE: Add (or replace, when the channel id already exists)
      *>          one channel record. Returns 0 on success, 1 on an
      *>          I/O failure, 2 when the file already holds the
      *>          rewrite table's capacity, 3 when the endpoint names
      *>          a vault secret that cannot be resolved, 4 when the
      *>          channel id belongs to another tenant.
      *> ===============================================================
       ENTRY "NOTIFICATION-CHANNEL-SAVE" USING
           BY REFERENCE IN-OUT-NC-RECORD.

           MOVE IN-NC-ENDPOINT TO LS-ENDPOINT-WORK
           CALL "CREDENTIAL-VAULT-RESOLVE" USING
               BY REFERENCE LS-ENDPOINT-WORK
               BY REFERENCE LS-MISSING-SECRET
               RETURNING RETURN-CODE
           MOVE SPACES TO LS-ENDPOINT-WORK
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 3 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-CHANNEL-TABLE
               UNTIL LS-NC-IDX > LS-CHANNEL-COUNT
               IF LS-NC-CHANNEL-ID(LS-NC-IDX) = IN-NC-CHANNEL-ID
               THEN
                   IF LS-NC-TENANT(LS-NC-IDX) NOT = IN-NC-TENANT
                   THEN
                       CALL "AQRSS-MUTEX-UNLOCK" USING
                           BY REFERENCE C-MUTEX-ID
                       MOVE 4 TO RETURN-CODE
                       GOBACK
                   END-IF
                   MOVE IN-OUT-NC-RECORD
                       TO LS-CHANNEL-ENTRY(LS-NC-IDX)
                   MOVE "Y" TO LS-MATCHED

      *> ===============================================================
      *> ENTRY: NOTIFICATION-CHANNEL-REMOVE
      *> PURPOSE: Drop the channel record with the given id, when it
      *>          belongs to tenant IN-TENANT-SCOPE ("*" for any
      *>          tenant). Returns 0 on success, 1 when the id is
      *>          unknown (or another tenant's) or the file could not
      *>          be rewritten.
      *> ===============================================================
       ENTRY "NOTIFICATION-CHANNEL-REMOVE" USING
           BY REFERENCE IN-CHANNEL-ID
           BY REFERENCE IN-TENANT-SCOPE.

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM VARYING LS-NC-IDX FROM 1 BY 1
               UNTIL LS-NC-IDX > LS-CHANNEL-COUNT
               IF LS-NC-CHANNEL-ID(LS-NC-IDX) = IN-CHANNEL-ID
                   AND (IN-TENANT-SCOPE = "*"
                       OR LS-NC-TENANT(LS-NC-IDX) = IN-TENANT-SCOPE)
               THEN
                   MOVE "Y" TO LS-MATCHED
                   IF LS-NC-IDX < LS-CHANNEL-COUNT
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: NOTIFICATION-CHANNEL-FIND
      *> PURPOSE: Whether a channel with the given id exists, for the
      *>          admin routes that act on a channel by id. Returns 0
      *>          found, 1 unknown or unreadable.
      *> ===============================================================
       ENTRY "NOTIFICATION-CHANNEL-FIND" USING
           BY REFERENCE IN-CHANNEL-ID.

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-CHANNEL-TABLE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID

           MOVE "N" TO LS-MATCHED
           PERFORM VARYING LS-NC-IDX FROM 1 BY 1
               UNTIL LS-NC-IDX > LS-CHANNEL-COUNT
               IF LS-NC-CHANNEL-ID(LS-NC-IDX) = IN-CHANNEL-ID
               THEN
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
      *> ENTRY: NOTIFICATION-CHANNEL-GET
      *> PURPOSE: Fill the caller's record with the channel with the
      *>          given id, whichever tenant it belongs to - the
      *>          change journal's before and after images. Returns
      *>          0 found, 1 unknown or unreadable.
      *> ===============================================================
       ENTRY "NOTIFICATION-CHANNEL-GET" USING
           BY REFERENCE IN-CHANNEL-ID
           BY REFERENCE IN-OUT-NC-RECORD.

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-CHANNEL-TABLE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID

           MOVE "N" TO LS-MATCHED
           PERFORM VARYING LS-NC-IDX FROM 1 BY 1
               UNTIL LS-NC-IDX > LS-CHANNEL-COUNT
               IF LS-NC-CHANNEL-ID(LS-NC-IDX) = IN-CHANNEL-ID
               THEN
                   MOVE LS-CHANNEL-ENTRY(LS-NC-IDX)
                       TO IN-OUT-NC-RECORD
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
      *> ENTRY: NOTIFICATION-CHANNEL-TENANT
      *> PURPOSE: The tenant the channel with the given id belongs to,
      *>          so the admin routes can keep one organisation off
      *>          another's channels. Returns 0 with OUT-TENANT
      *>          filled, 1 unknown or unreadable.
      *> ===============================================================
       ENTRY "NOTIFICATION-CHANNEL-TENANT" USING
           BY REFERENCE IN-CHANNEL-ID
           BY REFERENCE OUT-TENANT.

           MOVE SPACES TO OUT-TENANT
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-CHANNEL-TABLE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID

           MOVE "N" TO LS-MATCHED
           PERFORM VARYING LS-NC-IDX FROM 1 BY 1
               UNTIL LS-NC-IDX > LS-CHANNEL-COUNT
               IF LS-NC-CHANNEL-ID(LS-NC-IDX) = IN-CHANNEL-ID
               THEN
                   MOVE LS-NC-TENANT(LS-NC-IDX) TO OUT-TENANT
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
      *> ENTRY: NOTIFICATION-CHANNEL-CHECK-SECRETS
      *> PURPOSE: Try every enabled channel's vault references, for
      *>          VALIDATE-AQRSS-CONFIG. Returns the number of
      *>          channels with one that cannot be resolved, the first
      *>          such channel and secret name in the OUT fields.
      *> ===============================================================
       ENTRY "NOTIFICATION-CHANNEL-CHECK-SECRETS" USING
           BY REFERENCE OUT-CHANNEL-ID
           BY REFERENCE OUT-MISSING-SECRET.

           MOVE SPACES TO OUT-CHANNEL-ID
           MOVE SPACES TO OUT-MISSING-SECRET
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-CHANNEL-TABLE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID

           MOVE 0 TO LS-UNRESOLVED-COUNT
           PERFORM VARYING LS-NC-IDX FROM 1 BY 1
               UNTIL LS-NC-IDX > LS-CHANNEL-COUNT
               IF LS-NC-ENABLED(LS-NC-IDX) NOT = "N"
               THEN
                   MOVE LS-NC-ENDPOINT(LS-NC-IDX) TO LS-ENDPOINT-WORK
                   CALL "CREDENTIAL-VAULT-RESOLVE" USING
                       BY REFERENCE LS-ENDPOINT-WORK
                       BY REFERENCE LS-MISSING-SECRET
                       RETURNING RETURN-CODE
                   IF RETURN-CODE NOT = 0
                   THEN
                       ADD 1 TO LS-UNRESOLVED-COUNT
                       IF OUT-CHANNEL-ID = SPACES
                       THEN
                           MOVE LS-NC-CHANNEL-ID(LS-NC-IDX)
                               TO OUT-CHANNEL-ID
                           MOVE LS-MISSING-SECRET
                               TO OUT-MISSING-SECRET
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO LS-ENDPOINT-WORK
           MOVE LS-UNRESOLVED-COUNT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: NOTIFICATION-CHANNEL-LIST
      *> PURPOSE: Render the channel file as one plain-text line per
      *>          record for the admin list route: tenant
      *>          IN-TENANT-SCOPE's channels only, or every channel
      *>          with its tenant when the scope is "*".
      *> ===============================================================
       ENTRY "NOTIFICATION-CHANNEL-LIST" USING
           BY REFERENCE IN-TENANT-SCOPE
           BY REFERENCE OUT-CHANNEL-LIST.

           MOVE SPACES TO OUT-CHANNEL-LIST

           PERFORM VARYING LS-NC-IDX FROM 1 BY 1
               UNTIL LS-NC-IDX > LS-CHANNEL-COUNT
               IF IN-TENANT-SCOPE = "*"
                   OR LS-NC-TENANT(LS-NC-IDX) = IN-TENANT-SCOPE
               THEN
                   PERFORM APPEND-ONE-LIST-LINE
               END-IF
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           GOBACK.
      *>          verdict, the same "no channels configured" fallback
      *>          the dispatch applies. Entries past capacity set
      *>          verdict 2: a rewrite from a truncated table would
      *>          drop them. A file of another layout sets verdict 1.
      *> ===============================================================
       LOAD-CHANNEL-TABLE.
           MOVE 0 TO LS-CHANNEL-COUNT
           MOVE 0 TO LS-ENTRY-RESULT
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-NC-FILE-NAME
               BY REFERENCE C-NC-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT NOTIFICATION-CHANNEL-FILE
           IF WS-NC-FILE-STATUS = "35"
           THEN
               FUNCTION TRIM(LS-NC-ENDPOINT(LS-NC-IDX))
               INTO LS-LIST-LINE
           END-STRING
           IF IN-TENANT-SCOPE = "*"
               AND LS-NC-TENANT(LS-NC-IDX) NOT = SPACES
           THEN
               MOVE SPACES TO LS-LIST-LINE
               STRING
                   FUNCTION TRIM(LS-NC-CHANNEL-ID(LS-NC-IDX))
                   " tenant=" FUNCTION TRIM(LS-NC-TENANT(LS-NC-IDX))
                   " type=" FUNCTION TRIM(LS-NC-TYPE(LS-NC-IDX))
                   " enabled=" LS-NC-ENABLED(LS-NC-IDX)
                   " target=" FUNCTION TRIM(LS-NC-TARGET(LS-NC-IDX))
                   " endpoint="
                   FUNCTION TRIM(LS-NC-ENDPOINT(LS-NC-IDX))
                   INTO LS-LIST-LINE
               END-STRING
           END-IF
           IF FUNCTION TRIM(OUT-CHANNEL-LIST) = SPACES
           THEN
               MOVE FUNCTION TRIM(LS-LIST-LINE) TO OUT-CHANNEL-LIST
