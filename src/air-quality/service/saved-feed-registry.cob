      *>          /feed/{name} dispatch in AIR-QUALITY-ROUTER. The
      *>          admin routes add and remove entries at runtime, the
      *>          same management model as WATCHED-LOCATION-REGISTRY.
      *>          Every name belongs to a tenant (SF-TENANT): the admin
      *>          entries take the caller's tenant scope, so one
      *>          organisation never lists, replaces or removes
      *>          another's feeds. /feed/{name} itself stays public.
      *> ===============================================================

       IDENTIFICATION DIVISION.
      *> update without this - so every entry runs under the
      *> registry's mutex slot (see AQRSS-MUTEX's slot map).
       01  C-MUTEX-ID                   PIC 9(2) VALUE 16.
      *> The registry layout this program was compiled against (see
      *> AQRSS-LAYOUT-VERSION): v2 added SF-TENANT. A registry still
      *> in the old width opens with status 39, so it is refused
      *> until LAYOUT-MIGRATION-BATCH widens it.
       01  C-SF-FILE-NAME               PIC X(40)
               VALUE "saved-feeds.dat".
       01  C-SF-LAYOUT-VERSION          PIC 9(3) VALUE 2.

       LOCAL-STORAGE SECTION.
       01  LS-LIST-LINE                 PIC X(180) VALUE SPACES.
       01  LS-LIST-SCRATCH              PIC X(180) VALUE SPACES.
      *> The entry's verdict, asserted into RETURN-CODE after the
      *> mutex unlock - the unlock CALL would otherwise overwrite
      *> the register with AQRSS-MUTEX's own.
           05  IN-SF-UNITS              PIC X(4).
           05  IN-SF-REGION             PIC X(12).
           05  IN-SF-LIMIT              PIC 9(2).
           05  IN-SF-TENANT             PIC X(8).
       01  IN-TENANT-SCOPE              PIC X(8).
       01  OUT-FEED-LIST                PIC X(10000).

      *> Unused default entry point: every caller targets one of the
           BY REFERENCE IN-FEED-NAME
           BY REFERENCE IN-OUT-SF-RECORD.

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-SF-FILE-NAME
               BY REFERENCE C-SF-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           OPEN INPUT SAVED-FEED-FILE
      *> ENTRY: SAVED-FEED-ADD
      *> PURPOSE: Add (or replace, when the name already exists) one
      *>          registry entry. Returns 0 on success, 1 on an I/O
      *>          failure, 2 when the name belongs to another tenant.
      *> ===============================================================
       ENTRY "SAVED-FEED-ADD" USING
           BY REFERENCE IN-OUT-SF-RECORD.

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-SF-FILE-NAME
               BY REFERENCE C-SF-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           OPEN I-O SAVED-FEED-FILE
               GOBACK
           END-IF

           MOVE IN-SF-NAME TO SF-NAME
           READ SAVED-FEED-FILE
           IF WS-SF-FILE-STATUS = "00"
               AND SF-TENANT NOT = IN-SF-TENANT
           THEN
               CLOSE SAVED-FEED-FILE
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE IN-OUT-SF-RECORD TO SF-RECORD
           WRITE SF-RECORD
           IF WS-SF-FILE-STATUS = "22"

      *> ===============================================================
      *> ENTRY: SAVED-FEED-REMOVE
      *> PURPOSE: Delete the registry entry with the given name, when
      *>          it belongs to tenant IN-TENANT-SCOPE ("*" for any
      *>          tenant). Returns 0 on success, 1 when the name is
      *>          unknown (or another tenant's) or the file could not
      *>          be updated.
      *> ===============================================================
       ENTRY "SAVED-FEED-REMOVE" USING
           BY REFERENCE IN-FEED-NAME
           BY REFERENCE IN-TENANT-SCOPE.

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-SF-FILE-NAME
               BY REFERENCE C-SF-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           END-IF

           MOVE IN-FEED-NAME TO SF-NAME
           READ SAVED-FEED-FILE
           IF WS-SF-FILE-STATUS = "00"
               AND IN-TENANT-SCOPE NOT = "*"
               AND SF-TENANT NOT = IN-TENANT-SCOPE
           THEN
               MOVE "23" TO WS-SF-FILE-STATUS
           END-IF
           IF WS-SF-FILE-STATUS = "00"
           THEN
               DELETE SAVED-FEED-FILE
           END-IF
           IF WS-SF-FILE-STATUS = "00"
           THEN
               MOVE 0 TO LS-ENTRY-RESULT
      *> ===============================================================
      *> ENTRY: SAVED-FEED-LIST
      *> PURPOSE: Render the registry as one plain-text line per entry
      *>          for the admin list route: tenant IN-TENANT-SCOPE's
      *>          feeds only, or every feed with its tenant when the
      *>          scope is "*".
      *> ===============================================================
       ENTRY "SAVED-FEED-LIST" USING
           BY REFERENCE IN-TENANT-SCOPE
           BY REFERENCE OUT-FEED-LIST.

           MOVE SPACES TO OUT-FEED-LIST

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-SF-FILE-NAME
               BY REFERENCE C-SF-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           OPEN INPUT SAVED-FEED-FILE
                   AT END
                       MOVE "10" TO WS-SF-FILE-STATUS
                   NOT AT END
                       IF IN-TENANT-SCOPE = "*"
                           OR SF-TENANT = IN-TENANT-SCOPE
                       THEN
                           PERFORM APPEND-ONE-FEED-LINE
                       END-IF
               END-READ
           END-PERFORM

               " limit=" SF-LIMIT
               INTO LS-LIST-LINE
           END-STRING
           IF IN-TENANT-SCOPE = "*" AND SF-TENANT NOT = SPACES
           THEN
               MOVE SPACES TO LS-LIST-SCRATCH
               STRING
                   FUNCTION TRIM(LS-LIST-LINE)
                   " tenant=" FUNCTION TRIM(SF-TENANT)
                   INTO LS-LIST-SCRATCH
               END-STRING
               MOVE LS-LIST-SCRATCH TO LS-LIST-LINE
           END-IF
           IF FUNCTION TRIM(OUT-FEED-LIST) = SPACES
           THEN
               MOVE FUNCTION TRIM(LS-LIST-LINE) TO OUT-FEED-LIST
