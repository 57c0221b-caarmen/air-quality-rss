      *>          A missing file means no profiles exist yet: the list
      *>          is empty, a save creates the file, a remove reports
      *>          not-found.
      *>          Every profile belongs to a tenant (AP-TENANT): the
      *>          admin entries take the caller's tenant scope, so an
      *>          organisation's admin lists and removes only its own
      *>          profiles and never replaces another's.
      *> ===============================================================

       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-AP-FILE-STATUS            PIC X(02) VALUE SPACES.
      *> Every entry funnels through one static file connector
      *> shared across the MHD worker threads, and updates rewrite
      *> the whole file, so every entry runs under the registry's
      *> mutex slot (see AQRSS-MUTEX's slot map).
      *> The whole file is held in memory while it is rewritten; the
      *> same capacity the alert batch's profile table uses.
       01  C-PROFILE-MAX-COUNT          CONSTANT AS 100.
      *> The profile layout this program was compiled against (see
      *> AQRSS-LAYOUT-VERSION): v2 added AP-TENANT. A file of another
      *> layout is refused until LAYOUT-MIGRATION-BATCH widens it.
       01  C-AP-FILE-NAME               PIC X(40)
               VALUE "alert-profiles.dat".
       01  C-AP-LAYOUT-VERSION          PIC 9(3) VALUE 2.

       LOCAL-STORAGE SECTION.
       01  LS-PROFILE-COUNT             PIC 9(3) VALUE 0.
               10  LS-AP-WEBHOOK-URL    PIC X(1000).
               10  LS-AP-QUIET-START    PIC 9(2).
               10  LS-AP-QUIET-END      PIC 9(2).
               10  LS-AP-TENANT         PIC X(8).
       01  LS-MATCHED                   PIC X(01) VALUE "N".
       01  LS-LIST-LINE                 PIC X(1200) VALUE SPACES.
      *> The entry's verdict, asserted into RETURN-CODE after the
           05  IN-AP-WEBHOOK-URL        PIC X(1000).
           05  IN-AP-QUIET-START-HOUR   PIC 9(2).
           05  IN-AP-QUIET-END-HOUR     PIC 9(2).
           05  IN-AP-TENANT             PIC X(8).

       01  IN-LOCATION-ID               PIC X(8).
       01  IN-TENANT-SCOPE              PIC X(8).
       01  OUT-PROFILE-LIST             PIC X(10000).

      *> Unused default entry point: every caller targets one of the
      *> PURPOSE: Add (or replace, when the location id already has a
      *>          profile) one profile record. Returns 0 on success,
      *>          1 on an I/O failure, 2 when the file already holds
      *>          the rewrite table's capacity, 3 when the location's
      *>          profile belongs to another tenant.
      *> ===============================================================
       ENTRY "ALERT-PROFILE-SAVE" USING
           BY REFERENCE IN-OUT-AP-RECORD.
               UNTIL LS-AP-IDX > LS-PROFILE-COUNT
               IF LS-AP-LOCATION-ID(LS-AP-IDX) = IN-AP-LOCATION-ID
               THEN
                   IF LS-AP-TENANT(LS-AP-IDX) NOT = IN-AP-TENANT
                   THEN
                       CALL "AQRSS-MUTEX-UNLOCK" USING
                           BY REFERENCE C-MUTEX-ID
                       MOVE 3 TO RETURN-CODE
                       GOBACK
                   END-IF
                   MOVE IN-OUT-AP-RECORD
                       TO LS-PROFILE-ENTRY(LS-AP-IDX)
                   MOVE "Y" TO LS-MATCHED

      *> ===============================================================
      *> ENTRY: ALERT-PROFILE-REMOVE
      *> PURPOSE: Drop the profile record for the given location id,
      *>          when it belongs to tenant IN-TENANT-SCOPE ("*" for
      *>          any tenant). Returns 0 on success, 1 when the id has
      *>          no profile (or another tenant's) or the file could
      *>          not be rewritten.
      *> ===============================================================
       ENTRY "ALERT-PROFILE-REMOVE" USING
           BY REFERENCE IN-LOCATION-ID
           BY REFERENCE IN-TENANT-SCOPE.

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM VARYING LS-AP-IDX FROM 1 BY 1
               UNTIL LS-AP-IDX > LS-PROFILE-COUNT
               IF LS-AP-LOCATION-ID(LS-AP-IDX) = IN-LOCATION-ID
                   AND (IN-TENANT-SCOPE = "*"
                       OR LS-AP-TENANT(LS-AP-IDX) = IN-TENANT-SCOPE)
               THEN
                   MOVE "Y" TO LS-MATCHED
                   IF LS-AP-IDX < LS-PROFILE-COUNT
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: ALERT-PROFILE-GET
      *> PURPOSE: Fill the caller's record with the profile for the
      *>          given location id, whichever tenant it belongs to -
      *>          the change journal's before and after images.
      *>          Returns 0 on success, 1 when the id has no profile
      *>          or the file cannot be read.
      *> ===============================================================
       ENTRY "ALERT-PROFILE-GET" USING
           BY REFERENCE IN-LOCATION-ID
           BY REFERENCE IN-OUT-AP-RECORD.

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-PROFILE-TABLE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           IF LS-ENTRY-RESULT NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "N" TO LS-MATCHED
           PERFORM VARYING LS-AP-IDX FROM 1 BY 1
               UNTIL LS-AP-IDX > LS-PROFILE-COUNT
               IF LS-AP-LOCATION-ID(LS-AP-IDX) = IN-LOCATION-ID
               THEN
                   MOVE LS-PROFILE-ENTRY(LS-AP-IDX)
                       TO IN-OUT-AP-RECORD
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
      *> ENTRY: ALERT-PROFILE-LIST
      *> PURPOSE: Render the profile file as one plain-text line per
      *>          record for the admin list route: tenant
      *>          IN-TENANT-SCOPE's profiles only, or every profile
      *>          with its tenant when the scope is "*".
      *> ===============================================================
       ENTRY "ALERT-PROFILE-LIST" USING
           BY REFERENCE IN-TENANT-SCOPE
           BY REFERENCE OUT-PROFILE-LIST.

           MOVE SPACES TO OUT-PROFILE-LIST

           PERFORM VARYING LS-AP-IDX FROM 1 BY 1
               UNTIL LS-AP-IDX > LS-PROFILE-COUNT
               IF IN-TENANT-SCOPE = "*"
                   OR LS-AP-TENANT(LS-AP-IDX) = IN-TENANT-SCOPE
               THEN
                   PERFORM APPEND-ONE-LIST-LINE
               END-IF
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           GOBACK.
      *>          A missing file leaves the table empty with a clean
      *>          verdict, exactly the fallback the alert batch
      *>          applies. Entries past capacity set verdict 2: a
      *>          rewrite from a truncated table would drop them. A
      *>          file of another layout sets verdict 1.
      *> ===============================================================
       LOAD-PROFILE-TABLE.
           MOVE 0 TO LS-PROFILE-COUNT
           MOVE 0 TO LS-ENTRY-RESULT
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-AP-FILE-NAME
               BY REFERENCE C-AP-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ALERT-PROFILE-FILE
           IF WS-AP-FILE-STATUS = "35"
           THEN
               FUNCTION TRIM(LS-AP-WEBHOOK-URL(LS-AP-IDX))
               INTO LS-LIST-LINE
           END-STRING
           IF IN-TENANT-SCOPE = "*"
               AND LS-AP-TENANT(LS-AP-IDX) NOT = SPACES
           THEN
               MOVE SPACES TO LS-LIST-LINE
               STRING
                   FUNCTION TRIM(LS-AP-LOCATION-ID(LS-AP-IDX))
                   " tenant=" FUNCTION TRIM(LS-AP-TENANT(LS-AP-IDX))
                   " threshold=" LS-AP-THRESHOLD(LS-AP-IDX)
                   " quiet=" LS-AP-QUIET-START(LS-AP-IDX)
                   "-" LS-AP-QUIET-END(LS-AP-IDX)
                   " webhook="
                   FUNCTION TRIM(LS-AP-WEBHOOK-URL(LS-AP-IDX))
                   INTO LS-LIST-LINE
               END-STRING
           END-IF
           IF FUNCTION TRIM(OUT-PROFILE-LIST) = SPACES
           THEN
               MOVE FUNCTION TRIM(LS-LIST-LINE) TO OUT-PROFILE-LIST
