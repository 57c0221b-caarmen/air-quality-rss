      *>          file is seeded with the same three latitude/longitude
      *>          pairs and three code_zone entries the old copybook
      *>          carried, so existing deployments behave identically.
      *>          Every entry belongs to a tenant (WLR-TENANT): the
      *>          admin entries take the caller's tenant scope, so an
      *>          organisation's admin lists and removes only its own
      *>          locations and cannot take over another's id.
      *> ===============================================================

       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-WLR-FILE-STATUS           PIC X(02) VALUE SPACES.
      *> Every entry shares one static file connector across the
      *> MHD worker threads, so every entry runs under the registry's
      *> mutex slot (see AQRSS-MUTEX's slot map).
       01  C-MUTEX-ID                   PIC 9(2) VALUE 15.
      *> The registry layout this program was compiled against (see
      *> AQRSS-LAYOUT-VERSION): v2 added WLR-TZ-OFFSET, v3 added
      *> WLR-TENANT. A registry still in an old width opens with
      *> status 39 and every batch would silently see zero
      *> locations, so it is refused (with a clear log line) until
      *> migrated.
       01  C-WLR-FILE-NAME              PIC X(40)
               VALUE "watched-locations.dat".
       01  C-WLR-LAYOUT-VERSION         PIC 9(3) VALUE 3.

       LOCAL-STORAGE SECTION.
       01  LS-LIST-LINE                 PIC X(100) VALUE SPACES.
       01  LS-LIST-SCRATCH              PIC X(100) VALUE SPACES.
      *> The entry's verdict, asserted into RETURN-CODE after the
      *> mutex unlock - the unlock CALL would otherwise overwrite
      *> the register with AQRSS-MUTEX's own.
           05  IN-WLR-CODE-ZONE         PIC X(5).
           05  IN-WLR-LABEL             PIC X(21).
           05  IN-WLR-TZ-OFFSET         PIC X(5).
           05  IN-WLR-TENANT            PIC X(8).

       01  IN-LOCATION-ID               PIC X(8).
       01  IN-TENANT-SCOPE              PIC X(8).
       01  OUT-TENANT                   PIC X(8).
       01  OUT-LOCATION-LIST            PIC X(10000).

      *> Unused default entry point: every caller targets one of the
      *> ENTRY: WATCHED-LOCATION-ADD
      *> PURPOSE: Add (or replace, when the id already exists) one
      *>          registry entry. Returns 0 on success, 1 on an I/O
      *>          failure, 2 when the id is already taken by another
      *>          tenant's entry (ids are shared across tenants, and
      *>          one organisation never overwrites another's).
      *> ===============================================================
       ENTRY "WATCHED-LOCATION-ADD" USING
           BY REFERENCE IN-OUT-WLR-RECORD.
               GOBACK
           END-IF

           MOVE IN-WLR-LOCATION-ID TO WLR-LOCATION-ID
           READ WATCHED-LOCATION-FILE
               KEY IS WLR-LOCATION-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WLR-TENANT NOT = IN-WLR-TENANT
                   THEN
                       CLOSE WATCHED-LOCATION-FILE
                       CALL "AQRSS-MUTEX-UNLOCK" USING
                           BY REFERENCE C-MUTEX-ID
                       MOVE 2 TO RETURN-CODE
                       GOBACK
                   END-IF
           END-READ

           MOVE IN-OUT-WLR-RECORD TO WLR-RECORD
           WRITE WLR-RECORD
           IF WS-WLR-FILE-STATUS = "22"

      *> ===============================================================
      *> ENTRY: WATCHED-LOCATION-REMOVE
      *> PURPOSE: Delete the registry entry with the given id, when it
      *>          belongs to tenant IN-TENANT-SCOPE ("*" for any
      *>          tenant). Returns 0 on success, 1 when the id is
      *>          unknown (or another tenant's) or the file could not
      *>          be updated.
      *> ===============================================================
       ENTRY "WATCHED-LOCATION-REMOVE" USING
           BY REFERENCE IN-LOCATION-ID
           BY REFERENCE IN-TENANT-SCOPE.

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-WLR-FILE-NAME
               GOBACK
           END-IF

           MOVE 1 TO LS-ENTRY-RESULT
           MOVE IN-LOCATION-ID TO WLR-LOCATION-ID
           READ WATCHED-LOCATION-FILE
               KEY IS WLR-LOCATION-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF IN-TENANT-SCOPE = "*"
                       OR WLR-TENANT = IN-TENANT-SCOPE
                   THEN
                       DELETE WATCHED-LOCATION-FILE
                       IF WS-WLR-FILE-STATUS = "00"
                       THEN
                           MOVE 0 TO LS-ENTRY-RESULT
                       END-IF
                   END-IF
           END-READ
           CLOSE WATCHED-LOCATION-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
      *> ===============================================================
      *> ENTRY: WATCHED-LOCATION-LIST
      *> PURPOSE: Render the registry as one plain-text line per entry
      *>          for the admin list route: tenant IN-TENANT-SCOPE's
      *>          entries only, or every entry with its tenant when
      *>          the scope is "*".
      *> ===============================================================
       ENTRY "WATCHED-LOCATION-LIST" USING
           BY REFERENCE IN-TENANT-SCOPE
           BY REFERENCE OUT-LOCATION-LIST.

           MOVE SPACES TO OUT-LOCATION-LIST
                   AT END
                       MOVE "10" TO WS-WLR-FILE-STATUS
                   NOT AT END
                       IF IN-TENANT-SCOPE = "*"
                           OR WLR-TENANT = IN-TENANT-SCOPE
                       THEN
                           PERFORM APPEND-ONE-LIST-LINE
                       END-IF
               END-READ
           END-PERFORM

           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: WATCHED-LOCATION-TENANT
      *> PURPOSE: The tenant IN-LOCATION-ID belongs to, so records
      *>          hung off a location (its alert profile) stay within
      *>          the location's organisation. Returns 0 with
      *>          OUT-TENANT filled, 1 when the id is unknown or the
      *>          registry cannot be read.
      *> ===============================================================
       ENTRY "WATCHED-LOCATION-TENANT" USING
           BY REFERENCE IN-LOCATION-ID
           BY REFERENCE OUT-TENANT.

           MOVE SPACES TO OUT-TENANT
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-WLR-FILE-NAME
               BY REFERENCE C-WLR-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE 1 TO LS-ENTRY-RESULT
           OPEN INPUT WATCHED-LOCATION-FILE
           IF WS-WLR-FILE-STATUS = "00"
           THEN
               MOVE IN-LOCATION-ID TO WLR-LOCATION-ID
               READ WATCHED-LOCATION-FILE
                   KEY IS WLR-LOCATION-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WLR-TENANT TO OUT-TENANT
                       MOVE 0 TO LS-ENTRY-RESULT
               END-READ
               CLOSE WATCHED-LOCATION-FILE
           END-IF
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: WATCHED-LOCATION-GET
      *> PURPOSE: Fill the caller's record with the registry entry for
      *>          IN-LOCATION-ID, whichever tenant it belongs to - the
      *>          change journal's before and after images. Returns 0
      *>          on success, 1 when the id is unknown or the registry
      *>          cannot be read.
      *> ===============================================================
       ENTRY "WATCHED-LOCATION-GET" USING
           BY REFERENCE IN-LOCATION-ID
           BY REFERENCE IN-OUT-WLR-RECORD.

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-WLR-FILE-NAME
               BY REFERENCE C-WLR-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE 1 TO LS-ENTRY-RESULT
           OPEN INPUT WATCHED-LOCATION-FILE
           IF WS-WLR-FILE-STATUS = "00"
           THEN
               MOVE IN-LOCATION-ID TO WLR-LOCATION-ID
               READ WATCHED-LOCATION-FILE
                   KEY IS WLR-LOCATION-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WLR-RECORD TO IN-OUT-WLR-RECORD
                       MOVE 0 TO LS-ENTRY-RESULT
               END-READ
               CLOSE WATCHED-LOCATION-FILE
           END-IF
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: OPEN-REGISTRY-I-O
      *> PURPOSE: Open the registry file for update, seeding it with
                       TO WL-ZONE-ENTRY(WL-ZONE-COUNT)
                   MOVE WLR-TZ-OFFSET
                       TO WL-ZONE-TZ(WL-ZONE-COUNT)
                   MOVE WLR-TENANT
                       TO WL-ZONE-TENANT(WL-ZONE-COUNT)
               ELSE
                   DISPLAY "WARNING: watched zone table full, "
                       "dropping " FUNCTION TRIM(WLR-LOCATION-ID)
                       TO WL-LONGITUDE-STR(WL-LATLONG-COUNT)
                   MOVE WLR-TZ-OFFSET
                       TO WL-LATLONG-TZ(WL-LATLONG-COUNT)
                   MOVE WLR-TENANT
                       TO WL-LATLONG-TENANT(WL-LATLONG-COUNT)
               ELSE
                   DISPLAY "WARNING: watched location table full, "
                       "dropping " FUNCTION TRIM(WLR-LOCATION-ID)
                   INTO LS-LIST-LINE
               END-STRING
           END-IF
           IF IN-TENANT-SCOPE = "*"
               AND WLR-TENANT NOT = SPACES
           THEN
               MOVE LS-LIST-LINE TO LS-LIST-SCRATCH
               MOVE SPACES TO LS-LIST-LINE
               STRING
                   FUNCTION TRIM(LS-LIST-SCRATCH)
                   " tenant=" FUNCTION TRIM(WLR-TENANT)
                   INTO LS-LIST-LINE
               END-STRING
           END-IF
           IF FUNCTION TRIM(OUT-LOCATION-LIST) = SPACES
           THEN
               MOVE FUNCTION TRIM(LS-LIST-LINE) TO OUT-LOCATION-LIST
