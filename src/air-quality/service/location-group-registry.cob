      *> ===============================================================
      *> PROGRAM: LOCATION-GROUP-REGISTRY
      *> PURPOSE: Centralized access to the location-group registry
      *>          (location-groups.dat): named groups of watched
      *>          locations - "the schools", "the industrial zone" -
      *>          with their member locations and the notification
      *>          channels their alerts go to (see
      *>          location-group-record). The admin routes in
      *>          AIR-QUALITY-ROUTER maintain it; the alert batch,
      *>          the notification fan-out, the group digest feed and
      *>          the ranking report read it whole through
      *>          LOAD-LOCATION-GROUPS. A location may sit in several
      *>          groups. No file yet simply means no groups.
      *>          Groups belong to tenants like the locations they
      *>          hold: the admin entries take the caller's tenant
      *>          scope, and a membership always carries its group's
      *>          tenant.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCATION-GROUP-REGISTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCATION-GROUP-FILE ASSIGN TO
                   "location-groups.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGR-KEY
               FILE STATUS IS WS-LGR-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  LOCATION-GROUP-FILE.
       COPY location-group-record IN "air-quality/service".

       WORKING-STORAGE SECTION.
       01  WS-LGR-FILE-STATUS           PIC X(02) VALUE SPACES.
      *> Every entry shares one static file connector across the
      *> MHD worker threads, so every entry runs under the registry's
      *> mutex slot (see AQRSS-MUTEX's slot map).
       01  C-MUTEX-ID                   PIC 9(2) VALUE 44.
      *> The registry layout this program was compiled against (see
      *> AQRSS-LAYOUT-VERSION).
       01  C-LGR-FILE-NAME              PIC X(40)
               VALUE "location-groups.dat".
       01  C-LGR-LAYOUT-VERSION         PIC 9(3) VALUE 1.

       LOCAL-STORAGE SECTION.
      *> The entry's verdict, asserted into RETURN-CODE after the
      *> mutex unlock - the unlock CALL would otherwise overwrite
      *> the register with AQRSS-MUTEX's own.
       01  LS-ENTRY-RESULT              USAGE BINARY-LONG VALUE 0.
       01  LS-TARGET-KEY                PIC X(24) VALUE SPACES.
       01  LS-TARGET-GROUP-ID           PIC X(8) VALUE SPACES.
       01  LS-GROUP-TALLY               PIC 9(5) VALUE 0.
       01  LS-MEMBER-TALLY              PIC 9(5) VALUE 0.
      *> The list entry renders one line per group from the records
      *> of that group, which the key order brings together.
       01  LS-LIST-GROUP-ID             PIC X(8) VALUE SPACES.
       01  LS-LIST-LABEL                PIC X(32) VALUE SPACES.
       01  LS-LIST-TENANT               PIC X(8) VALUE SPACES.
       01  LS-LIST-LOCATIONS            PIC X(2000) VALUE SPACES.
       01  LS-LIST-CHANNELS             PIC X(500) VALUE SPACES.
       01  LS-LIST-LINE                 PIC X(2600) VALUE SPACES.
       01  LS-LIST-SCRATCH              PIC X(2600) VALUE SPACES.

       LINKAGE SECTION.
       COPY location-groups IN "air-quality/service".

       01  IN-OUT-LGR-RECORD.
           05  IN-LGR-KEY.
               10  IN-LGR-GROUP-ID      PIC X(8).
               10  IN-LGR-MEMBER-KIND   PIC X(8).
               10  IN-LGR-MEMBER-ID     PIC X(8).
           05  IN-LGR-LABEL             PIC X(32).
           05  IN-LGR-TENANT            PIC X(8).

       01  IN-RECORD-KEY                PIC X(24).
       01  IN-GROUP-ID                  PIC X(8).
       01  IN-TENANT-SCOPE              PIC X(8).
       01  OUT-TENANT                   PIC X(8).
       01  OUT-GROUP-LIST               PIC X(10000).

      *> Unused default entry point: every caller targets one of the
      *> ENTRY points below, the same way ENV-CONFIG's callers always
      *> target one of its named entries.
       PROCEDURE DIVISION.
           GOBACK.

      *> ===============================================================
      *> ENTRY: LOAD-LOCATION-GROUPS
      *> PURPOSE: Fill the caller's LG-GROUPS-GRP table with every
      *>          group and membership in the registry, whichever
      *>          tenant - the callers match on the tenant themselves.
      *>          No registry file yet leaves the table empty.
      *>          Returns 1 when the registry cannot be read.
      *> ===============================================================
       ENTRY "LOAD-LOCATION-GROUPS" USING
           BY REFERENCE LG-GROUPS-GRP.

           MOVE 0 TO LG-GROUP-COUNT
           MOVE 0 TO LG-MEMBER-COUNT

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-LGR-FILE-NAME
               BY REFERENCE C-LGR-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           OPEN INPUT LOCATION-GROUP-FILE
           IF WS-LGR-FILE-STATUS = "35"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-LGR-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not open location-group "
                   "registry, status " WS-LGR-FILE-STATUS
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM UNTIL WS-LGR-FILE-STATUS NOT = "00"
               READ LOCATION-GROUP-FILE NEXT
                   AT END
                       MOVE "10" TO WS-LGR-FILE-STATUS
                   NOT AT END
                       PERFORM FILL-ONE-GROUP-SLOT
               END-READ
           END-PERFORM

           CLOSE LOCATION-GROUP-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: LOCATION-GROUP-PUT
      *> PURPOSE: File one registry record - a group (kind GROUP) or
      *>          one of its LOCATION or CHANNEL members - replacing
      *>          it when the key already exists. Returns 0 on
      *>          success, 1 on an I/O failure, 2 when the group id
      *>          is already another tenant's, 3 when a member is
      *>          added to a group that does not exist, 4 when the
      *>          registry already holds as many groups or members as
      *>          LOAD-LOCATION-GROUPS can hand out.
      *> ===============================================================
       ENTRY "LOCATION-GROUP-PUT" USING
           BY REFERENCE IN-OUT-LGR-RECORD.

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-LGR-FILE-NAME
               BY REFERENCE C-LGR-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM OPEN-REGISTRY-I-O
           IF WS-LGR-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO LS-ENTRY-RESULT
      *> The group itself must be this tenant's (or not exist yet,
      *> for a new group); a member needs its group on file.
           MOVE IN-LGR-GROUP-ID TO LGR-GROUP-ID
           MOVE "GROUP" TO LGR-MEMBER-KIND
           MOVE SPACES TO LGR-MEMBER-ID
           READ LOCATION-GROUP-FILE
               KEY IS LGR-KEY
               INVALID KEY
                   IF IN-LGR-MEMBER-KIND NOT = "GROUP"
                   THEN
                       MOVE 3 TO LS-ENTRY-RESULT
                   END-IF
               NOT INVALID KEY
                   IF LGR-TENANT NOT = IN-LGR-TENANT
                   THEN
                       MOVE 2 TO LS-ENTRY-RESULT
                   END-IF
           END-READ

           IF LS-ENTRY-RESULT = 0
           THEN
               MOVE IN-LGR-KEY TO LGR-KEY
               READ LOCATION-GROUP-FILE
                   KEY IS LGR-KEY
                   INVALID KEY
                       PERFORM COUNT-REGISTRY-RECORDS
                       IF IN-LGR-MEMBER-KIND = "GROUP"
                           AND LS-GROUP-TALLY
                               >= C-LOCATION-GROUP-MAX-COUNT
                       THEN
                           MOVE 4 TO LS-ENTRY-RESULT
                       END-IF
                       IF IN-LGR-MEMBER-KIND NOT = "GROUP"
                           AND LS-MEMBER-TALLY
                               >= C-LOCATION-MEMBER-MAX-COUNT
                       THEN
                           MOVE 4 TO LS-ENTRY-RESULT
                       END-IF
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF

           IF LS-ENTRY-RESULT = 0
           THEN
               MOVE IN-OUT-LGR-RECORD TO LGR-RECORD
               WRITE LGR-RECORD
               IF WS-LGR-FILE-STATUS = "22"
               THEN
                   REWRITE LGR-RECORD
               END-IF
               IF WS-LGR-FILE-STATUS NOT = "00"
               THEN
                   DISPLAY "WARNING: could not file location group "
                       FUNCTION TRIM(IN-LGR-GROUP-ID) " "
                       FUNCTION TRIM(IN-LGR-MEMBER-KIND) " "
                       FUNCTION TRIM(IN-LGR-MEMBER-ID) ", status "
                       WS-LGR-FILE-STATUS
                   MOVE 1 TO LS-ENTRY-RESULT
               END-IF
           END-IF
           CLOSE LOCATION-GROUP-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: LOCATION-GROUP-DELETE
      *> PURPOSE: Delete the registry record with key IN-RECORD-KEY
      *>          (group id, kind, member id), when it belongs to
      *>          tenant IN-TENANT-SCOPE ("*" for any tenant).
      *>          Returns 0 on success, 1 when the key is unknown (or
      *>          another tenant's) or the file could not be updated,
      *>          2 when it is a group that still has members (they
      *>          are removed one by one first, so each removal has
      *>          its own change-journal record).
      *> ===============================================================
       ENTRY "LOCATION-GROUP-DELETE" USING
           BY REFERENCE IN-RECORD-KEY
           BY REFERENCE IN-TENANT-SCOPE.

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-LGR-FILE-NAME
               BY REFERENCE C-LGR-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           OPEN I-O LOCATION-GROUP-FILE
           IF WS-LGR-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 1 TO LS-ENTRY-RESULT
           MOVE IN-RECORD-KEY TO LS-TARGET-KEY
           MOVE IN-RECORD-KEY TO LGR-KEY
           READ LOCATION-GROUP-FILE
               KEY IS LGR-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF IN-TENANT-SCOPE = "*"
                       OR LGR-TENANT = IN-TENANT-SCOPE
                   THEN
                       MOVE 0 TO LS-ENTRY-RESULT
                   END-IF
           END-READ

           IF LS-ENTRY-RESULT = 0
               AND LGR-MEMBER-KIND = "GROUP"
           THEN
               MOVE LGR-GROUP-ID TO LS-TARGET-GROUP-ID
               PERFORM COUNT-GROUP-MEMBERS
               IF LS-MEMBER-TALLY > 0
               THEN
                   MOVE 2 TO LS-ENTRY-RESULT
               ELSE
                   MOVE LS-TARGET-KEY TO LGR-KEY
                   READ LOCATION-GROUP-FILE
                       KEY IS LGR-KEY
                       INVALID KEY
                           MOVE 1 TO LS-ENTRY-RESULT
                   END-READ
               END-IF
           END-IF

           IF LS-ENTRY-RESULT = 0
           THEN
               DELETE LOCATION-GROUP-FILE
               IF WS-LGR-FILE-STATUS NOT = "00"
               THEN
                   MOVE 1 TO LS-ENTRY-RESULT
               END-IF
           END-IF
           CLOSE LOCATION-GROUP-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: LOCATION-GROUP-GET
      *> PURPOSE: Fill the caller's record with the registry record
      *>          keyed IN-RECORD-KEY, whichever tenant it belongs to
      *>          - the change journal's before and after images.
      *>          Returns 0 on success, 1 when the key is unknown or
      *>          the registry cannot be read.
      *> ===============================================================
       ENTRY "LOCATION-GROUP-GET" USING
           BY REFERENCE IN-RECORD-KEY
           BY REFERENCE IN-OUT-LGR-RECORD.

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-LGR-FILE-NAME
               BY REFERENCE C-LGR-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE 1 TO LS-ENTRY-RESULT
           OPEN INPUT LOCATION-GROUP-FILE
           IF WS-LGR-FILE-STATUS = "00"
           THEN
               MOVE IN-RECORD-KEY TO LGR-KEY
               READ LOCATION-GROUP-FILE
                   KEY IS LGR-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LGR-RECORD TO IN-OUT-LGR-RECORD
                       MOVE 0 TO LS-ENTRY-RESULT
               END-READ
               CLOSE LOCATION-GROUP-FILE
           END-IF
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: LOCATION-GROUP-TENANT
      *> PURPOSE: The tenant group IN-GROUP-ID belongs to, so a
      *>          member, a channel assignment or a group alert
      *>          profile stays within the group's organisation.
      *>          Returns 0 with OUT-TENANT filled, 1 when the group
      *>          is unknown or the registry cannot be read.
      *> ===============================================================
       ENTRY "LOCATION-GROUP-TENANT" USING
           BY REFERENCE IN-GROUP-ID
           BY REFERENCE OUT-TENANT.

           MOVE SPACES TO OUT-TENANT
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-LGR-FILE-NAME
               BY REFERENCE C-LGR-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE 1 TO LS-ENTRY-RESULT
           OPEN INPUT LOCATION-GROUP-FILE
           IF WS-LGR-FILE-STATUS = "00"
           THEN
               MOVE IN-GROUP-ID TO LGR-GROUP-ID
               MOVE "GROUP" TO LGR-MEMBER-KIND
               MOVE SPACES TO LGR-MEMBER-ID
               READ LOCATION-GROUP-FILE
                   KEY IS LGR-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE LGR-TENANT TO OUT-TENANT
                       MOVE 0 TO LS-ENTRY-RESULT
               END-READ
               CLOSE LOCATION-GROUP-FILE
           END-IF
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: LOCATION-GROUP-LIST
      *> PURPOSE: Render the registry as one plain-text line per group
      *>          for the admin list route - its member locations,
      *>          its channels and its label: tenant IN-TENANT-SCOPE's
      *>          groups only, or every group with its tenant when the
      *>          scope is "*".
      *> ===============================================================
       ENTRY "LOCATION-GROUP-LIST" USING
           BY REFERENCE IN-TENANT-SCOPE
           BY REFERENCE OUT-GROUP-LIST.

           MOVE SPACES TO OUT-GROUP-LIST

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-LGR-FILE-NAME
               BY REFERENCE C-LGR-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           OPEN INPUT LOCATION-GROUP-FILE
           IF WS-LGR-FILE-STATUS = "35"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-LGR-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO LS-LIST-GROUP-ID
           PERFORM UNTIL WS-LGR-FILE-STATUS NOT = "00"
               READ LOCATION-GROUP-FILE NEXT
                   AT END
                       MOVE "10" TO WS-LGR-FILE-STATUS
                   NOT AT END
                       IF IN-TENANT-SCOPE = "*"
                           OR LGR-TENANT = IN-TENANT-SCOPE
                       THEN
                           PERFORM COLLECT-ONE-LIST-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF LS-LIST-GROUP-ID NOT = SPACES
           THEN
               PERFORM APPEND-ONE-LIST-LINE
           END-IF

           CLOSE LOCATION-GROUP-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: OPEN-REGISTRY-I-O
      *> PURPOSE: Open the registry file for update, creating it empty
      *>          first when it does not exist yet.
      *> ===============================================================
       OPEN-REGISTRY-I-O.
           OPEN I-O LOCATION-GROUP-FILE
           IF WS-LGR-FILE-STATUS = "35"
           THEN
               OPEN OUTPUT LOCATION-GROUP-FILE
               CLOSE LOCATION-GROUP-FILE
               OPEN I-O LOCATION-GROUP-FILE
           END-IF
           IF WS-LGR-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not open location-group "
                   "registry for update, status " WS-LGR-FILE-STATUS
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: COUNT-REGISTRY-RECORDS
      *> PURPOSE: How many groups (LS-GROUP-TALLY) and memberships
      *>          (LS-MEMBER-TALLY) the registry holds, all tenants
      *>          together - the capacity LOAD-LOCATION-GROUPS hands
      *>          out is shared.
      *> ===============================================================
       COUNT-REGISTRY-RECORDS.
           MOVE 0 TO LS-GROUP-TALLY
           MOVE 0 TO LS-MEMBER-TALLY
           MOVE LOW-VALUES TO LGR-KEY
           START LOCATION-GROUP-FILE
               KEY IS GREATER THAN OR EQUAL TO LGR-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL WS-LGR-FILE-STATUS NOT = "00"
               READ LOCATION-GROUP-FILE NEXT
                   AT END
                       MOVE "10" TO WS-LGR-FILE-STATUS
                   NOT AT END
                       IF LGR-MEMBER-KIND = "GROUP"
                       THEN
                           ADD 1 TO LS-GROUP-TALLY
                       ELSE
                           ADD 1 TO LS-MEMBER-TALLY
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-LGR-FILE-STATUS.

      *> ===============================================================
      *> PARAGRAPH: COUNT-GROUP-MEMBERS
      *> PURPOSE: How many LOCATION and CHANNEL records group
      *>          LS-TARGET-GROUP-ID still has, into LS-MEMBER-TALLY.
      *>          Its records sit together in key order.
      *> ===============================================================
       COUNT-GROUP-MEMBERS.
           MOVE 0 TO LS-MEMBER-TALLY
           MOVE LOW-VALUES TO LGR-KEY
           MOVE LS-TARGET-GROUP-ID TO LGR-GROUP-ID
           START LOCATION-GROUP-FILE
               KEY IS GREATER THAN OR EQUAL TO LGR-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL WS-LGR-FILE-STATUS NOT = "00"
               READ LOCATION-GROUP-FILE NEXT
                   AT END
                       MOVE "10" TO WS-LGR-FILE-STATUS
                   NOT AT END
                       IF LGR-GROUP-ID NOT = LS-TARGET-GROUP-ID
                       THEN
                           MOVE "10" TO WS-LGR-FILE-STATUS
                       ELSE
                           IF LGR-MEMBER-KIND NOT = "GROUP"
                           THEN
                               ADD 1 TO LS-MEMBER-TALLY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-LGR-FILE-STATUS.

      *> ===============================================================
      *> PARAGRAPH: FILL-ONE-GROUP-SLOT
      *> PURPOSE: Copy the LGR-RECORD just read into the next free
      *>          group or member slot of the caller's table, dropping
      *>          (with a warning) anything past the table's fixed
      *>          capacity, the same "drop and warn" rule the
      *>          watched-location load uses.
      *> ===============================================================
       FILL-ONE-GROUP-SLOT.
           IF LGR-MEMBER-KIND = "GROUP"
           THEN
               IF LG-GROUP-COUNT < C-LOCATION-GROUP-MAX-COUNT
               THEN
                   ADD 1 TO LG-GROUP-COUNT
                   MOVE LGR-GROUP-ID
                       TO LG-GROUP-ID(LG-GROUP-COUNT)
                   MOVE LGR-LABEL
                       TO LG-GROUP-LABEL(LG-GROUP-COUNT)
                   MOVE LGR-TENANT
                       TO LG-GROUP-TENANT(LG-GROUP-COUNT)
               ELSE
                   DISPLAY "WARNING: location group table full, "
                       "dropping " FUNCTION TRIM(LGR-GROUP-ID)
               END-IF
           ELSE
               IF LG-MEMBER-COUNT < C-LOCATION-MEMBER-MAX-COUNT
               THEN
                   ADD 1 TO LG-MEMBER-COUNT
                   MOVE LGR-GROUP-ID
                       TO LG-MEMBER-GROUP-ID(LG-MEMBER-COUNT)
                   MOVE LGR-MEMBER-KIND
                       TO LG-MEMBER-KIND(LG-MEMBER-COUNT)
                   MOVE LGR-MEMBER-ID
                       TO LG-MEMBER-ID(LG-MEMBER-COUNT)
               ELSE
                   DISPLAY "WARNING: location group member table "
                       "full, dropping " FUNCTION TRIM(LGR-GROUP-ID)
                       " " FUNCTION TRIM(LGR-MEMBER-ID)
               END-IF
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: COLLECT-ONE-LIST-RECORD
      *> PURPOSE: Fold the LGR-RECORD just read into the group line
      *>          being built, writing out the previous group's line
      *>          when this record starts a new group.
      *> ===============================================================
       COLLECT-ONE-LIST-RECORD.
           IF LGR-GROUP-ID NOT = LS-LIST-GROUP-ID
           THEN
               IF LS-LIST-GROUP-ID NOT = SPACES
               THEN
                   PERFORM APPEND-ONE-LIST-LINE
               END-IF
               MOVE LGR-GROUP-ID TO LS-LIST-GROUP-ID
               MOVE SPACES TO LS-LIST-LABEL
               MOVE LGR-TENANT TO LS-LIST-TENANT
               MOVE SPACES TO LS-LIST-LOCATIONS
               MOVE SPACES TO LS-LIST-CHANNELS
           END-IF
           EVALUATE LGR-MEMBER-KIND
           WHEN "GROUP"
               MOVE LGR-LABEL TO LS-LIST-LABEL
           WHEN "LOCATION"
               IF LS-LIST-LOCATIONS = SPACES
               THEN
                   MOVE LGR-MEMBER-ID TO LS-LIST-LOCATIONS
               ELSE
                   MOVE LS-LIST-LOCATIONS TO LS-LIST-SCRATCH
                   MOVE SPACES TO LS-LIST-LOCATIONS
                   STRING
                       FUNCTION TRIM(LS-LIST-SCRATCH) ","
                       FUNCTION TRIM(LGR-MEMBER-ID)
                       DELIMITED BY SIZE INTO LS-LIST-LOCATIONS
                   END-STRING
               END-IF
           WHEN "CHANNEL"
               IF LS-LIST-CHANNELS = SPACES
               THEN
                   MOVE LGR-MEMBER-ID TO LS-LIST-CHANNELS
               ELSE
                   MOVE LS-LIST-CHANNELS TO LS-LIST-SCRATCH
                   MOVE SPACES TO LS-LIST-CHANNELS
                   STRING
                       FUNCTION TRIM(LS-LIST-SCRATCH) ","
                       FUNCTION TRIM(LGR-MEMBER-ID)
                       DELIMITED BY SIZE INTO LS-LIST-CHANNELS
                   END-STRING
               END-IF
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: APPEND-ONE-LIST-LINE
      *> PURPOSE: Append the collected group's plain-text line to
      *>          OUT-GROUP-LIST.
      *> ===============================================================
       APPEND-ONE-LIST-LINE.
           IF LS-LIST-LOCATIONS = SPACES
           THEN
               MOVE "-" TO LS-LIST-LOCATIONS
           END-IF
           IF LS-LIST-CHANNELS = SPACES
           THEN
               MOVE "-" TO LS-LIST-CHANNELS
           END-IF
           MOVE SPACES TO LS-LIST-LINE
           STRING
               FUNCTION TRIM(LS-LIST-GROUP-ID)
               " locations=" FUNCTION TRIM(LS-LIST-LOCATIONS)
               " channels=" FUNCTION TRIM(LS-LIST-CHANNELS)
               " " FUNCTION TRIM(LS-LIST-LABEL)
               DELIMITED BY SIZE INTO LS-LIST-LINE
           END-STRING
           IF IN-TENANT-SCOPE = "*"
               AND LS-LIST-TENANT NOT = SPACES
           THEN
               MOVE LS-LIST-LINE TO LS-LIST-SCRATCH
               MOVE SPACES TO LS-LIST-LINE
               STRING
                   FUNCTION TRIM(LS-LIST-SCRATCH)
                   " tenant=" FUNCTION TRIM(LS-LIST-TENANT)
                   DELIMITED BY SIZE INTO LS-LIST-LINE
               END-STRING
           END-IF
           IF FUNCTION TRIM(OUT-GROUP-LIST) = SPACES
           THEN
               MOVE FUNCTION TRIM(LS-LIST-LINE) TO OUT-GROUP-LIST
           ELSE
               STRING
                   FUNCTION TRIM(OUT-GROUP-LIST) X"0A"
                   FUNCTION TRIM(LS-LIST-LINE)
                   DELIMITED BY SIZE INTO OUT-GROUP-LIST
               END-STRING
           END-IF.

       END PROGRAM LOCATION-GROUP-REGISTRY.
