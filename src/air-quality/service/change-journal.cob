      *> ===============================================================
      *> PROGRAM: CHANGE-JOURNAL
      *> PURPOSE: Centralized access to the admin change journal (see
      *>          change-record). The audit trail says an admin
      *>          POSTed to /admin/alert-profiles; this journal says
      *>          what the profile was before and what it became, and
      *>          whose key did it - so "who raised the threshold, and
      *>          what was it?" is a lookup instead of a guess. The
      *>          router appends one record per registry write, lists
      *>          them for GET /admin/changes, and fetches one back
      *>          to put its before-image back for a revert.
      *>          Records are numbered in the order they were
      *>          appended; the number is what a revert names.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHANGE-JOURNAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-JOURNAL-FILE ASSIGN TO "admin-changes.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CJ-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  CHANGE-JOURNAL-FILE.
       COPY change-record IN "air-quality/service".

       WORKING-STORAGE SECTION.
       01  WS-CJ-FILE-STATUS            PIC X(02) VALUE SPACES.
      *> Appends from concurrent admin requests must not share a
      *> change number or interleave, and the list and lookup share
      *> the static file connector, so every entry runs under the
      *> journal's mutex slot (see AQRSS-MUTEX's slot map).
       01  C-MUTEX-ID                   PIC 9(2) VALUE 38.
      *> The journal layout this program was compiled against (see
      *> AQRSS-LAYOUT-VERSION).
       01  C-CJ-FILE-NAME               PIC X(40)
               VALUE "admin-changes.dat".
       01  C-CJ-LAYOUT-VERSION          PIC 9(3) VALUE 1.
      *> The list route's page size when the caller names none, and
      *> its ceiling.
       01  C-DEFAULT-LIMIT              PIC 9(3) VALUE 20.
       01  C-MAX-LIMIT                  PIC 9(3) VALUE 200.

       LOCAL-STORAGE SECTION.
       01  LS-ENTRY-RESULT              USAGE BINARY-LONG VALUE 0.
       01  LS-LAST-CHANGE-ID            PIC 9(9) VALUE 0.
       01  LS-MATCH-COUNT               PIC 9(9) VALUE 0.
       01  LS-SKIP-COUNT                PIC 9(9) VALUE 0.
       01  LS-LIMIT                     PIC 9(3) VALUE 0.
       01  LS-MATCHED                   PIC X(01) VALUE "N".
       01  LS-FILTER-LENGTH             PIC 9(3) VALUE 0.
       01  LS-OUT-POINTER               PIC 9(5) VALUE 1.
       01  LS-LIST-FULL                 PIC X(01) VALUE "N".
       01  LS-CHANGE-TEXT               PIC X(3000) VALUE SPACES.
       01  LS-CHANGE-LENGTH             PIC 9(5) VALUE 0.
       01  LS-HEAD-LINE                 PIC X(300) VALUE SPACES.
       01  LS-DISPLAY-ID                PIC X(80) VALUE SPACES.
       01  LS-IMAGE                     PIC X(1200) VALUE SPACES.
       01  LS-IMAGE-TEXT                PIC X(1400) VALUE SPACES.
       01  LS-BEFORE-TEXT               PIC X(1400) VALUE SPACES.
       01  LS-AFTER-TEXT                PIC X(1400) VALUE SPACES.
       01  LS-NUMBER-TEXT               PIC Z(8)9.
       01  LS-STATE-TEXT                PIC X(9) VALUE SPACES.
      *> Each registry's record layout, for reading an image's
      *> tenant and rendering its fields by name.
       COPY watched-location-record IN "air-quality/service".
       COPY alert-profile IN "air-quality/batch".
       COPY notification-channel IN "air-quality/service".
       COPY saved-feed-record IN "air-quality/service".
       COPY api-key-record IN "air-quality/api".
       COPY maintenance-window IN "air-quality/service".
       COPY health-recommendation IN "air-quality/service".
       COPY location-group-record IN "air-quality/service".
       COPY report-distribution-record IN "air-quality/service".

       LINKAGE SECTION.
      *> A whole CJ-RECORD (see change-record).
       01  IN-OUT-CJ-RECORD             PIC X(2587).
       01  IN-CHANGE-ID                 PIC 9(9).
       01  IN-TENANT-SCOPE              PIC X(8).
       01  IN-FILTER-ENTITY             PIC X(20).
       01  IN-FILTER-ENTITY-ID          PIC X(64).
       01  IN-FILTER-OWNER              PIC X(32).
       01  IN-FROM-DATE                 PIC X(8).
       01  IN-TO-DATE                   PIC X(8).
       01  IN-LIMIT                     PIC 9(3).
       01  OUT-CHANGE-LIST              PIC X(10000).

      *> Unused default entry point: every caller targets one of the
      *> ENTRY points below, the same way ENV-CONFIG's callers always
      *> target one of its named entries.
       PROCEDURE DIVISION.
           GOBACK.

      *> ===============================================================
      *> ENTRY: CHANGE-JOURNAL-APPEND
      *> PURPOSE: Append one change. The caller fills the owner,
      *>          correlation id, entity, entity id, both images and
      *>          (for a revert) CJ-REVERTS-ID; the journal numbers
      *>          and stamps the record, names the action from the
      *>          images when the caller left it blank, and takes the
      *>          tenant from the record's own tenant field. The
      *>          numbered record is handed back. Returns 0 on
      *>          success, 1 when the journal cannot be written - the
      *>          registry change itself has already been made and
      *>          stands, the same best-effort terms the alert event
      *>          journal keeps.
      *> ===============================================================
       ENTRY "CHANGE-JOURNAL-APPEND" USING
           BY REFERENCE IN-OUT-CJ-RECORD.

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-CJ-FILE-NAME
               BY REFERENCE C-CJ-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               DISPLAY "WARNING: admin change journal awaiting "
                   "layout migration, change not journalled"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO LS-ENTRY-RESULT
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM FIND-LAST-CHANGE-ID

           MOVE IN-OUT-CJ-RECORD TO CJ-RECORD
           COMPUTE CJ-CHANGE-ID = LS-LAST-CHANGE-ID + 1
           MOVE FUNCTION CURRENT-DATE TO CJ-TIMESTAMP
           IF CJ-ACTION = SPACES
           THEN
               EVALUATE TRUE
               WHEN CJ-BEFORE-IMAGE = SPACES
                   MOVE "ADD" TO CJ-ACTION
               WHEN CJ-AFTER-IMAGE = SPACES
                   MOVE "REMOVE" TO CJ-ACTION
               WHEN OTHER
                   MOVE "REPLACE" TO CJ-ACTION
               END-EVALUATE
           END-IF
           PERFORM TAKE-RECORD-TENANT

           OPEN EXTEND CHANGE-JOURNAL-FILE
           IF WS-CJ-FILE-STATUS = "35"
           THEN
               OPEN OUTPUT CHANGE-JOURNAL-FILE
           END-IF
           IF WS-CJ-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not open admin change "
                   "journal, status " WS-CJ-FILE-STATUS
               MOVE 1 TO LS-ENTRY-RESULT
           ELSE
               WRITE CJ-RECORD
               IF WS-CJ-FILE-STATUS NOT = "00"
               THEN
                   MOVE 1 TO LS-ENTRY-RESULT
               END-IF
               CLOSE CHANGE-JOURNAL-FILE
               MOVE CJ-RECORD TO IN-OUT-CJ-RECORD
           END-IF
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: CHANGE-JOURNAL-GET
      *> PURPOSE: Fill the caller's record with change IN-CHANGE-ID.
      *>          Returns 0 on success, 1 when there is no such change
      *>          or the journal cannot be read.
      *> ===============================================================
       ENTRY "CHANGE-JOURNAL-GET" USING
           BY REFERENCE IN-CHANGE-ID
           BY REFERENCE IN-OUT-CJ-RECORD.

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-CJ-FILE-NAME
               BY REFERENCE C-CJ-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 1 TO LS-ENTRY-RESULT
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           OPEN INPUT CHANGE-JOURNAL-FILE
           IF WS-CJ-FILE-STATUS = "00"
           THEN
               PERFORM UNTIL WS-CJ-FILE-STATUS NOT = "00"
                   READ CHANGE-JOURNAL-FILE
                       AT END
                           MOVE "10" TO WS-CJ-FILE-STATUS
                       NOT AT END
                           IF CJ-CHANGE-ID = IN-CHANGE-ID
                           THEN
                               MOVE CJ-RECORD TO IN-OUT-CJ-RECORD
                               MOVE 0 TO LS-ENTRY-RESULT
                               MOVE "10" TO WS-CJ-FILE-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHANGE-JOURNAL-FILE
           END-IF
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: CHANGE-JOURNAL-LIST
      *> PURPOSE: Render the journal for GET /admin/changes: the
      *>          changes of tenant IN-TENANT-SCOPE ("*" for every
      *>          tenant, each change then naming its tenant) that
      *>          pass every filter given - entity, entity id (a
      *>          leading part is enough, so eight characters name an
      *>          API key), key owner, and a YYYYMMDD date range -
      *>          the latest IN-LIMIT of them (0 for the default
      *>          page), oldest first. Each change is a heading line
      *>          and its before and after images, field by field;
      *>          API keys show their first eight characters only,
      *>          as the key list does. Returns 0, or 1 when the
      *>          journal cannot be read.
      *> ===============================================================
       ENTRY "CHANGE-JOURNAL-LIST" USING
           BY REFERENCE IN-TENANT-SCOPE
           BY REFERENCE IN-FILTER-ENTITY
           BY REFERENCE IN-FILTER-ENTITY-ID
           BY REFERENCE IN-FILTER-OWNER
           BY REFERENCE IN-FROM-DATE
           BY REFERENCE IN-TO-DATE
           BY REFERENCE IN-LIMIT
           BY REFERENCE OUT-CHANGE-LIST.

           MOVE SPACES TO OUT-CHANGE-LIST
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
           MOVE 0 TO LS-FILTER-LENGTH
           IF IN-FILTER-ENTITY-ID NOT = SPACES
           THEN
               COMPUTE LS-FILTER-LENGTH = FUNCTION LENGTH(
                   FUNCTION TRIM(IN-FILTER-ENTITY-ID))
           END-IF

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-CJ-FILE-NAME
               BY REFERENCE C-CJ-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
      *> First pass: how many changes pass the filters, so the
      *> second can skip to the latest page of them.
           MOVE 0 TO LS-MATCH-COUNT
           OPEN INPUT CHANGE-JOURNAL-FILE
           IF WS-CJ-FILE-STATUS = "35"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-CJ-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WS-CJ-FILE-STATUS NOT = "00"
               READ CHANGE-JOURNAL-FILE
                   AT END
                       MOVE "10" TO WS-CJ-FILE-STATUS
                   NOT AT END
                       PERFORM MATCH-CHANGE-FILTERS
                       IF LS-MATCHED = "Y"
                       THEN
                           ADD 1 TO LS-MATCH-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHANGE-JOURNAL-FILE

           MOVE 0 TO LS-SKIP-COUNT
           IF LS-MATCH-COUNT > LS-LIMIT
           THEN
               COMPUTE LS-SKIP-COUNT = LS-MATCH-COUNT - LS-LIMIT
           END-IF
           OPEN INPUT CHANGE-JOURNAL-FILE
           PERFORM UNTIL WS-CJ-FILE-STATUS NOT = "00"
               READ CHANGE-JOURNAL-FILE
                   AT END
                       MOVE "10" TO WS-CJ-FILE-STATUS
                   NOT AT END
                       PERFORM MATCH-CHANGE-FILTERS
                       IF LS-MATCHED = "Y"
                       THEN
                           IF LS-SKIP-COUNT > 0
                           THEN
                               SUBTRACT 1 FROM LS-SKIP-COUNT
                           ELSE
                               PERFORM APPEND-ONE-CHANGE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHANGE-JOURNAL-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: FIND-LAST-CHANGE-ID
      *> PURPOSE: The number of the journal's last change into
      *>          LS-LAST-CHANGE-ID, zero for an empty or missing
      *>          journal. Expects the mutex held.
      *> ===============================================================
       FIND-LAST-CHANGE-ID.
           MOVE 0 TO LS-LAST-CHANGE-ID
           OPEN INPUT CHANGE-JOURNAL-FILE
           IF WS-CJ-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CJ-FILE-STATUS NOT = "00"
               READ CHANGE-JOURNAL-FILE
                   AT END
                       MOVE "10" TO WS-CJ-FILE-STATUS
                   NOT AT END
                       IF CJ-CHANGE-ID > LS-LAST-CHANGE-ID
                       THEN
                           MOVE CJ-CHANGE-ID TO LS-LAST-CHANGE-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHANGE-JOURNAL-FILE.

      *> ===============================================================
      *> PARAGRAPH: TAKE-RECORD-TENANT
      *> PURPOSE: CJ-TENANT from the tenant field of the record the
      *>          change leaves behind (the one it removed, for a
      *>          removal). Maintenance windows and health rules
      *>          serve every tenant and keep the blank tenant, the
      *>          operator's own.
      *> ===============================================================
       TAKE-RECORD-TENANT.
           MOVE SPACES TO CJ-TENANT
           IF CJ-AFTER-IMAGE NOT = SPACES
           THEN
               MOVE CJ-AFTER-IMAGE TO LS-IMAGE
           ELSE
               MOVE CJ-BEFORE-IMAGE TO LS-IMAGE
           END-IF
           EVALUATE CJ-ENTITY
           WHEN "WATCHED-LOCATION"
               MOVE LS-IMAGE TO WLR-RECORD
               MOVE WLR-TENANT TO CJ-TENANT
           WHEN "ALERT-PROFILE"
               MOVE LS-IMAGE TO AP-RECORD
               MOVE AP-TENANT TO CJ-TENANT
           WHEN "CHANNEL"
               MOVE LS-IMAGE TO NC-RECORD
               MOVE NC-TENANT TO CJ-TENANT
           WHEN "SAVED-FEED"
               MOVE LS-IMAGE TO SF-RECORD
               MOVE SF-TENANT TO CJ-TENANT
           WHEN "API-KEY"
               MOVE LS-IMAGE TO AK-RECORD
               MOVE AK-TENANT TO CJ-TENANT
           WHEN "LOCATION-GROUP"
               MOVE LS-IMAGE TO LGR-RECORD
               MOVE LGR-TENANT TO CJ-TENANT
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: MATCH-CHANGE-FILTERS
      *> PURPOSE: LS-MATCHED "Y" when the CJ-RECORD just read is in
      *>          the caller's tenant scope and passes every filter
      *>          the caller gave.
      *> ===============================================================
       MATCH-CHANGE-FILTERS.
           MOVE "N" TO LS-MATCHED
           IF IN-TENANT-SCOPE NOT = "*"
               AND CJ-TENANT NOT = IN-TENANT-SCOPE
           THEN
               EXIT PARAGRAPH
           END-IF
           IF IN-FILTER-ENTITY NOT = SPACES
               AND CJ-ENTITY NOT = IN-FILTER-ENTITY
           THEN
               EXIT PARAGRAPH
           END-IF
           IF LS-FILTER-LENGTH > 0
           THEN
               IF CJ-ENTITY-ID(1:LS-FILTER-LENGTH)
                   NOT = IN-FILTER-ENTITY-ID(1:LS-FILTER-LENGTH)
               THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF IN-FILTER-OWNER NOT = SPACES
               AND CJ-KEY-OWNER NOT = IN-FILTER-OWNER
           THEN
               EXIT PARAGRAPH
           END-IF
           IF IN-FROM-DATE NOT = SPACES
               AND CJ-TIMESTAMP(1:8) < IN-FROM-DATE
           THEN
               EXIT PARAGRAPH
           END-IF
           IF IN-TO-DATE NOT = SPACES
               AND CJ-TIMESTAMP(1:8) > IN-TO-DATE
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO LS-MATCHED.

      *> ===============================================================
      *> PARAGRAPH: APPEND-ONE-CHANGE
      *> PURPOSE: Append the CJ-RECORD just read to OUT-CHANGE-LIST:
      *>          a heading line, then its before and after images.
      *>          A change that no longer fits ends the list with a
      *>          note to narrow the filters, rather than cutting an
      *>          image in half.
      *> ===============================================================
       APPEND-ONE-CHANGE.
           IF LS-LIST-FULL = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM FORMAT-DISPLAY-ID
           MOVE CJ-CHANGE-ID TO LS-NUMBER-TEXT
           MOVE SPACES TO LS-HEAD-LINE
           STRING
               "#" FUNCTION TRIM(LS-NUMBER-TEXT) " "
               CJ-TIMESTAMP(1:4) "-" CJ-TIMESTAMP(5:2) "-"
               CJ-TIMESTAMP(7:2) " " CJ-TIMESTAMP(9:2) ":"
               CJ-TIMESTAMP(11:2) ":" CJ-TIMESTAMP(13:2) " "
               FUNCTION TRIM(CJ-ACTION) " "
               FUNCTION TRIM(CJ-ENTITY) " "
               FUNCTION TRIM(LS-DISPLAY-ID)
               " by=" FUNCTION TRIM(CJ-KEY-OWNER)
               " correlation=" FUNCTION TRIM(CJ-CORRELATION-ID)
               DELIMITED BY SIZE
               INTO LS-HEAD-LINE
           END-STRING
           IF IN-TENANT-SCOPE = "*"
               AND CJ-TENANT NOT = SPACES
           THEN
               STRING
                   FUNCTION TRIM(LS-HEAD-LINE)
                   " tenant=" FUNCTION TRIM(CJ-TENANT)
                   DELIMITED BY SIZE
                   INTO LS-HEAD-LINE
               END-STRING
           END-IF
           IF CJ-REVERTS-ID > 0
           THEN
               MOVE CJ-REVERTS-ID TO LS-NUMBER-TEXT
               STRING
                   FUNCTION TRIM(LS-HEAD-LINE)
                   " reverts=#" FUNCTION TRIM(LS-NUMBER-TEXT)
                   DELIMITED BY SIZE
                   INTO LS-HEAD-LINE
               END-STRING
           END-IF

           MOVE CJ-BEFORE-IMAGE TO LS-IMAGE
           PERFORM RENDER-IMAGE
           MOVE LS-IMAGE-TEXT TO LS-BEFORE-TEXT
           MOVE CJ-AFTER-IMAGE TO LS-IMAGE
           PERFORM RENDER-IMAGE
           MOVE LS-IMAGE-TEXT TO LS-AFTER-TEXT

           MOVE SPACES TO LS-CHANGE-TEXT
           STRING
               FUNCTION TRIM(LS-HEAD-LINE) X"0A"
               "  before: " FUNCTION TRIM(LS-BEFORE-TEXT) X"0A"
               "  after:  " FUNCTION TRIM(LS-AFTER-TEXT)
               DELIMITED BY SIZE
               INTO LS-CHANGE-TEXT
           END-STRING
           COMPUTE LS-CHANGE-LENGTH = FUNCTION LENGTH(
               FUNCTION TRIM(LS-CHANGE-TEXT TRAILING))

      *> Room for the change, its separating newline and the
      *> closing note.
           IF LS-OUT-POINTER + LS-CHANGE-LENGTH + 80
               > FUNCTION LENGTH(OUT-CHANGE-LIST)
           THEN
               MOVE "Y" TO LS-LIST-FULL
               IF LS-OUT-POINTER > 1
               THEN
                   STRING X"0A" DELIMITED BY SIZE
                       INTO OUT-CHANGE-LIST
                       WITH POINTER LS-OUT-POINTER
                   END-STRING
               END-IF
               STRING
                   "(list cut short: narrow it with entity, id, "
                   "owner, from, to or limit)"
                   DELIMITED BY SIZE
                   INTO OUT-CHANGE-LIST
                   WITH POINTER LS-OUT-POINTER
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF LS-OUT-POINTER > 1
           THEN
               STRING X"0A" DELIMITED BY SIZE
                   INTO OUT-CHANGE-LIST
                   WITH POINTER LS-OUT-POINTER
               END-STRING
           END-IF
           STRING LS-CHANGE-TEXT(1:LS-CHANGE-LENGTH)
               DELIMITED BY SIZE
               INTO OUT-CHANGE-LIST
               WITH POINTER LS-OUT-POINTER
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: FORMAT-DISPLAY-ID
      *> PURPOSE: The entity id as the list shows it: an API key cut
      *>          to its first eight characters, a window as
      *>          target@start, a rule as item/level/audience/lang,
      *>          a location-group record as group/kind/member.
      *> ===============================================================
       FORMAT-DISPLAY-ID.
           MOVE SPACES TO LS-DISPLAY-ID
           EVALUATE CJ-ENTITY
           WHEN "API-KEY"
               STRING CJ-ENTITY-ID(1:8) "..." DELIMITED BY SIZE
                   INTO LS-DISPLAY-ID
               END-STRING
           WHEN "MAINTENANCE-WINDOW"
               MOVE CJ-ENTITY-ID TO MW-RECORD
               STRING FUNCTION TRIM(MW-TARGET) "@" MW-START-TS
                   DELIMITED BY SIZE
                   INTO LS-DISPLAY-ID
               END-STRING
           WHEN "HEALTH-RULE"
      *> The rule key runs item, lower level, audience, language.
               STRING FUNCTION TRIM(CJ-ENTITY-ID(1:16)) "/"
                   CJ-ENTITY-ID(17:2) "/"
                   FUNCTION TRIM(CJ-ENTITY-ID(19:9)) "/"
                   CJ-ENTITY-ID(28:2)
                   DELIMITED BY SIZE
                   INTO LS-DISPLAY-ID
               END-STRING
           WHEN "LOCATION-GROUP"
               MOVE CJ-ENTITY-ID TO LGR-KEY
               STRING FUNCTION TRIM(LGR-GROUP-ID) "/"
                   FUNCTION TRIM(LGR-MEMBER-KIND) "/"
                   FUNCTION TRIM(LGR-MEMBER-ID)
                   DELIMITED BY SIZE
                   INTO LS-DISPLAY-ID
               END-STRING
           WHEN "REPORT-DISTRIBUTION"
               MOVE CJ-ENTITY-ID TO RD-KEY
               STRING FUNCTION TRIM(RD-REPORT-NAME) "/"
                   FUNCTION TRIM(RD-CHANNEL-ID)
                   DELIMITED BY SIZE
                   INTO LS-DISPLAY-ID
               END-STRING
           WHEN OTHER
               MOVE FUNCTION TRIM(CJ-ENTITY-ID) TO LS-DISPLAY-ID
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: RENDER-IMAGE
      *> PURPOSE: LS-IMAGE, laid out as CJ-ENTITY's record, as
      *>          name=value text into LS-IMAGE-TEXT; "(none)" for
      *>          the empty image of an added or removed record.
      *> ===============================================================
       RENDER-IMAGE.
           MOVE SPACES TO LS-IMAGE-TEXT
           IF LS-IMAGE = SPACES
           THEN
               MOVE "(none)" TO LS-IMAGE-TEXT
               EXIT PARAGRAPH
           END-IF
           EVALUATE CJ-ENTITY
           WHEN "WATCHED-LOCATION"
               MOVE LS-IMAGE TO WLR-RECORD
               STRING
                   "kind=" FUNCTION TRIM(WLR-KIND)
                   " latitude=" FUNCTION TRIM(WLR-LATITUDE-STR)
                   " longitude=" FUNCTION TRIM(WLR-LONGITUDE-STR)
                   " code_zone=" FUNCTION TRIM(WLR-CODE-ZONE)
                   " label=" FUNCTION TRIM(WLR-LABEL)
                   " tz=" FUNCTION TRIM(WLR-TZ-OFFSET)
                   DELIMITED BY SIZE
                   INTO LS-IMAGE-TEXT
               END-STRING
           WHEN "ALERT-PROFILE"
               MOVE LS-IMAGE TO AP-RECORD
               STRING
                   "threshold=" AP-THRESHOLD
                   " quiet=" AP-QUIET-START-HOUR "-"
                   AP-QUIET-END-HOUR
                   " webhook=" FUNCTION TRIM(AP-WEBHOOK-URL)
                   DELIMITED BY SIZE
                   INTO LS-IMAGE-TEXT
               END-STRING
           WHEN "CHANNEL"
               MOVE LS-IMAGE TO NC-RECORD
               STRING
                   "type=" FUNCTION TRIM(NC-TYPE)
                   " enabled=" NC-ENABLED
                   " target=" FUNCTION TRIM(NC-TARGET)
                   " endpoint=" FUNCTION TRIM(NC-ENDPOINT)
                   DELIMITED BY SIZE
                   INTO LS-IMAGE-TEXT
               END-STRING
           WHEN "SAVED-FEED"
               MOVE LS-IMAGE TO SF-RECORD
               STRING
                   "route=" FUNCTION TRIM(SF-ROUTE)
                   " latitude=" FUNCTION TRIM(SF-LATITUDE-STR)
                   " longitude=" FUNCTION TRIM(SF-LONGITUDE-STR)
                   " code_zone=" FUNCTION TRIM(SF-CODE-ZONE)
                   " format=" FUNCTION TRIM(SF-FORMAT)
                   " lang=" FUNCTION TRIM(SF-LANG)
                   " icon=" FUNCTION TRIM(SF-ICON-STYLE)
                   " units=" FUNCTION TRIM(SF-UNITS)
                   " region=" FUNCTION TRIM(SF-REGION)
                   " limit=" SF-LIMIT
                   DELIMITED BY SIZE
                   INTO LS-IMAGE-TEXT
               END-STRING
           WHEN "API-KEY"
               PERFORM RENDER-API-KEY-IMAGE
           WHEN "MAINTENANCE-WINDOW"
               MOVE LS-IMAGE TO MW-RECORD
               STRING
                   "target=" FUNCTION TRIM(MW-TARGET)
                   " start=" MW-START-TS
                   " end=" MW-END-TS
                   " notice=" FUNCTION TRIM(MW-NOTICE)
                   DELIMITED BY SIZE
                   INTO LS-IMAGE-TEXT
               END-STRING
           WHEN "HEALTH-RULE"
               MOVE LS-IMAGE TO HR-RECORD
               STRING
                   "item=" FUNCTION TRIM(HR-ITEM-NAME)
                   " levels=" HR-LEVEL-LOW "-" HR-LEVEL-HIGH
                   " audience=" FUNCTION TRIM(HR-AUDIENCE)
                   " lang=" HR-LANG
                   " text=" FUNCTION TRIM(HR-TEXT)
                   DELIMITED BY SIZE
                   INTO LS-IMAGE-TEXT
               END-STRING
           WHEN "LOCATION-GROUP"
               MOVE LS-IMAGE TO LGR-RECORD
               STRING
                   "kind=" FUNCTION TRIM(LGR-MEMBER-KIND)
                   " member=" FUNCTION TRIM(LGR-MEMBER-ID)
                   " label=" FUNCTION TRIM(LGR-LABEL)
                   DELIMITED BY SIZE
                   INTO LS-IMAGE-TEXT
               END-STRING
           WHEN "REPORT-DISTRIBUTION"
               MOVE LS-IMAGE TO RD-RECORD
               STRING
                   "report=" FUNCTION TRIM(RD-REPORT-NAME)
                   " channel=" FUNCTION TRIM(RD-CHANNEL-ID)
                   " label=" FUNCTION TRIM(RD-LABEL)
                   DELIMITED BY SIZE
                   INTO LS-IMAGE-TEXT
               END-STRING
           WHEN OTHER
               MOVE LS-IMAGE TO LS-IMAGE-TEXT
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: RENDER-API-KEY-IMAGE
      *> PURPOSE: An API key row as name=value text, the key and its
      *>          successor cut to their first eight characters the
      *>          way API-KEY-LIST names them - the journal is read
      *>          by every admin of the tenant, and a listing must
      *>          never hand out a usable key.
      *> ===============================================================
       RENDER-API-KEY-IMAGE.
           MOVE LS-IMAGE TO AK-RECORD
           EVALUATE AK-ENABLED
           WHEN "Y"
               MOVE "active" TO LS-STATE-TEXT
           WHEN "S"
               MOVE "suspended" TO LS-STATE-TEXT
           WHEN OTHER
               MOVE "revoked" TO LS-STATE-TEXT
           END-EVALUATE
           STRING
               "key=" AK-KEY(1:8) "..."
               " owner=" FUNCTION TRIM(AK-OWNER)
               " role=" FUNCTION TRIM(AK-ROLE)
               " quota=" AK-DAILY-QUOTA
               " state=" FUNCTION TRIM(LS-STATE-TEXT)
               " issued=" AK-ISSUED-DATE
               " expires=" AK-EXPIRES-DATE
               DELIMITED BY SIZE
               INTO LS-IMAGE-TEXT
           END-STRING
           IF AK-SUCCESSOR-KEY NOT = SPACES
           THEN
               STRING
                   FUNCTION TRIM(LS-IMAGE-TEXT)
                   " successor=" AK-SUCCESSOR-KEY(1:8) "..."
                   DELIMITED BY SIZE
                   INTO LS-IMAGE-TEXT
               END-STRING
           END-IF
           STRING
               FUNCTION TRIM(LS-IMAGE-TEXT)
               " contact=" FUNCTION TRIM(AK-CONTACT-CHANNEL)
               " contracted=" AK-CONTRACTED
               " plan=" FUNCTION TRIM(AK-PLAN-CODE)
               DELIMITED BY SIZE
               INTO LS-IMAGE-TEXT
           END-STRING.

       END PROGRAM CHANGE-JOURNAL.
