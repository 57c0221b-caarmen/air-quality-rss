      *>          so two subscriber groups behind the same corporate
      *>          NAT are throttled and attributed separately instead
      *>          of sharing one client-IP identity in RATE-LIMITER.
      *>          The registry file (api-keys.dat) is maintained
      *>          through the admin entries below (issue, list,
      *>          suspend/resume, rotate - the /admin/api-keys
      *>          routes); when it does not exist, authentication is
      *>          not enforced and every request passes, same as
      *>          before API keys existed. Issuing the first key
      *>          creates the file and so switches enforcement on:
      *>          the first key issued should be the operator's own
      *>          ADMIN key.
      *>          Keys carry issue and expiry dates: an expired key
      *>          is refused with its own return code so the caller
      *>          can say so. Rotation issues a successor with the
      *>          same owner, role and quota while the old key keeps
      *>          working through a grace period, so a subscriber
      *>          can switch their feeds over without an outage.
      *>          Admin changes rewrite the file through a scratch
      *>          copy renamed over it, so a request checking a key
      *>          mid-rewrite reads either the old file or the new.
      *>          A key with a contact channel hears about its quota
      *>          before it is cut off: a notice through
      *>          NOTIFICATION-DISPATCH when the day's count reaches
      *>          80% of the quota and another at 100%. The count
      *>          passes each mark once a day, so each notice goes
      *>          out at most once a day.
      *>          A key can be marked as held under a service
      *>          contract; the router never sheds such a key's
      *>          requests under overload (see LOAD-SHED).
      *>          Every key belongs to a tenant (see TENANT-REGISTRY):
      *>          the admin entries take the caller's tenant so an
      *>          organisation's ADMIN key lists and issues only its
      *>          own keys, and a key whose tenant is disabled is
      *>          refused like a disabled key.
      *>          API-KEY-USAGE shows a subscriber their own key and
      *>          today's count against its quota, for the
      *>          subscriber portal.
      *> ===============================================================

       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AKU-FILE-STATUS.

           SELECT API-KEY-SCRATCH-FILE ASSIGN TO "api-keys.dat.tmp"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AKS-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05  AKU-DATE                 PIC X(8).
           05  AKU-COUNT                PIC 9(7).

       FD  API-KEY-SCRATCH-FILE.
       01  AKS-RECORD                   PIC X(208).

       WORKING-STORAGE SECTION.
       01  WS-AK-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-AKU-FILE-STATUS           PIC X(02) VALUE SPACES.
       01  WS-AKS-FILE-STATUS           PIC X(02) VALUE SPACES.

      *> The whole key registry, read in for an admin change and
      *> written back out through the scratch file. Each entry has
      *> AK-RECORD's layout, so a record moves in and out whole.
       01  C-KEY-MAX-ENTRIES            CONSTANT AS 200.
       01  WS-KEY-ENTRY-COUNT           PIC 9(3) VALUE 0.
       01  WS-KEY-ENTRY OCCURS 200 TIMES INDEXED BY WS-KEY-IDX.
           05  WS-KE-KEY                PIC X(40).
           05  WS-KE-OWNER              PIC X(32).
           05  WS-KE-DAILY-QUOTA        PIC 9(7).
           05  WS-KE-ENABLED            PIC X(1).
           05  WS-KE-ROLE               PIC X(8).
           05  WS-KE-ISSUED-DATE        PIC 9(8).
           05  WS-KE-EXPIRES-DATE       PIC 9(8).
           05  WS-KE-SUCCESSOR-KEY      PIC X(40).
           05  WS-KE-CONTACT-CHANNEL    PIC X(8).
           05  WS-KE-CONTRACTED         PIC X(1).
           05  WS-KE-PLAN-CODE          PIC X(8).
           05  WS-KE-TENANT             PIC X(8).
           05  FILLER                   PIC X(39).

      *> Scratch table for the read-all/update-one/write-all usage
      *> file pass. Old days' counters are dropped on rewrite, so the
       01  LS-KEY-FOUND                 PIC X(01) VALUE "N".
       01  LS-KEY-ENABLED               PIC X(01) VALUE "N".
       01  LS-KEY-QUOTA                 PIC 9(7) VALUE 0.
       01  LS-KEY-EXPIRES               PIC 9(8) VALUE 0.
       01  LS-KEY-CONTACT               PIC X(8) VALUE SPACES.
       01  LS-KEY-CONTRACTED            PIC X(1) VALUE SPACES.
       01  LS-KEY-TENANT                PIC X(8) VALUE SPACES.
       COPY tenant-record IN "air-quality/service".
      *> The quota notice this request triggers, if any: the count
      *> that crosses 80% (rounded up) or 100% of the quota.
       01  LS-WARN-AT-COUNT             PIC 9(7) VALUE 0.
       01  LS-NOTICE-PERCENT            PIC 9(3) VALUE 0.
       01  LS-QUOTA-DISPLAY             PIC Z(6)9.
       01  LS-NOTICE-SUBJECT            PIC X(100) VALUE SPACES.
       01  LS-NOTICE-MESSAGE            PIC X(1000) VALUE SPACES.
       01  LS-DELIVERED-COUNT           PIC 9(5) VALUE 0.
       01  LS-FAILED-COUNT              PIC 9(5) VALUE 0.
       01  LS-NOW-HOUR                  PIC 9(2) VALUE 0.
       01  LS-NOW-MINUTE                PIC 9(2) VALUE 0.
       01  LS-NOW-SECOND                PIC 9(2) VALUE 0.
       01  C-LOG-WARN                   PIC X(5) VALUE "WARN".
       01  LS-LOG-MESSAGE               PIC X(256) VALUE SPACES.
       01  LS-TODAY-YYYYMMDD            PIC 9(8) VALUE 0.
       01  LS-ENTRY-RESULT              USAGE BINARY-LONG VALUE 0.
       01  LS-LOAD-OK                   PIC X(01) VALUE "Y".
       01  LS-REF-LENGTH                PIC 9(3) VALUE 0.
       01  LS-MATCH-COUNT               PIC 9(3) VALUE 0.
       01  LS-MATCH-IDX                 PIC 9(3) VALUE 0.
       01  LS-OLD-EXPIRES               PIC 9(8) VALUE 0.
       01  LS-NEW-STATE                 PIC X(01) VALUE SPACES.
       01  LS-LIST-LINE                 PIC X(256) VALUE SPACES.
       01  LS-LIST-SCRATCH              PIC X(10000) VALUE SPACES.
       01  LS-STATE-TEXT                PIC X(9) VALUE SPACES.
       01  LS-ISSUED-TEXT               PIC X(10) VALUE SPACES.
       01  LS-EXPIRES-TEXT              PIC X(10) VALUE SPACES.
       01  LS-DATE-WORK                 PIC 9(8) VALUE 0.
       01  LS-DATE-TEXT                 PIC X(10) VALUE SPACES.
      *> New keys are 20 bytes from libcrypto's RAND_bytes, rendered
      *> as the 40 hex digits AK-KEY holds.
       01  LS-NEW-KEY                   PIC X(40) VALUE SPACES.
       01  LS-RANDOM-BYTES              PIC X(20) VALUE LOW-VALUES.
       01  LS-RANDOM-LENGTH             USAGE BINARY-LONG VALUE 20.
       01  LS-RAND-RESULT               USAGE BINARY-LONG VALUE 0.
       01  C-HEX-DIGITS                 PIC X(16)
               VALUE "0123456789abcdef".
       01  LS-BYTE-POS                  PIC 9(2) VALUE 0.
       01  LS-BYTE-VALUE                PIC 9(3) VALUE 0.
       01  LS-HIGH-NIBBLE               PIC 9(2) VALUE 0.
       01  LS-LOW-NIBBLE                PIC 9(2) VALUE 0.
       01  LS-SLOT-FOUND                USAGE BINARY-LONG VALUE 0.
      *> The registry layout this program was compiled against (see
      *> AQRSS-LAYOUT-VERSION): v2 added AK-ROLE, v3 the issue and
      *> expiry dates and the successor key, v4 the quota contact
      *> channel and the reserve. A registry still in an
      *> old width would misframe every key after the first, so it
      *> is refused until migrated.
       01  C-AK-FILE-NAME               PIC X(40)
               VALUE "api-keys.dat".
       01  C-AK-LAYOUT-VERSION          PIC 9(3) VALUE 4.

       LINKAGE SECTION.
       01  IN-API-KEY                   PIC X(100).
       01  OUT-KEY-OWNER                PIC X(32).
       01  OUT-KEY-ROLE                 PIC X(8).
       01  IN-OWNER                     PIC X(32).
       01  IN-ROLE                      PIC X(8).
       01  IN-DAILY-QUOTA               PIC 9(7).
       01  IN-VALID-DAYS                PIC 9(4).
       01  IN-GRACE-DAYS                PIC 9(3).
       01  IN-KEY-REF                   PIC X(100).
       01  OUT-NEW-KEY                  PIC X(40).
       01  OUT-EXPIRES-DATE             PIC 9(8).
       01  OUT-KEY-LIST                 PIC X(10000).
       01  IN-CONTACT-CHANNEL           PIC X(8).
       01  OUT-RESET-SECONDS            PIC 9(9).
       01  OUT-KEY-CONTRACTED           PIC X(1).
       01  IN-CONTRACTED                PIC X(1).
       01  IN-PLAN-CODE                 PIC X(8).
       01  IN-TENANT                    PIC X(8).
       01  IN-TENANT-SCOPE              PIC X(8).
       01  OUT-KEY-TENANT               PIC X(8).
       01  IN-KEY-RECORD                PIC X(208).
       01  OUT-KEY-RECORD               PIC X(208).
       01  OUT-USAGE-TODAY              PIC 9(7).

      *> Unused default entry point: every caller targets the entry
      *> below, the same way ENV-CONFIG's callers always target one
      *>            3 - no registry file exists: authentication is not
      *>                enforced, the caller should let the request
      *>                through unattributed
      *>            4 - key known but past its expiry date
      *>          A key of a tenant that is disabled (or no longer in
      *>          the tenant registry) answers 1, as a disabled key.
      *> ===============================================================
       ENTRY "API-KEY-CHECK" USING
           BY REFERENCE IN-API-KEY
           END-IF

           MOVE "N" TO LS-KEY-FOUND
           MOVE 0 TO LS-KEY-EXPIRES
           MOVE SPACES TO LS-KEY-CONTACT
           MOVE SPACES TO LS-KEY-TENANT
           PERFORM UNTIL WS-AK-FILE-STATUS = "10"
               READ API-KEY-FILE
                   AT END
                           MOVE "Y" TO LS-KEY-FOUND
                           MOVE AK-ENABLED TO LS-KEY-ENABLED
                           MOVE AK-DAILY-QUOTA TO LS-KEY-QUOTA
                           MOVE AK-EXPIRES-DATE TO LS-KEY-EXPIRES
                           MOVE AK-CONTACT-CHANNEL TO LS-KEY-CONTACT
                           MOVE AK-TENANT TO LS-KEY-TENANT
                           MOVE AK-OWNER TO OUT-KEY-OWNER
                           MOVE "10" TO WS-AK-FILE-STATUS
                       END-IF
               GOBACK
           END-IF

           IF LS-KEY-TENANT NOT = SPACES
           THEN
               MOVE SPACES TO TN-RECORD
               CALL "TENANT-FIND" USING
                   BY REFERENCE LS-KEY-TENANT
                   BY REFERENCE TN-RECORD
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
                   OR TN-ENABLED = "N"
               THEN
                   MOVE SPACES TO OUT-KEY-OWNER
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           MOVE FUNCTION CURRENT-DATE TO LS-CURRENT-DATE-AND-TIME
           STRING
               LS-CDT-YEAR LS-CDT-MONTH LS-CDT-DAY
               INTO LS-TODAY-DATE
           END-STRING

           MOVE LS-TODAY-DATE TO LS-TODAY-YYYYMMDD
           IF LS-KEY-EXPIRES > 0
               AND LS-TODAY-YYYYMMDD > LS-KEY-EXPIRES
           THEN
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-USAGE-ENTRIES-FROM-FILE

           ADD 1 TO WS-UE-COUNT(LS-SLOT-FOUND)
           PERFORM SAVE-USAGE-ENTRIES-TO-FILE

           MOVE 0 TO LS-NOTICE-PERCENT
           IF LS-KEY-QUOTA > 0
           THEN
               COMPUTE LS-WARN-AT-COUNT =
                   (LS-KEY-QUOTA * 8 + 9) / 10
               EVALUATE TRUE
               WHEN WS-UE-COUNT(LS-SLOT-FOUND) = LS-KEY-QUOTA
                   MOVE 100 TO LS-NOTICE-PERCENT
               WHEN WS-UE-COUNT(LS-SLOT-FOUND) = LS-WARN-AT-COUNT
                   MOVE 80 TO LS-NOTICE-PERCENT
               END-EVALUATE
           END-IF
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID

      *> The notice goes out after the usage file is released: a
      *> slow channel must not hold up every other request's count.
           IF LS-NOTICE-PERCENT > 0
               AND LS-KEY-CONTACT NOT = SPACES
           THEN
               PERFORM SEND-QUOTA-NOTICE
           END-IF

           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: API-KEY-QUOTA-RESET
      *> PURPOSE: Seconds until the daily quotas start over - the
      *>          usage counters are kept per server-local calendar
      *>          day, so at the next 00:00 - for the refusal
      *>          response's text and Retry-After header.
      *> ===============================================================
       ENTRY "API-KEY-QUOTA-RESET" USING
           BY REFERENCE OUT-RESET-SECONDS.

           MOVE FUNCTION CURRENT-DATE(9:2) TO LS-NOW-HOUR
           MOVE FUNCTION CURRENT-DATE(11:2) TO LS-NOW-MINUTE
           MOVE FUNCTION CURRENT-DATE(13:2) TO LS-NOW-SECOND
           COMPUTE OUT-RESET-SECONDS = 86400
               - LS-NOW-HOUR * 3600 - LS-NOW-MINUTE * 60
               - LS-NOW-SECOND
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *>          per-route permission check. RETURN-CODE:
      *>            0 - key found, OUT-KEY-ROLE filled (READER when
      *>                the registry row carries no role)
      *>            1 - key unknown, disabled or expired
      *>            3 - no registry file: roles are not enforced
      *> ===============================================================
       ENTRY "API-KEY-ROLE" USING
           BY REFERENCE IN-API-KEY
           BY REFERENCE OUT-KEY-ROLE.

           PERFORM LOOKUP-KEY-ROLE
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: API-KEY-PRIORITY
      *> PURPOSE: API-KEY-ROLE plus the key's contract flag, for the
      *>          router's load-shedding class: OUT-KEY-CONTRACTED is
      *>          "Y" for a key held under a service contract, "N"
      *>          otherwise. Same RETURN-CODE as API-KEY-ROLE.
      *> ===============================================================
       ENTRY "API-KEY-PRIORITY" USING
           BY REFERENCE IN-API-KEY
           BY REFERENCE OUT-KEY-ROLE
           BY REFERENCE OUT-KEY-CONTRACTED.

           PERFORM LOOKUP-KEY-ROLE
           IF LS-ENTRY-RESULT = 0
               AND LS-KEY-CONTRACTED = "Y"
           THEN
               MOVE "Y" TO OUT-KEY-CONTRACTED
           ELSE
               MOVE "N" TO OUT-KEY-CONTRACTED
           END-IF
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: API-KEY-SCOPE
      *> PURPOSE: API-KEY-ROLE plus the tenant the key belongs to, for
      *>          the router's tenant scoping of the admin routes:
      *>          OUT-KEY-TENANT is spaces for the operator's own
      *>          organisation. Same RETURN-CODE as API-KEY-ROLE.
      *> ===============================================================
       ENTRY "API-KEY-SCOPE" USING
           BY REFERENCE IN-API-KEY
           BY REFERENCE OUT-KEY-ROLE
           BY REFERENCE OUT-KEY-TENANT.

           PERFORM LOOKUP-KEY-ROLE
           MOVE LS-KEY-TENANT TO OUT-KEY-TENANT
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: API-KEY-TENANT-OF
      *> PURPOSE: The tenant of the key IN-KEY-REF names, so the router
      *>          can refuse an organisation's admin a change to
      *>          another organisation's key. RETURN-CODE:
      *>            0 - OUT-KEY-TENANT filled
      *>            1 - no key (or more than one) matches IN-KEY-REF
      *>            2 - the registry could not be read
      *> ===============================================================
       ENTRY "API-KEY-TENANT-OF" USING
           BY REFERENCE IN-KEY-REF
           BY REFERENCE OUT-KEY-TENANT.

           MOVE SPACES TO OUT-KEY-TENANT
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-KEY-TABLE
           IF LS-LOAD-OK NOT = "Y"
           THEN
               MOVE 2 TO LS-ENTRY-RESULT
               PERFORM UNLOCK-AND-RETURN
               GOBACK
           END-IF
           PERFORM FIND-KEY-BY-REF
           IF LS-MATCH-COUNT NOT = 1
           THEN
               MOVE 1 TO LS-ENTRY-RESULT
               PERFORM UNLOCK-AND-RETURN
               GOBACK
           END-IF
           SET WS-KEY-IDX TO LS-MATCH-IDX
           MOVE WS-KE-TENANT(WS-KEY-IDX) TO OUT-KEY-TENANT
           MOVE 0 TO LS-ENTRY-RESULT
           PERFORM UNLOCK-AND-RETURN
           GOBACK.

      *> ===============================================================
      *> ENTRY: API-KEY-GET
      *> PURPOSE: The whole registry row of the IN-KEY-REF key, for
      *>          the change journal's before and after images.
      *>          RETURN-CODE:
      *>            0 - OUT-KEY-RECORD filled
      *>            1 - no key (or more than one) matches IN-KEY-REF
      *>            2 - the registry could not be read
      *> ===============================================================
       ENTRY "API-KEY-GET" USING
           BY REFERENCE IN-KEY-REF
           BY REFERENCE OUT-KEY-RECORD.

           MOVE SPACES TO OUT-KEY-RECORD
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-KEY-TABLE
           IF LS-LOAD-OK NOT = "Y"
           THEN
               MOVE 2 TO LS-ENTRY-RESULT
               PERFORM UNLOCK-AND-RETURN
               GOBACK
           END-IF
           PERFORM FIND-KEY-BY-REF
           IF LS-MATCH-COUNT NOT = 1
           THEN
               MOVE 1 TO LS-ENTRY-RESULT
               PERFORM UNLOCK-AND-RETURN
               GOBACK
           END-IF
           SET WS-KEY-IDX TO LS-MATCH-IDX
           MOVE WS-KEY-ENTRY(WS-KEY-IDX) TO OUT-KEY-RECORD
           MOVE 0 TO LS-ENTRY-RESULT
           PERFORM UNLOCK-AND-RETURN
           GOBACK.

      *> ===============================================================
      *> ENTRY: API-KEY-USAGE
      *> PURPOSE: The IN-KEY-REF key's registry row and the requests
      *>          counted against it so far today, for the subscriber
      *>          portal's usage page. Reading the count never counts
      *>          a request itself. RETURN-CODE as API-KEY-GET.
      *> ===============================================================
       ENTRY "API-KEY-USAGE" USING
           BY REFERENCE IN-KEY-REF
           BY REFERENCE OUT-KEY-RECORD
           BY REFERENCE OUT-USAGE-TODAY.

           MOVE SPACES TO OUT-KEY-RECORD
           MOVE 0 TO OUT-USAGE-TODAY
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-KEY-TABLE
           IF LS-LOAD-OK NOT = "Y"
           THEN
               MOVE 2 TO LS-ENTRY-RESULT
               PERFORM UNLOCK-AND-RETURN
               GOBACK
           END-IF
           PERFORM FIND-KEY-BY-REF
           IF LS-MATCH-COUNT NOT = 1
           THEN
               MOVE 1 TO LS-ENTRY-RESULT
               PERFORM UNLOCK-AND-RETURN
               GOBACK
           END-IF
           SET WS-KEY-IDX TO LS-MATCH-IDX
           MOVE WS-KEY-ENTRY(WS-KEY-IDX) TO OUT-KEY-RECORD

           MOVE FUNCTION CURRENT-DATE TO LS-CURRENT-DATE-AND-TIME
           MOVE SPACES TO LS-TODAY-DATE
           STRING
               LS-CDT-YEAR LS-CDT-MONTH LS-CDT-DAY
               INTO LS-TODAY-DATE
           END-STRING
           PERFORM LOAD-USAGE-ENTRIES-FROM-FILE
           PERFORM VARYING WS-USAGE-IDX FROM 1 BY 1
               UNTIL WS-USAGE-IDX > WS-USAGE-ENTRY-COUNT
               IF WS-UE-KEY(WS-USAGE-IDX) = WS-KE-KEY(WS-KEY-IDX)
               THEN
                   MOVE WS-UE-COUNT(WS-USAGE-IDX) TO OUT-USAGE-TODAY
               END-IF
           END-PERFORM
           MOVE 0 TO LS-ENTRY-RESULT
           PERFORM UNLOCK-AND-RETURN
           GOBACK.

      *> ===============================================================
      *> ENTRY: API-KEY-RESTORE
      *> PURPOSE: Put a key's registry row back to an earlier image,
      *>          for the change journal's revert: IN-KEY-RECORD
      *>          replaces the IN-KEY-REF key's row (or is added back
      *>          when the row is gone), and an image of spaces - the
      *>          key did not exist before the change - drops the
      *>          row. RETURN-CODE:
      *>            0 - done
      *>            1 - nothing to drop: no key matches IN-KEY-REF
      *>            2 - the registry could not be read or written,
      *>                or is at capacity
      *> ===============================================================
       ENTRY "API-KEY-RESTORE" USING
           BY REFERENCE IN-KEY-REF
           BY REFERENCE IN-KEY-RECORD.

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-KEY-TABLE
           IF LS-LOAD-OK NOT = "Y"
           THEN
               MOVE 2 TO LS-ENTRY-RESULT
               PERFORM UNLOCK-AND-RETURN
               GOBACK
           END-IF
           PERFORM FIND-KEY-BY-REF
           IF LS-MATCH-COUNT > 1
               OR (LS-MATCH-COUNT = 0 AND IN-KEY-RECORD = SPACES)
           THEN
               MOVE 1 TO LS-ENTRY-RESULT
               PERFORM UNLOCK-AND-RETURN
               GOBACK
           END-IF

           EVALUATE TRUE
           WHEN IN-KEY-RECORD = SPACES
      *> Drop the row by moving the last one over it, the order the
      *> list route shows being of no consequence.
               IF LS-MATCH-IDX < WS-KEY-ENTRY-COUNT
               THEN
                   MOVE WS-KEY-ENTRY(WS-KEY-ENTRY-COUNT)
                       TO WS-KEY-ENTRY(LS-MATCH-IDX)
               END-IF
               SUBTRACT 1 FROM WS-KEY-ENTRY-COUNT
           WHEN LS-MATCH-COUNT = 1
               MOVE IN-KEY-RECORD TO WS-KEY-ENTRY(LS-MATCH-IDX)
           WHEN OTHER
               IF WS-KEY-ENTRY-COUNT >= C-KEY-MAX-ENTRIES
               THEN
                   MOVE 2 TO LS-ENTRY-RESULT
                   PERFORM UNLOCK-AND-RETURN
                   GOBACK
               END-IF
               ADD 1 TO WS-KEY-ENTRY-COUNT
               MOVE IN-KEY-RECORD TO WS-KEY-ENTRY(WS-KEY-ENTRY-COUNT)
           END-EVALUATE

           PERFORM SAVE-KEY-TABLE
           IF LS-ENTRY-RESULT NOT = 0
           THEN
               MOVE 2 TO LS-ENTRY-RESULT
           END-IF
           PERFORM UNLOCK-AND-RETURN
           GOBACK.

      *> ===============================================================
      *> ENTRY: API-KEY-SET-CONTRACT
      *> PURPOSE: Mark the IN-KEY-REF key as held under a service
      *>          contract (IN-CONTRACTED "Y") or as an ordinary key
      *>          ("N"). RETURN-CODE:
      *>            0 - done
      *>            1 - no key (or more than one) matches IN-KEY-REF
      *>            2 - the registry could not be read or written
      *> ===============================================================
       ENTRY "API-KEY-SET-CONTRACT" USING
           BY REFERENCE IN-KEY-REF
           BY REFERENCE IN-CONTRACTED.

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-KEY-TABLE
           IF LS-LOAD-OK NOT = "Y"
           THEN
               MOVE 2 TO LS-ENTRY-RESULT
               PERFORM UNLOCK-AND-RETURN
               GOBACK
           END-IF
           PERFORM FIND-KEY-BY-REF
           IF LS-MATCH-COUNT NOT = 1
           THEN
               MOVE 1 TO LS-ENTRY-RESULT
               PERFORM UNLOCK-AND-RETURN
               GOBACK
           END-IF
           SET WS-KEY-IDX TO LS-MATCH-IDX
           IF IN-CONTRACTED = "Y"
           THEN
               MOVE "Y" TO WS-KE-CONTRACTED(WS-KEY-IDX)
           ELSE
               MOVE SPACES TO WS-KE-CONTRACTED(WS-KEY-IDX)
           END-IF
           PERFORM SAVE-KEY-TABLE
           IF LS-ENTRY-RESULT NOT = 0
           THEN
               MOVE 2 TO LS-ENTRY-RESULT
           END-IF
           PERFORM UNLOCK-AND-RETURN
           GOBACK.

      *> ===============================================================
      *> ENTRY: API-KEY-SET-PLAN
      *> PURPOSE: Move the IN-KEY-REF key onto plan IN-PLAN-CODE
      *>          (spaces to invoice it no more) with the daily quota
      *>          IN-DAILY-QUOTA the plan grants - the caller looks
      *>          the plan up. RETURN-CODE:
      *>            0 - done
      *>            1 - no key (or more than one) matches IN-KEY-REF
      *>            2 - the registry could not be read or written
      *> ===============================================================
       ENTRY "API-KEY-SET-PLAN" USING
           BY REFERENCE IN-KEY-REF
           BY REFERENCE IN-PLAN-CODE
           BY REFERENCE IN-DAILY-QUOTA.

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-KEY-TABLE
           IF LS-LOAD-OK NOT = "Y"
           THEN
               MOVE 2 TO LS-ENTRY-RESULT
               PERFORM UNLOCK-AND-RETURN
               GOBACK
           END-IF
           PERFORM FIND-KEY-BY-REF
           IF LS-MATCH-COUNT NOT = 1
           THEN
               MOVE 1 TO LS-ENTRY-RESULT
               PERFORM UNLOCK-AND-RETURN
               GOBACK
           END-IF
           SET WS-KEY-IDX TO LS-MATCH-IDX
           MOVE IN-PLAN-CODE TO WS-KE-PLAN-CODE(WS-KEY-IDX)
           IF IN-PLAN-CODE NOT = SPACES
           THEN
               MOVE IN-DAILY-QUOTA TO WS-KE-DAILY-QUOTA(WS-KEY-IDX)
           END-IF
           PERFORM SAVE-KEY-TABLE
           IF LS-ENTRY-RESULT NOT = 0
           THEN
               MOVE 2 TO LS-ENTRY-RESULT
           END-IF
           PERFORM UNLOCK-AND-RETURN
           GOBACK.

      *> ===============================================================
      *> ENTRY: API-KEY-ISSUE
      *> PURPOSE: Mint a new key for IN-OWNER with IN-ROLE (READER,
      *>          REPORTER, ADMIN or SUPER - the caller validates) and
      *>          IN-DAILY-QUOTA, issued today and expiring
      *>          IN-VALID-DAYS from now (0 = never), with quota
      *>          notices to IN-CONTACT-CHANNEL (spaces for none - the
      *>          caller checks the channel exists), invoiced on plan
      *>          IN-PLAN-CODE (spaces for none - the caller checks
      *>          the plan exists and takes the quota from it), for
      *>          tenant IN-TENANT (spaces for the operator's own
      *>          organisation - the caller checks the tenant exists).
      *>          OUT-NEW-KEY and OUT-EXPIRES-DATE carry the result.
      *>          RETURN-CODE:
      *>            0 - issued
      *>            1 - the registry could not be read or written
      *>            2 - the registry is at capacity
      *>            3 - no random bytes to mint a key from
      *> ===============================================================
       ENTRY "API-KEY-ISSUE" USING
           BY REFERENCE IN-OWNER
           BY REFERENCE IN-ROLE
           BY REFERENCE IN-DAILY-QUOTA
           BY REFERENCE IN-VALID-DAYS
           BY REFERENCE IN-CONTACT-CHANNEL
           BY REFERENCE IN-PLAN-CODE
           BY REFERENCE IN-TENANT
           BY REFERENCE OUT-NEW-KEY
           BY REFERENCE OUT-EXPIRES-DATE.

           MOVE SPACES TO OUT-NEW-KEY
           MOVE 0 TO OUT-EXPIRES-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO LS-TODAY-YYYYMMDD

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-KEY-TABLE
           IF LS-LOAD-OK NOT = "Y"
           THEN
               MOVE 1 TO LS-ENTRY-RESULT
               PERFORM UNLOCK-AND-RETURN
               GOBACK
           END-IF
           IF WS-KEY-ENTRY-COUNT >= C-KEY-MAX-ENTRIES
           THEN
               MOVE 2 TO LS-ENTRY-RESULT
               PERFORM UNLOCK-AND-RETURN
               GOBACK
           END-IF
           PERFORM DRAW-NEW-KEY
           IF LS-NEW-KEY = SPACES
           THEN
               MOVE 3 TO LS-ENTRY-RESULT
               PERFORM UNLOCK-AND-RETURN
               GOBACK
           END-IF

           ADD 1 TO WS-KEY-ENTRY-COUNT
           SET WS-KEY-IDX TO WS-KEY-ENTRY-COUNT
           MOVE SPACES TO WS-KEY-ENTRY(WS-KEY-IDX)
           MOVE LS-NEW-KEY TO WS-KE-KEY(WS-KEY-IDX)
           MOVE IN-OWNER TO WS-KE-OWNER(WS-KEY-IDX)
           MOVE IN-DAILY-QUOTA TO WS-KE-DAILY-QUOTA(WS-KEY-IDX)
           MOVE "Y" TO WS-KE-ENABLED(WS-KEY-IDX)
           MOVE IN-ROLE TO WS-KE-ROLE(WS-KEY-IDX)
           MOVE LS-TODAY-YYYYMMDD TO WS-KE-ISSUED-DATE(WS-KEY-IDX)
           MOVE 0 TO WS-KE-EXPIRES-DATE(WS-KEY-IDX)
           IF IN-VALID-DAYS > 0
           THEN
               COMPUTE WS-KE-EXPIRES-DATE(WS-KEY-IDX) =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(LS-TODAY-YYYYMMDD)
                       + IN-VALID-DAYS)
           END-IF
           MOVE SPACES TO WS-KE-SUCCESSOR-KEY(WS-KEY-IDX)
           MOVE IN-CONTACT-CHANNEL TO WS-KE-CONTACT-CHANNEL(WS-KEY-IDX)
           MOVE IN-PLAN-CODE TO WS-KE-PLAN-CODE(WS-KEY-IDX)
           MOVE IN-TENANT TO WS-KE-TENANT(WS-KEY-IDX)

           PERFORM SAVE-KEY-TABLE
           IF LS-ENTRY-RESULT = 0
           THEN
               MOVE LS-NEW-KEY TO OUT-NEW-KEY
               MOVE WS-KE-EXPIRES-DATE(WS-KEY-IDX)
                   TO OUT-EXPIRES-DATE
           END-IF
           PERFORM UNLOCK-AND-RETURN
           GOBACK.

      *> ===============================================================
      *> ENTRY: API-KEY-LIST
      *> PURPOSE: One line per key for GET /admin/api-keys: the key's
      *>          first eight characters (enough to name it to the
      *>          other admin entries, never enough to use it),
      *>          owner, role, quota, state and dates. Only the keys
      *>          of tenant IN-TENANT-SCOPE are listed, or every key
      *>          with its tenant when the scope is "*" (a SUPER
      *>          caller). Returns 0, or 1 when the registry cannot
      *>          be read.
      *> ===============================================================
       ENTRY "API-KEY-LIST" USING
           BY REFERENCE IN-TENANT-SCOPE
           BY REFERENCE OUT-KEY-LIST.

           MOVE SPACES TO OUT-KEY-LIST
           MOVE FUNCTION CURRENT-DATE(1:8) TO LS-TODAY-YYYYMMDD
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-KEY-TABLE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           IF LS-LOAD-OK NOT = "Y"
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-ENTRY-COUNT
               IF IN-TENANT-SCOPE = "*"
                   OR WS-KE-TENANT(WS-KEY-IDX) = IN-TENANT-SCOPE
               THEN
                   PERFORM APPEND-KEY-LINE
               END-IF
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: API-KEY-SUSPEND / API-KEY-RESUME
      *> PURPOSE: Suspend a live key, or resume a suspended one.
      *>          IN-KEY-REF is the key or an unambiguous prefix of
      *>          at least eight characters. RETURN-CODE:
      *>            0 - done
      *>            1 - no key (or more than one) matches IN-KEY-REF
      *>            2 - the registry could not be read or written
      *>            3 - the key is not in a state the change applies
      *>                to (a revoked key stays revoked)
      *> ===============================================================
       ENTRY "API-KEY-SUSPEND" USING
           BY REFERENCE IN-KEY-REF.

           MOVE "S" TO LS-NEW-STATE
           PERFORM CHANGE-KEY-STATE
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

       ENTRY "API-KEY-RESUME" USING
           BY REFERENCE IN-KEY-REF.

           MOVE "Y" TO LS-NEW-STATE
           PERFORM CHANGE-KEY-STATE
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: API-KEY-SET-CONTACT
      *> PURPOSE: Point the IN-KEY-REF key's quota notices at
      *>          IN-CONTACT-CHANNEL, or stop them with spaces (the
      *>          caller checks the channel exists). RETURN-CODE:
      *>            0 - done
      *>            1 - no key (or more than one) matches IN-KEY-REF
      *>            2 - the registry could not be read or written
      *> ===============================================================
       ENTRY "API-KEY-SET-CONTACT" USING
           BY REFERENCE IN-KEY-REF
           BY REFERENCE IN-CONTACT-CHANNEL.

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-KEY-TABLE
           IF LS-LOAD-OK NOT = "Y"
           THEN
               MOVE 2 TO LS-ENTRY-RESULT
               PERFORM UNLOCK-AND-RETURN
               GOBACK
           END-IF
           PERFORM FIND-KEY-BY-REF
           IF LS-MATCH-COUNT NOT = 1
           THEN
               MOVE 1 TO LS-ENTRY-RESULT
               PERFORM UNLOCK-AND-RETURN
               GOBACK
           END-IF
           SET WS-KEY-IDX TO LS-MATCH-IDX
           MOVE IN-CONTACT-CHANNEL TO WS-KE-CONTACT-CHANNEL(WS-KEY-IDX)
           PERFORM SAVE-KEY-TABLE
           IF LS-ENTRY-RESULT NOT = 0
           THEN
               MOVE 2 TO LS-ENTRY-RESULT
           END-IF
           PERFORM UNLOCK-AND-RETURN
           GOBACK.

      *> ===============================================================
      *> ENTRY: API-KEY-ROTATE
      *> PURPOSE: Issue a successor to the key IN-KEY-REF names, with
      *>          its owner, role, quota, contact channel and contract
      *>          flag. The old key keeps working
      *>          for IN-GRACE-DAYS more days (its expiry is brought
      *>          forward to then, never pushed back) and records its
      *>          successor. The successor inherits the old key's
      *>          expiry when that is still ahead of the grace
      *>          period, otherwise it runs a year from today.
      *>          OUT-NEW-KEY is the successor, OUT-EXPIRES-DATE the
      *>          old key's last day. RETURN-CODE:
      *>            0 - rotated
      *>            1 - no key (or more than one) matches IN-KEY-REF
      *>            2 - the registry could not be read or written, or
      *>                is at capacity
      *>            3 - the key is not live (suspended, revoked,
      *>                expired) or was already rotated
      *>            4 - no random bytes to mint a key from
      *> ===============================================================
       ENTRY "API-KEY-ROTATE" USING
           BY REFERENCE IN-KEY-REF
           BY REFERENCE IN-GRACE-DAYS
           BY REFERENCE OUT-NEW-KEY
           BY REFERENCE OUT-EXPIRES-DATE.

           MOVE SPACES TO OUT-NEW-KEY
           MOVE 0 TO OUT-EXPIRES-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO LS-TODAY-YYYYMMDD

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-KEY-TABLE
           IF LS-LOAD-OK NOT = "Y"
               OR WS-KEY-ENTRY-COUNT >= C-KEY-MAX-ENTRIES
           THEN
               MOVE 2 TO LS-ENTRY-RESULT
               PERFORM UNLOCK-AND-RETURN
               GOBACK
           END-IF
           PERFORM FIND-KEY-BY-REF
           IF LS-MATCH-COUNT NOT = 1
           THEN
               MOVE 1 TO LS-ENTRY-RESULT
               PERFORM UNLOCK-AND-RETURN
               GOBACK
           END-IF
           SET WS-KEY-IDX TO LS-MATCH-IDX
           IF WS-KE-ENABLED(WS-KEY-IDX) NOT = "Y"
               OR WS-KE-SUCCESSOR-KEY(WS-KEY-IDX) NOT = SPACES
               OR (WS-KE-EXPIRES-DATE(WS-KEY-IDX) > 0
                   AND LS-TODAY-YYYYMMDD
                       > WS-KE-EXPIRES-DATE(WS-KEY-IDX))
           THEN
               MOVE 3 TO LS-ENTRY-RESULT
               PERFORM UNLOCK-AND-RETURN
               GOBACK
           END-IF
           PERFORM DRAW-NEW-KEY
           IF LS-NEW-KEY = SPACES
           THEN
               MOVE 4 TO LS-ENTRY-RESULT
               PERFORM UNLOCK-AND-RETURN
               GOBACK
           END-IF

      *> The old key's last day: the end of the grace period, unless
      *> it was due to expire sooner anyway.
           COMPUTE LS-OLD-EXPIRES =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(LS-TODAY-YYYYMMDD)
                   + IN-GRACE-DAYS)
           MOVE WS-KE-EXPIRES-DATE(WS-KEY-IDX) TO LS-DATE-WORK
           IF LS-DATE-WORK > 0
               AND LS-DATE-WORK < LS-OLD-EXPIRES
           THEN
               MOVE LS-DATE-WORK TO LS-OLD-EXPIRES
           END-IF
           IF LS-DATE-WORK <= LS-OLD-EXPIRES
           THEN
               COMPUTE LS-DATE-WORK =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(LS-TODAY-YYYYMMDD)
                       + 365)
           END-IF

           ADD 1 TO WS-KEY-ENTRY-COUNT
           MOVE WS-KEY-ENTRY(WS-KEY-IDX)
               TO WS-KEY-ENTRY(WS-KEY-ENTRY-COUNT)
           MOVE LS-NEW-KEY TO WS-KE-KEY(WS-KEY-ENTRY-COUNT)
           MOVE LS-TODAY-YYYYMMDD
               TO WS-KE-ISSUED-DATE(WS-KEY-ENTRY-COUNT)
           MOVE LS-DATE-WORK TO WS-KE-EXPIRES-DATE(WS-KEY-ENTRY-COUNT)
           MOVE SPACES TO WS-KE-SUCCESSOR-KEY(WS-KEY-ENTRY-COUNT)

           MOVE LS-OLD-EXPIRES TO WS-KE-EXPIRES-DATE(WS-KEY-IDX)
           MOVE LS-NEW-KEY TO WS-KE-SUCCESSOR-KEY(WS-KEY-IDX)

           PERFORM SAVE-KEY-TABLE
           IF LS-ENTRY-RESULT = 0
           THEN
               MOVE LS-NEW-KEY TO OUT-NEW-KEY
               MOVE LS-OLD-EXPIRES TO OUT-EXPIRES-DATE
           ELSE
               MOVE 2 TO LS-ENTRY-RESULT
           END-IF
           PERFORM UNLOCK-AND-RETURN
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: LOOKUP-KEY-ROLE
      *> PURPOSE: Resolve IN-API-KEY's role into OUT-KEY-ROLE and its
      *>          contract flag and tenant into LS-KEY-CONTRACTED and
      *>          LS-KEY-TENANT, leaving LS-ENTRY-RESULT as
      *>          API-KEY-ROLE documents.
      *> ===============================================================
       LOOKUP-KEY-ROLE.
           MOVE SPACES TO OUT-KEY-ROLE
           MOVE SPACES TO LS-KEY-CONTRACTED
           MOVE SPACES TO LS-KEY-TENANT

      *> Same layout refusal as API-KEY-CHECK: garbage roles from a
      *> misframed registry must never grant anything.
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT API-KEY-FILE
           IF WS-AK-FILE-STATUS = "35"
           THEN
               MOVE 3 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF
           IF WS-AK-FILE-STATUS NOT = "00"
           THEN
               MOVE 1 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO LS-KEY-FOUND
           MOVE 0 TO LS-KEY-EXPIRES
           PERFORM UNTIL WS-AK-FILE-STATUS = "10"
               READ API-KEY-FILE
                   AT END
                           MOVE "Y" TO LS-KEY-FOUND
                           MOVE AK-ENABLED TO LS-KEY-ENABLED
                           MOVE AK-ROLE TO OUT-KEY-ROLE
                           MOVE AK-EXPIRES-DATE TO LS-KEY-EXPIRES
                           MOVE AK-CONTRACTED TO LS-KEY-CONTRACTED
                           MOVE AK-TENANT TO LS-KEY-TENANT
                           MOVE "10" TO WS-AK-FILE-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE API-KEY-FILE

           MOVE FUNCTION CURRENT-DATE(1:8) TO LS-TODAY-YYYYMMDD
           IF LS-KEY-FOUND = "N"
               OR LS-KEY-ENABLED NOT = "Y"
               OR (LS-KEY-EXPIRES > 0
                   AND LS-TODAY-YYYYMMDD > LS-KEY-EXPIRES)
           THEN
               MOVE SPACES TO OUT-KEY-ROLE
               MOVE SPACES TO LS-KEY-CONTRACTED
               MOVE SPACES TO LS-KEY-TENANT
               MOVE 1 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(OUT-KEY-ROLE) = SPACES
           THEN
               MOVE "READER" TO OUT-KEY-ROLE
           END-IF
           MOVE 0 TO LS-ENTRY-RESULT.

      *> ===============================================================
      *> PARAGRAPH: CHANGE-KEY-STATE
      *> PURPOSE: Move the IN-KEY-REF key to LS-NEW-STATE ("S" from
      *>          "Y", or "Y" from "S"), leaving LS-ENTRY-RESULT as
      *>          the suspend/resume entries document.
      *> ===============================================================
       CHANGE-KEY-STATE.
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-KEY-TABLE
           IF LS-LOAD-OK NOT = "Y"
           THEN
               MOVE 2 TO LS-ENTRY-RESULT
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-KEY-BY-REF
           IF LS-MATCH-COUNT NOT = 1
           THEN
               MOVE 1 TO LS-ENTRY-RESULT
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               EXIT PARAGRAPH
           END-IF
           SET WS-KEY-IDX TO LS-MATCH-IDX
           IF (LS-NEW-STATE = "S"
                   AND WS-KE-ENABLED(WS-KEY-IDX) NOT = "Y")
               OR (LS-NEW-STATE = "Y"
                   AND WS-KE-ENABLED(WS-KEY-IDX) NOT = "S")
           THEN
               MOVE 3 TO LS-ENTRY-RESULT
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               EXIT PARAGRAPH
           END-IF
           MOVE LS-NEW-STATE TO WS-KE-ENABLED(WS-KEY-IDX)
           PERFORM SAVE-KEY-TABLE
           IF LS-ENTRY-RESULT NOT = 0
           THEN
               MOVE 2 TO LS-ENTRY-RESULT
           END-IF
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID.

      *> ===============================================================
      *> PARAGRAPH: UNLOCK-AND-RETURN
      *> PURPOSE: Release the registry mutex and hand LS-ENTRY-RESULT
      *>          back as the entry's RETURN-CODE.
      *> ===============================================================
       UNLOCK-AND-RETURN.
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE.

      *> ===============================================================
      *> PARAGRAPH: LOAD-KEY-TABLE
      *> PURPOSE: Read the whole registry into WS-KEY-ENTRY. A missing
      *>          file is an empty registry; LS-LOAD-OK is "N" when
      *>          the file is of another layout, cannot be read, or
      *>          holds more keys than the table, so the caller never
      *>          rewrites it short. Expects the mutex held.
      *> ===============================================================
       LOAD-KEY-TABLE.
           MOVE "Y" TO LS-LOAD-OK
           MOVE 0 TO WS-KEY-ENTRY-COUNT
           MOVE 0 TO LS-ENTRY-RESULT
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-AK-FILE-NAME
               BY REFERENCE C-AK-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "N" TO LS-LOAD-OK
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT API-KEY-FILE
           IF WS-AK-FILE-STATUS = "35"
           THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-AK-FILE-STATUS NOT = "00"
           THEN
               MOVE "N" TO LS-LOAD-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-AK-FILE-STATUS = "10"
               READ API-KEY-FILE
                   AT END
                       MOVE "10" TO WS-AK-FILE-STATUS
                   NOT AT END
                       IF WS-KEY-ENTRY-COUNT < C-KEY-MAX-ENTRIES
                       THEN
                           ADD 1 TO WS-KEY-ENTRY-COUNT
                           MOVE AK-RECORD
                               TO WS-KEY-ENTRY(WS-KEY-ENTRY-COUNT)
                       ELSE
                           MOVE "N" TO LS-LOAD-OK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE API-KEY-FILE.

      *> ===============================================================
      *> PARAGRAPH: SAVE-KEY-TABLE
      *> PURPOSE: Write WS-KEY-ENTRY to the scratch file and rename it
      *>          over api-keys.dat, leaving LS-ENTRY-RESULT 0 on
      *>          success, 1 when the scratch file cannot be written.
      *>          Expects the mutex held.
      *> ===============================================================
       SAVE-KEY-TABLE.
           OPEN OUTPUT API-KEY-SCRATCH-FILE
           IF WS-AKS-FILE-STATUS NOT = "00"
           THEN
               MOVE 1 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING LS-MATCH-IDX FROM 1 BY 1
               UNTIL LS-MATCH-IDX > WS-KEY-ENTRY-COUNT
               MOVE WS-KEY-ENTRY(LS-MATCH-IDX) TO AKS-RECORD
               WRITE AKS-RECORD
               IF WS-AKS-FILE-STATUS NOT = "00"
               THEN
                   MOVE 1 TO LS-ENTRY-RESULT
               END-IF
           END-PERFORM
           CLOSE API-KEY-SCRATCH-FILE
           IF LS-ENTRY-RESULT NOT = 0
           THEN
               CALL "CBL_DELETE_FILE" USING "api-keys.dat.tmp"
               EXIT PARAGRAPH
           END-IF
      *> rename() replaces the old file in one step: a request
      *> checking a key never finds the registry missing (which
      *> would read as "authentication not enforced").
           CALL "CBL_RENAME_FILE" USING
               "api-keys.dat.tmp" "api-keys.dat"
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO LS-ENTRY-RESULT
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: FIND-KEY-BY-REF
      *> PURPOSE: Match IN-KEY-REF (a whole key or a prefix of at
      *>          least eight characters) against the loaded table:
      *>          LS-MATCH-COUNT keys matched, LS-MATCH-IDX the last.
      *> ===============================================================
       FIND-KEY-BY-REF.
           MOVE 0 TO LS-MATCH-COUNT
           MOVE 0 TO LS-MATCH-IDX
           IF IN-KEY-REF = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE LS-REF-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(IN-KEY-REF))
           IF LS-REF-LENGTH < 8 OR LS-REF-LENGTH > 40
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-KEY-IDX FROM 1 BY 1
               UNTIL WS-KEY-IDX > WS-KEY-ENTRY-COUNT
               IF WS-KE-KEY(WS-KEY-IDX)(1:LS-REF-LENGTH)
                   = FUNCTION TRIM(IN-KEY-REF)
               THEN
                   ADD 1 TO LS-MATCH-COUNT
                   SET LS-MATCH-IDX TO WS-KEY-IDX
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: FORMAT-KEY-LINE
      *> PURPOSE: The WS-KEY-IDX key's listing line in LS-LIST-LINE.
      *> ===============================================================
       FORMAT-KEY-LINE.
           EVALUATE TRUE
           WHEN WS-KE-ENABLED(WS-KEY-IDX) = "S"
               MOVE "SUSPENDED" TO LS-STATE-TEXT
           WHEN WS-KE-ENABLED(WS-KEY-IDX) NOT = "Y"
               MOVE "REVOKED" TO LS-STATE-TEXT
           WHEN WS-KE-EXPIRES-DATE(WS-KEY-IDX) > 0
               AND LS-TODAY-YYYYMMDD > WS-KE-EXPIRES-DATE(WS-KEY-IDX)
               MOVE "EXPIRED" TO LS-STATE-TEXT
           WHEN WS-KE-SUCCESSOR-KEY(WS-KEY-IDX) NOT = SPACES
               MOVE "ROTATED" TO LS-STATE-TEXT
           WHEN OTHER
               MOVE "ACTIVE" TO LS-STATE-TEXT
           END-EVALUATE

           MOVE WS-KE-ISSUED-DATE(WS-KEY-IDX) TO LS-DATE-WORK
           PERFORM FORMAT-DATE-TEXT
           MOVE LS-DATE-TEXT TO LS-ISSUED-TEXT
           MOVE WS-KE-EXPIRES-DATE(WS-KEY-IDX) TO LS-DATE-WORK
           PERFORM FORMAT-DATE-TEXT
           MOVE LS-DATE-TEXT TO LS-EXPIRES-TEXT
           IF LS-DATE-WORK = 0
           THEN
               MOVE "never" TO LS-EXPIRES-TEXT
           END-IF

           MOVE SPACES TO LS-LIST-LINE
           STRING
               WS-KE-KEY(WS-KEY-IDX)(1:8) "... "
               "owner=" FUNCTION TRIM(WS-KE-OWNER(WS-KEY-IDX))
               " role=" FUNCTION TRIM(WS-KE-ROLE(WS-KEY-IDX))
               " quota=" WS-KE-DAILY-QUOTA(WS-KEY-IDX)
               " state=" FUNCTION TRIM(LS-STATE-TEXT)
               " issued=" FUNCTION TRIM(LS-ISSUED-TEXT)
               " expires=" FUNCTION TRIM(LS-EXPIRES-TEXT)
               INTO LS-LIST-LINE
           END-STRING
           IF WS-KE-SUCCESSOR-KEY(WS-KEY-IDX) NOT = SPACES
           THEN
               MOVE LS-LIST-LINE TO LS-LIST-SCRATCH
               MOVE SPACES TO LS-LIST-LINE
               STRING
                   FUNCTION TRIM(LS-LIST-SCRATCH)
                   " successor=" WS-KE-SUCCESSOR-KEY(WS-KEY-IDX)(1:8)
                   "..."
                   INTO LS-LIST-LINE
               END-STRING
           END-IF
           IF WS-KE-CONTACT-CHANNEL(WS-KEY-IDX) NOT = SPACES
           THEN
               MOVE LS-LIST-LINE TO LS-LIST-SCRATCH
               MOVE SPACES TO LS-LIST-LINE
               STRING
                   FUNCTION TRIM(LS-LIST-SCRATCH)
                   " contact="
                   FUNCTION TRIM(WS-KE-CONTACT-CHANNEL(WS-KEY-IDX))
                   INTO LS-LIST-LINE
               END-STRING
           END-IF
           IF WS-KE-CONTRACTED(WS-KEY-IDX) = "Y"
           THEN
               MOVE LS-LIST-LINE TO LS-LIST-SCRATCH
               MOVE SPACES TO LS-LIST-LINE
               STRING
                   FUNCTION TRIM(LS-LIST-SCRATCH) " contracted"
                   INTO LS-LIST-LINE
               END-STRING
           END-IF
           IF WS-KE-PLAN-CODE(WS-KEY-IDX) NOT = SPACES
           THEN
               MOVE LS-LIST-LINE TO LS-LIST-SCRATCH
               MOVE SPACES TO LS-LIST-LINE
               STRING
                   FUNCTION TRIM(LS-LIST-SCRATCH)
                   " plan=" FUNCTION TRIM(WS-KE-PLAN-CODE(WS-KEY-IDX))
                   INTO LS-LIST-LINE
               END-STRING
           END-IF
           IF WS-KE-TENANT(WS-KEY-IDX) NOT = SPACES
           THEN
               MOVE LS-LIST-LINE TO LS-LIST-SCRATCH
               MOVE SPACES TO LS-LIST-LINE
               STRING
                   FUNCTION TRIM(LS-LIST-SCRATCH)
                   " tenant=" FUNCTION TRIM(WS-KE-TENANT(WS-KEY-IDX))
                   INTO LS-LIST-LINE
               END-STRING
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: APPEND-KEY-LINE
      *> PURPOSE: Append the WS-KEY-IDX key's listing line to
      *>          OUT-KEY-LIST.
      *> ===============================================================
       APPEND-KEY-LINE.
           PERFORM FORMAT-KEY-LINE
           MOVE OUT-KEY-LIST TO LS-LIST-SCRATCH
           MOVE SPACES TO OUT-KEY-LIST
           IF LS-LIST-SCRATCH = SPACES
           THEN
               MOVE LS-LIST-LINE TO OUT-KEY-LIST
           ELSE
               STRING
                   FUNCTION TRIM(LS-LIST-SCRATCH) X"0A"
                   FUNCTION TRIM(LS-LIST-LINE)
                   INTO OUT-KEY-LIST
               END-STRING
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: SEND-QUOTA-NOTICE
      *> PURPOSE: Tell the key's contact channel that today's count
      *>          has reached LS-NOTICE-PERCENT of its quota, naming
      *>          the key by its first characters only. A notice that
      *>          could not be delivered is logged; the outbox keeps
      *>          retrying it behind the request.
      *> ===============================================================
       SEND-QUOTA-NOTICE.
           MOVE LS-KEY-QUOTA TO LS-QUOTA-DISPLAY
           MOVE SPACES TO LS-NOTICE-SUBJECT
           MOVE SPACES TO LS-NOTICE-MESSAGE
           IF LS-NOTICE-PERCENT = 100
           THEN
               STRING
                   "API key " IN-API-KEY(1:8)
                   "... has used its daily quota"
                   INTO LS-NOTICE-SUBJECT
               END-STRING
               STRING
                   "API key " IN-API-KEY(1:8) "... ("
                   FUNCTION TRIM(OUT-KEY-OWNER)
                   ") has made all "
                   FUNCTION TRIM(LS-QUOTA-DISPLAY)
                   " of today's requests. Further requests are "
                   "refused (HTTP 429) until the quota resets at "
                   "00:00 server time."
                   INTO LS-NOTICE-MESSAGE
               END-STRING
           ELSE
               STRING
                   "API key " IN-API-KEY(1:8)
                   "... is at 80% of its daily quota"
                   INTO LS-NOTICE-SUBJECT
               END-STRING
               STRING
                   "API key " IN-API-KEY(1:8) "... ("
                   FUNCTION TRIM(OUT-KEY-OWNER)
                   ") has used 80% of its "
                   FUNCTION TRIM(LS-QUOTA-DISPLAY)
                   " requests for today. Once the quota is used up, "
                   "requests are refused (HTTP 429) until it resets "
                   "at 00:00 server time."
                   INTO LS-NOTICE-MESSAGE
               END-STRING
           END-IF

           CALL "NOTIFICATION-DISPATCH-TO-CHANNEL" USING
               BY REFERENCE LS-KEY-CONTACT
               BY REFERENCE LS-NOTICE-SUBJECT
               BY REFERENCE LS-NOTICE-MESSAGE
               BY REFERENCE LS-DELIVERED-COUNT
               BY REFERENCE LS-FAILED-COUNT
           IF LS-FAILED-COUNT > 0
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Quota notice for API key " IN-API-KEY(1:8)
                   "... not delivered to channel "
                   FUNCTION TRIM(LS-KEY-CONTACT)
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: FORMAT-DATE-TEXT
      *> PURPOSE: LS-DATE-WORK (YYYYMMDD) as YYYY-MM-DD in
      *>          LS-DATE-TEXT; "unknown" for 0 (keys from before
      *>          issue dates were kept).
      *> ===============================================================
       FORMAT-DATE-TEXT.
           MOVE SPACES TO LS-DATE-TEXT
           IF LS-DATE-WORK = 0
           THEN
               MOVE "unknown" TO LS-DATE-TEXT
               EXIT PARAGRAPH
           END-IF
           STRING
               LS-DATE-WORK(1:4) "-" LS-DATE-WORK(5:2) "-"
               LS-DATE-WORK(7:2)
               INTO LS-DATE-TEXT
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: DRAW-NEW-KEY
      *> PURPOSE: 20 random bytes as 40 lower-case hex digits in
      *>          LS-NEW-KEY; spaces when RAND_bytes fails (it
      *>          returns 1 on success).
      *> ===============================================================
       DRAW-NEW-KEY.
           MOVE SPACES TO LS-NEW-KEY
           MOVE LOW-VALUES TO LS-RANDOM-BYTES
           CALL "RAND_bytes" USING
               BY REFERENCE LS-RANDOM-BYTES
               BY VALUE LS-RANDOM-LENGTH
               RETURNING LS-RAND-RESULT
           END-CALL
           IF LS-RAND-RESULT NOT = 1
           THEN
               DISPLAY "WARNING: no random bytes for an API key"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING LS-BYTE-POS FROM 1 BY 1
               UNTIL LS-BYTE-POS > 20
               COMPUTE LS-BYTE-VALUE =
                   FUNCTION ORD(LS-RANDOM-BYTES(LS-BYTE-POS:1)) - 1
               COMPUTE LS-HIGH-NIBBLE = LS-BYTE-VALUE / 16
               COMPUTE LS-LOW-NIBBLE =
                   FUNCTION MOD(LS-BYTE-VALUE, 16)
               MOVE C-HEX-DIGITS(LS-HIGH-NIBBLE + 1:1)
                   TO LS-NEW-KEY(LS-BYTE-POS * 2 - 1:1)
               MOVE C-HEX-DIGITS(LS-LOW-NIBBLE + 1:1)
                   TO LS-NEW-KEY(LS-BYTE-POS * 2:1)
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: LOAD-USAGE-ENTRIES-FROM-FILE
