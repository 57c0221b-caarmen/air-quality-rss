      *> ===============================================================
      *> PROGRAM: FEED-SNAPSHOT-REGISTRY
      *> PURPOSE: The as-served feed archive: every distinct feed body
      *>          a route actually sent, kept byte for byte with the
      *>          route, location and request variant it answered and
      *>          the correlation ids of the requests that served it
      *>          (see feed-snapshot). The history archives record
      *>          what the providers said; response caching, content
      *>          dedup and the last-known-good fallbacks mean that is
      *>          not always what went out, and when someone asks
      *>          "what did your feed say at 08:00" this is the answer
      *>          that holds.
      *>          AIR-QUALITY-ROUTER records every 200 answer on a feed
      *>          route (FEED-SNAPSHOT-RECORD) right after its audit
      *>          record; GET /admin/feed-snapshots looks a moment up
      *>          (FEED-SNAPSHOT-LOOKUP); AUDIT-LOG-RETENTION-BATCH
      *>          drops snapshots not served within the retention
      *>          window (FEED-SNAPSHOT-PURGE).
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEED-SNAPSHOT-REGISTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-SNAPSHOT-FILE ASSIGN TO "feed-snapshots.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-KEY
               FILE STATUS IS WS-FS-FILE-STATUS.

           SELECT FEED-SNAPSHOT-HEAD-FILE ASSIGN TO
                   "feed-snapshot-heads.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FSH-KEY
               FILE STATUS IS WS-FSH-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  FEED-SNAPSHOT-FILE.
       COPY feed-snapshot IN "air-quality/service".

       FD  FEED-SNAPSHOT-HEAD-FILE.
       COPY feed-snapshot-head IN "air-quality/service".

       WORKING-STORAGE SECTION.
       01  WS-FS-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-FSH-FILE-STATUS           PIC X(02) VALUE SPACES.
      *> Both files share one static connector pair across the MHD
      *> worker threads and the retention batch, so each entry runs
      *> under the registry's mutex slot (see AQRSS-MUTEX's slot
      *> map).
       01  C-MUTEX-ID                   PIC 9(2) VALUE 28.
      *> The snapshot layout this program was compiled against (see
      *> AQRSS-LAYOUT-VERSION).
       01  C-FS-FILE-NAME               PIC X(40)
               VALUE "feed-snapshots.dat".
       01  C-FS-LAYOUT-VERSION          PIC 9(3) VALUE 1.
      *> The same rolling hash the access handler's ETag uses.
       01  C-HASH-MODULUS               CONSTANT AS 999999937.

       LOCAL-STORAGE SECTION.
       01  LS-NOW                       PIC X(16) VALUE SPACES.
       01  LS-HASH-TEXT                 PIC X(10000) VALUE SPACES.
       01  LS-HASH-LENGTH               PIC 9(5) COMP-5 VALUE 0.
       01  LS-HASH-POS                  PIC 9(5) COMP-5 VALUE 0.
       01  LS-HASH-WORK                 PIC 9(18) COMP-5 VALUE 0.
       01  LS-BODY-HASH                 PIC 9(9) VALUE 0.
       01  LS-BODY-LENGTH               PIC 9(5) VALUE 0.
       01  LS-VARIANT-HASH              PIC 9(9) VALUE 0.
       01  LS-HEAD-FOUND                PIC X(01) VALUE "N".
       01  LS-SNAPSHOT-UPDATED          PIC X(01) VALUE "N".
      *> Lookup state: the variant group being walked and the
      *> snapshot in force for it at the requested moment.
       01  LS-GROUP-HASH                PIC 9(9) VALUE 0.
       01  LS-GROUP-FOUND               PIC X(01) VALUE "N".
       01  LS-ANY-FOUND                 PIC X(01) VALUE "N".
       01  LS-BEST-KEY                  PIC X(165) VALUE SPACES.
       01  LS-BEST-VARIANT              PIC X(200) VALUE SPACES.
       01  LS-BEST-FIRST-SERVED         PIC X(16) VALUE SPACES.
       01  LS-BEST-FIRST-CORRELATION    PIC X(16) VALUE SPACES.
       01  LS-BEST-LAST-SERVED          PIC X(16) VALUE SPACES.
       01  LS-BEST-LAST-CORRELATION     PIC X(16) VALUE SPACES.
       01  LS-BEST-SERVE-COUNT          PIC 9(7) VALUE 0.
       01  LS-BEST-BODY-LENGTH          PIC 9(5) VALUE 0.
       01  LS-BEST-BODY-HASH            PIC 9(9) VALUE 0.
       01  LS-OUT-POS                   PIC 9(5) COMP-5 VALUE 1.
       01  LS-TIME-RAW                  PIC X(16) VALUE SPACES.
       01  LS-TIME-DISPLAY              PIC X(19) VALUE SPACES.
       01  LS-FIRST-DISPLAY             PIC X(19) VALUE SPACES.
       01  LS-LAST-DISPLAY              PIC X(19) VALUE SPACES.
       01  LS-COUNT-DISPLAY             PIC Z(6)9.
       01  LS-LENGTH-DISPLAY            PIC Z(4)9.
      *> The entry's verdict, asserted into RETURN-CODE after the
      *> mutex unlock - the unlock CALL would otherwise overwrite
      *> the register with AQRSS-MUTEX's own.
       01  LS-ENTRY-RESULT              USAGE BINARY-LONG VALUE 0.

       LINKAGE SECTION.
       01  IN-ROUTE                     PIC X(40).
       01  IN-LOCATION                  PIC X(100).
       01  IN-VARIANT                   PIC X(200).
       01  IN-CONTENT-TYPE              PIC X(32).
       01  IN-BODY                      PIC X(10000).
       01  IN-CORRELATION-ID            PIC X(16).
       01  IN-AT                        PIC X(16).
       01  IN-VARIANT-HASH              PIC 9(9).
       01  IN-CUTOFF                    PIC X(16).
       01  OUT-CONTENT-TYPE             PIC X(32).
       01  OUT-BODY                     PIC X(10000).
       01  OUT-PURGED-COUNT             PIC 9(7).

      *> Unused default entry point: every caller targets one of the
      *> ENTRY points below, the same way ENV-CONFIG's callers always
      *> target one of its named entries.
       PROCEDURE DIVISION.
           GOBACK.

      *> ===============================================================
      *> ENTRY: FEED-SNAPSHOT-RECORD
      *> PURPOSE: Record one served feed body. The same body served
      *>          again for the same route, location and variant only
      *>          moves the existing snapshot's last-served stamp and
      *>          count on; a different body becomes a new snapshot.
      *>          Returns 0 on success, 1 when nothing could be
      *>          recorded (the caller has already answered - a lost
      *>          snapshot is logged, never surfaced to the reader).
      *> ===============================================================
       ENTRY "FEED-SNAPSHOT-RECORD" USING
           BY REFERENCE IN-ROUTE
           BY REFERENCE IN-LOCATION
           BY REFERENCE IN-VARIANT
           BY REFERENCE IN-CONTENT-TYPE
           BY REFERENCE IN-BODY
           BY REFERENCE IN-CORRELATION-ID.

           PERFORM CHECK-SNAPSHOT-LAYOUT
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:16) TO LS-NOW
           MOVE IN-BODY TO LS-HASH-TEXT
           PERFORM COMPUTE-TEXT-HASH
           MOVE LS-HASH-WORK TO LS-BODY-HASH
           MOVE LS-HASH-LENGTH TO LS-BODY-LENGTH
           MOVE SPACES TO LS-HASH-TEXT
           MOVE IN-VARIANT TO LS-HASH-TEXT
           PERFORM COMPUTE-TEXT-HASH
           MOVE LS-HASH-WORK TO LS-VARIANT-HASH

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM OPEN-SNAPSHOTS-I-O
           IF WS-FS-FILE-STATUS NOT = "00"
               OR WS-FSH-FILE-STATUS NOT = "00"
           THEN
               CLOSE FEED-SNAPSHOT-FILE
               CLOSE FEED-SNAPSHOT-HEAD-FILE
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO LS-ENTRY-RESULT
           MOVE "N" TO LS-SNAPSHOT-UPDATED
           MOVE IN-ROUTE TO FSH-ROUTE
           MOVE IN-LOCATION TO FSH-LOCATION
           MOVE LS-VARIANT-HASH TO FSH-VARIANT-HASH
           READ FEED-SNAPSHOT-HEAD-FILE
           IF WS-FSH-FILE-STATUS = "00"
           THEN
               MOVE "Y" TO LS-HEAD-FOUND
           ELSE
               MOVE "N" TO LS-HEAD-FOUND
           END-IF

           IF LS-HEAD-FOUND = "Y"
               AND FSH-BODY-HASH = LS-BODY-HASH
           THEN
               PERFORM TOUCH-CURRENT-SNAPSHOT
           END-IF

           IF LS-SNAPSHOT-UPDATED = "N"
           THEN
               PERFORM WRITE-NEW-SNAPSHOT
           END-IF

           CLOSE FEED-SNAPSHOT-FILE
           CLOSE FEED-SNAPSHOT-HEAD-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: FEED-SNAPSHOT-LOOKUP
      *> PURPOSE: Answer "what did this route serve for this location
      *>          at IN-AT". With IN-VARIANT-HASH zero, OUT-BODY lists,
      *>          per request variant, the snapshot in force at that
      *>          moment - when it was first and last served, by which
      *>          correlation ids, how often - as plain text. With a
      *>          variant hash from that list, OUT-BODY is the exact
      *>          body served and OUT-CONTENT-TYPE its original type.
      *>          Returns 0 when something was in force, 1 when
      *>          nothing had been served yet by then, 2 when the
      *>          archive could not be read.
      *> ===============================================================
       ENTRY "FEED-SNAPSHOT-LOOKUP" USING
           BY REFERENCE IN-ROUTE
           BY REFERENCE IN-LOCATION
           BY REFERENCE IN-AT
           BY REFERENCE IN-VARIANT-HASH
           BY REFERENCE OUT-CONTENT-TYPE
           BY REFERENCE OUT-BODY.

           MOVE SPACES TO OUT-BODY
           PERFORM CHECK-SNAPSHOT-LAYOUT
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           OPEN INPUT FEED-SNAPSHOT-FILE
           IF WS-FS-FILE-STATUS = "35"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FS-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "N" TO LS-ANY-FOUND
           MOVE "N" TO LS-GROUP-FOUND
           MOVE 0 TO LS-GROUP-HASH
           MOVE 1 TO LS-OUT-POS
           MOVE IN-ROUTE TO FS-ROUTE
           MOVE IN-LOCATION TO FS-LOCATION
           MOVE IN-VARIANT-HASH TO FS-VARIANT-HASH
           MOVE LOW-VALUES TO FS-FIRST-SERVED
           START FEED-SNAPSHOT-FILE
               KEY IS GREATER THAN OR EQUAL TO FS-KEY
           END-START

           PERFORM UNTIL WS-FS-FILE-STATUS NOT = "00"
               READ FEED-SNAPSHOT-FILE NEXT
                   AT END
                       MOVE "10" TO WS-FS-FILE-STATUS
                   NOT AT END
                       PERFORM CONSIDER-ONE-SNAPSHOT
               END-READ
           END-PERFORM

           IF IN-VARIANT-HASH = 0
           THEN
               PERFORM FLUSH-VARIANT-GROUP
           ELSE
               IF LS-GROUP-FOUND = "Y"
               THEN
                   MOVE LS-BEST-KEY TO FS-KEY
                   READ FEED-SNAPSHOT-FILE
                   IF WS-FS-FILE-STATUS = "00"
                   THEN
                       MOVE "Y" TO LS-ANY-FOUND
                       MOVE FS-CONTENT-TYPE TO OUT-CONTENT-TYPE
                       MOVE FS-BODY(1:FS-BODY-LENGTH) TO OUT-BODY
                   ELSE
                       MOVE "N" TO LS-ANY-FOUND
                   END-IF
               END-IF
           END-IF

           CLOSE FEED-SNAPSHOT-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           IF LS-ANY-FOUND = "Y"
           THEN
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 1 TO RETURN-CODE
           END-IF
           GOBACK.

      *> ===============================================================
      *> ENTRY: FEED-SNAPSHOT-PURGE
      *> PURPOSE: Delete every snapshot last served before IN-CUTOFF
      *>          (YYYYMMDD...), with the head that still points at
      *>          it, and report how many went. A body still being
      *>          served keeps moving its last-served stamp, so it is
      *>          never purged however old its first serve.
      *> ===============================================================
       ENTRY "FEED-SNAPSHOT-PURGE" USING
           BY REFERENCE IN-CUTOFF
           BY REFERENCE OUT-PURGED-COUNT.

           MOVE 0 TO OUT-PURGED-COUNT
           PERFORM CHECK-SNAPSHOT-LAYOUT
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           OPEN I-O FEED-SNAPSHOT-FILE
           IF WS-FS-FILE-STATUS = "35"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-FS-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O FEED-SNAPSHOT-HEAD-FILE

           PERFORM UNTIL WS-FS-FILE-STATUS NOT = "00"
               READ FEED-SNAPSHOT-FILE NEXT
                   AT END
                       MOVE "10" TO WS-FS-FILE-STATUS
                   NOT AT END
                       IF FS-LAST-SERVED < IN-CUTOFF
                       THEN
                           PERFORM PURGE-ONE-SNAPSHOT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FEED-SNAPSHOT-FILE
           CLOSE FEED-SNAPSHOT-HEAD-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: CHECK-SNAPSHOT-LAYOUT
      *> PURPOSE: Leave RETURN-CODE non-zero when the snapshot file is
      *>          registered at a layout other than the one this
      *>          program was compiled against.
      *> ===============================================================
       CHECK-SNAPSHOT-LAYOUT.
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-FS-FILE-NAME
               BY REFERENCE C-FS-LAYOUT-VERSION
               RETURNING RETURN-CODE.

      *> ===============================================================
      *> PARAGRAPH: OPEN-SNAPSHOTS-I-O
      *> PURPOSE: Open both files for update, creating either one the
      *>          first time it is needed.
      *> ===============================================================
       OPEN-SNAPSHOTS-I-O.
           OPEN I-O FEED-SNAPSHOT-FILE
           IF WS-FS-FILE-STATUS = "35"
           THEN
               OPEN OUTPUT FEED-SNAPSHOT-FILE
               CLOSE FEED-SNAPSHOT-FILE
               OPEN I-O FEED-SNAPSHOT-FILE
           END-IF
           OPEN I-O FEED-SNAPSHOT-HEAD-FILE
           IF WS-FSH-FILE-STATUS = "35"
           THEN
               OPEN OUTPUT FEED-SNAPSHOT-HEAD-FILE
               CLOSE FEED-SNAPSHOT-HEAD-FILE
               OPEN I-O FEED-SNAPSHOT-HEAD-FILE
           END-IF
           IF WS-FS-FILE-STATUS NOT = "00"
               OR WS-FSH-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not open the feed snapshot "
                   "archive, status " WS-FS-FILE-STATUS "/"
                   WS-FSH-FILE-STATUS
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: COMPUTE-TEXT-HASH
      *> PURPOSE: Hash LS-HASH-TEXT up to its last non-space into
      *>          LS-HASH-WORK, leaving that length in LS-HASH-LENGTH.
      *> ===============================================================
       COMPUTE-TEXT-HASH.
           MOVE 0 TO LS-HASH-WORK
           MOVE 0 TO LS-HASH-LENGTH
           IF LS-HASH-TEXT = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE LS-HASH-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(LS-HASH-TEXT, TRAILING))
           PERFORM VARYING LS-HASH-POS FROM 1 BY 1
               UNTIL LS-HASH-POS > LS-HASH-LENGTH
               COMPUTE LS-HASH-WORK = FUNCTION MOD(
                   LS-HASH-WORK * 31
                   + FUNCTION ORD(LS-HASH-TEXT(LS-HASH-POS:1)),
                   C-HASH-MODULUS)
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: TOUCH-CURRENT-SNAPSHOT
      *> PURPOSE: The head says this body is the one already on file:
      *>          move its last-served stamp, correlation id and count
      *>          on. A snapshot the retention sweep has since removed
      *>          leaves LS-SNAPSHOT-UPDATED at "N" so a fresh one is
      *>          written.
      *> ===============================================================
       TOUCH-CURRENT-SNAPSHOT.
           MOVE FSH-ROUTE TO FS-ROUTE
           MOVE FSH-LOCATION TO FS-LOCATION
           MOVE FSH-VARIANT-HASH TO FS-VARIANT-HASH
           MOVE FSH-FIRST-SERVED TO FS-FIRST-SERVED
           READ FEED-SNAPSHOT-FILE
           IF WS-FS-FILE-STATUS NOT = "00"
               OR FS-BODY-LENGTH NOT = LS-BODY-LENGTH
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE LS-NOW TO FS-LAST-SERVED
           MOVE IN-CORRELATION-ID TO FS-LAST-CORRELATION-ID
           IF FS-SERVE-COUNT < 9999999
           THEN
               ADD 1 TO FS-SERVE-COUNT
           END-IF
           REWRITE FS-RECORD
           IF WS-FS-FILE-STATUS = "00"
           THEN
               MOVE "Y" TO LS-SNAPSHOT-UPDATED
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: WRITE-NEW-SNAPSHOT
      *> PURPOSE: Store the body as a new snapshot and point the head
      *>          at it.
      *> ===============================================================
       WRITE-NEW-SNAPSHOT.
           MOVE SPACES TO FS-RECORD
           MOVE IN-ROUTE TO FS-ROUTE
           MOVE IN-LOCATION TO FS-LOCATION
           MOVE LS-VARIANT-HASH TO FS-VARIANT-HASH
           MOVE LS-NOW TO FS-FIRST-SERVED
           MOVE IN-VARIANT TO FS-VARIANT
           MOVE LS-BODY-HASH TO FS-BODY-HASH
           MOVE IN-CORRELATION-ID TO FS-FIRST-CORRELATION-ID
           MOVE LS-NOW TO FS-LAST-SERVED
           MOVE IN-CORRELATION-ID TO FS-LAST-CORRELATION-ID
           MOVE 1 TO FS-SERVE-COUNT
           MOVE IN-CONTENT-TYPE TO FS-CONTENT-TYPE
           MOVE LS-BODY-LENGTH TO FS-BODY-LENGTH
           MOVE IN-BODY TO FS-BODY
           WRITE FS-RECORD
           IF WS-FS-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not store feed snapshot for "
                   FUNCTION TRIM(IN-ROUTE) ", status "
                   WS-FS-FILE-STATUS
               MOVE 1 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE IN-ROUTE TO FSH-ROUTE
           MOVE IN-LOCATION TO FSH-LOCATION
           MOVE LS-VARIANT-HASH TO FSH-VARIANT-HASH
           MOVE LS-NOW TO FSH-FIRST-SERVED
           MOVE LS-BODY-HASH TO FSH-BODY-HASH
           IF LS-HEAD-FOUND = "Y"
           THEN
               REWRITE FSH-RECORD
           ELSE
               WRITE FSH-RECORD
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: CONSIDER-ONE-SNAPSHOT
      *> PURPOSE: Fold the snapshot just read into the lookup. The
      *>          keys run route, location, variant, first-served, so
      *>          within one variant group the last snapshot first
      *>          served at or before IN-AT is the one in force then.
      *>          Leaving the route/location (or, for a single-variant
      *>          lookup, the variant) ends the walk.
      *> ===============================================================
       CONSIDER-ONE-SNAPSHOT.
           IF FS-ROUTE NOT = IN-ROUTE
               OR FS-LOCATION NOT = IN-LOCATION
           THEN
               MOVE "10" TO WS-FS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF
           IF IN-VARIANT-HASH NOT = 0
               AND FS-VARIANT-HASH NOT = IN-VARIANT-HASH
           THEN
               MOVE "10" TO WS-FS-FILE-STATUS
               EXIT PARAGRAPH
           END-IF

           IF FS-VARIANT-HASH NOT = LS-GROUP-HASH
           THEN
               IF IN-VARIANT-HASH = 0
               THEN
                   PERFORM FLUSH-VARIANT-GROUP
               END-IF
               MOVE FS-VARIANT-HASH TO LS-GROUP-HASH
               MOVE "N" TO LS-GROUP-FOUND
           END-IF

           IF FS-FIRST-SERVED > IN-AT
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO LS-GROUP-FOUND
           MOVE FS-KEY TO LS-BEST-KEY
           MOVE FS-VARIANT TO LS-BEST-VARIANT
           MOVE FS-FIRST-SERVED TO LS-BEST-FIRST-SERVED
           MOVE FS-FIRST-CORRELATION-ID TO LS-BEST-FIRST-CORRELATION
           MOVE FS-LAST-SERVED TO LS-BEST-LAST-SERVED
           MOVE FS-LAST-CORRELATION-ID TO LS-BEST-LAST-CORRELATION
           MOVE FS-SERVE-COUNT TO LS-BEST-SERVE-COUNT
           MOVE FS-BODY-LENGTH TO LS-BEST-BODY-LENGTH
           MOVE FS-BODY-HASH TO LS-BEST-BODY-HASH.

      *> ===============================================================
      *> PARAGRAPH: FLUSH-VARIANT-GROUP
      *> PURPOSE: Append the finished variant group's snapshot in
      *>          force, if it had one, to the plain-text listing.
      *> ===============================================================
       FLUSH-VARIANT-GROUP.
           IF LS-GROUP-FOUND = "N"
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO LS-GROUP-FOUND
           MOVE "Y" TO LS-ANY-FOUND
           MOVE LS-BEST-FIRST-SERVED TO LS-TIME-RAW
           PERFORM FORMAT-SNAPSHOT-TIME
           MOVE LS-TIME-DISPLAY TO LS-FIRST-DISPLAY
           MOVE LS-BEST-LAST-SERVED TO LS-TIME-RAW
           PERFORM FORMAT-SNAPSHOT-TIME
           MOVE LS-TIME-DISPLAY TO LS-LAST-DISPLAY
           MOVE LS-BEST-SERVE-COUNT TO LS-COUNT-DISPLAY
           MOVE LS-BEST-BODY-LENGTH TO LS-LENGTH-DISPLAY
           IF LS-OUT-POS > 1
           THEN
               STRING X"0A" DELIMITED BY SIZE
                   INTO OUT-BODY
                   WITH POINTER LS-OUT-POS
               END-STRING
           END-IF
           STRING
               "variant=" LS-GROUP-HASH " ("
               FUNCTION TRIM(LS-BEST-VARIANT) ")" X"0A"
               "  body of " FUNCTION TRIM(LS-LENGTH-DISPLAY)
               " bytes, hash " LS-BEST-BODY-HASH X"0A"
               "  first served " LS-FIRST-DISPLAY
               " (correlation "
               FUNCTION TRIM(LS-BEST-FIRST-CORRELATION) ")" X"0A"
               "  last served  " LS-LAST-DISPLAY
               " (correlation "
               FUNCTION TRIM(LS-BEST-LAST-CORRELATION) "), "
               FUNCTION TRIM(LS-COUNT-DISPLAY) " time(s) in all"
               X"0A"
               DELIMITED BY SIZE
               INTO OUT-BODY
               WITH POINTER LS-OUT-POS
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: FORMAT-SNAPSHOT-TIME
      *> PURPOSE: Render a YYYYMMDDHHMMSShh stamp from LS-TIME-RAW as
      *>          "YYYY-MM-DD HH:MM:SS" in LS-TIME-DISPLAY.
      *> ===============================================================
       FORMAT-SNAPSHOT-TIME.
           MOVE SPACES TO LS-TIME-DISPLAY
           STRING
               LS-TIME-RAW(1:4) "-" LS-TIME-RAW(5:2) "-"
               LS-TIME-RAW(7:2) " " LS-TIME-RAW(9:2) ":"
               LS-TIME-RAW(11:2) ":" LS-TIME-RAW(13:2)
               DELIMITED BY SIZE
               INTO LS-TIME-DISPLAY
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: PURGE-ONE-SNAPSHOT
      *> PURPOSE: Delete the snapshot just read and, when its head
      *>          still points at it, the head too - the next serve
      *>          of that route/location/variant then starts afresh.
      *> ===============================================================
       PURGE-ONE-SNAPSHOT.
           DELETE FEED-SNAPSHOT-FILE
           IF WS-FS-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO OUT-PURGED-COUNT
           MOVE FS-ROUTE TO FSH-ROUTE
           MOVE FS-LOCATION TO FSH-LOCATION
           MOVE FS-VARIANT-HASH TO FSH-VARIANT-HASH
           READ FEED-SNAPSHOT-HEAD-FILE
           IF WS-FSH-FILE-STATUS = "00"
               AND FSH-FIRST-SERVED = FS-FIRST-SERVED
           THEN
               DELETE FEED-SNAPSHOT-HEAD-FILE
           END-IF.

       END PROGRAM FEED-SNAPSHOT-REGISTRY.
