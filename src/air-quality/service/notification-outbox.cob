      *>          repeated timeouts.
      *>          Sent and given-up records older than seven days are
      *>          purged by the drain, keeping the file bounded.
      *>          Threshold alerts under the coalescing window (see
      *>          NOTIFICATION-DISPATCH-ALERT) are filed HELD instead
      *>          of PENDING; once the oldest one held for a channel
      *>          has waited out the window, the drain folds every
      *>          alert held for that channel into one grouped
      *>          message, worst level first, so an episode breaking
      *>          across a dozen stations is one page on the duty
      *>          phone rather than a dozen.
      *>          OUTBOX-ENQUEUE-TO files a message for one named
      *>          recipient over an EMAIL channel (the newsletter's
      *>          subscribers), delivered to that address instead of
      *>          the channel's configured target.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-OB-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-NC-FILE-STATUS            PIC X(02) VALUE SPACES.
      *> The channel file's registered layout (see
      *> NOTIFICATION-CHANNEL-REGISTRY and the layout migration).
       01  C-NC-FILE-NAME               PIC X(40)
               VALUE "notification-channels.dat".
       01  C-NC-LAYOUT-VERSION          PIC 9(3) VALUE 2.
      *> The outbox's own layout (v2 added OB-RECIPIENT): a file not
      *> yet migrated is refused, never read or written askew.
       01  C-OB-FILE-NAME               PIC X(40)
               VALUE "notification-outbox.dat".
       01  C-OB-LAYOUT-VERSION          PIC 9(3) VALUE 2.
      *> All entries share the one static outbox file connector
      *> across the MHD worker threads and the scheduler's drain, so
      *> every entry runs under the outbox's mutex slot (see
           05  WS-PURGE-ID              PIC X(16) OCCURS 50 TIMES
                                        INDEXED BY WS-PURGE-IDX.

      *> Channels whose coalescing window closed during the drain's
      *> scan, and the held alerts gathered for the one being
      *> released. An alert past C-GROUP-MAX-COUNT simply stays
      *> HELD, already due, and goes out with the next pass.
       01  C-RELEASE-MAX-COUNT          CONSTANT AS 10.
       01  WS-RELEASE-COUNT             PIC 9(2) VALUE 0.
       01  WS-RELEASE-TABLE.
           05  WS-RELEASE-CHANNEL-ID    PIC X(8) OCCURS 10 TIMES
                                        INDEXED BY WS-RELEASE-IDX.
       01  C-GROUP-MAX-COUNT            CONSTANT AS 40.
       01  WS-GROUP-COUNT               PIC 9(2) VALUE 0.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY           OCCURS 40 TIMES
                                        INDEXED BY WS-GROUP-IDX.
               10  WS-GROUP-MESSAGE-ID  PIC X(16).
               10  WS-GROUP-LEVEL       PIC 9(1).
               10  WS-GROUP-SUMMARY     PIC X(100).

      *> The channel record looked up for one delivery.
       01  WS-CH-FOUND                  PIC X(1) VALUE "N".
       01  WS-CH-TYPE                   PIC X(8) VALUE SPACES.
       01  LS-DLV-CHANNEL-ID            PIC X(8) VALUE SPACES.
       01  LS-DLV-SUBJECT               PIC X(100) VALUE SPACES.
       01  LS-DLV-MESSAGE               PIC X(1000) VALUE SPACES.
       01  LS-DLV-RECIPIENT             PIC X(100) VALUE SPACES.
      *> 0 delivered, 1 failed (or missing), 2 skipped (backed-off
      *> channel, or the record was no longer pending).
       01  LS-ATTEMPT-RESULT            USAGE BINARY-LONG VALUE 0.
       01  LS-CHANNEL-BODY              PIC X(10000) VALUE SPACES.
       01  LS-CHANNEL-ENDPOINT          PIC X(1000) VALUE SPACES.
       01  LS-CURL-CODE                 USAGE BINARY-LONG VALUE 0.
       01  LS-CHANNEL-CONTENT-TYPE      PIC X(32) VALUE SPACES.
       01  LS-CHANNEL-SECRET            PIC X(200) VALUE SPACES.
       01  LS-CHANNEL-PREVIOUS-SECRET   PIC X(200) VALUE SPACES.
       01  LS-SIGNATURE-HEADER          PIC X(300) VALUE SPACES.
      *> A {vault:<name>} reference in a channel endpoint that the
      *> credential vault could not resolve.
       01  LS-MISSING-SECRET            PIC X(32) VALUE SPACES.
       01  LS-LINE                      PIC X(200) VALUE SPACES.
       01  LS-LIST-SCRATCH              PIC X(10000) VALUE SPACES.
       01  LS-ENTRY-RESULT              USAGE BINARY-LONG VALUE 0.
      *> The record WRITE-NEW-RECORD files: the enqueue and hold
      *> entries and the drain's grouped message all file through
      *> it.
       01  LS-NEW-MESSAGE-ID            PIC X(16) VALUE SPACES.
       01  LS-NEW-CHANNEL-ID            PIC X(8) VALUE SPACES.
       01  LS-NEW-SUBJECT               PIC X(100) VALUE SPACES.
       01  LS-NEW-MESSAGE               PIC X(1000) VALUE SPACES.
       01  LS-NEW-STATUS                PIC X(8) VALUE SPACES.
       01  LS-NEW-NEXT-SECONDS          PIC 9(12) VALUE 0.
       01  LS-NEW-RECIPIENT             PIC X(100) VALUE SPACES.
      *> Building one grouped message.
       01  LS-GROUP-LEVEL               PIC S9(2) VALUE 0.
       01  LS-GROUP-WORST-LEVEL         PIC 9(1) VALUE 0.
       01  LS-GROUP-LINE                PIC X(120) VALUE SPACES.
       01  LS-GROUP-OMITTED             PIC 9(2) VALUE 0.
       01  LS-GROUP-COUNT-DISPLAY       PIC Z9.
       01  LS-GROUP-TEXT-LENGTH         PIC 9(5) VALUE 0.
       01  C-LOG-INFO                   PIC X(5) VALUE "INFO".
       01  C-LOG-WARN                   PIC X(5) VALUE "WARN".
       01  LS-LOG-MESSAGE               PIC X(256) VALUE SPACES.
       01  LS-OB-REFUSED                PIC X(01) VALUE "N".

       LINKAGE SECTION.
       01  IN-CHANNEL-ID                PIC X(8).
       01  IN-MESSAGE                   PIC X(1000).
       01  IN-MESSAGE-ID                PIC X(16).
       01  OUT-MESSAGE-ID               PIC X(16).
       01  IN-RECIPIENT                 PIC X(100).
      *> A held alert's severity, one-line summary and how long it
      *> may wait for company (see OUTBOX-HOLD).
       01  IN-LEVEL                     PIC 9(1).
       01  IN-SUMMARY                   PIC X(100).
       01  IN-HOLD-SECONDS              PIC 9(6).
       01  OUT-LIST-TEXT                PIC X(10000).

      *> Unused default entry point: every caller targets one of the
           BY REFERENCE OUT-MESSAGE-ID.

           MOVE FUNCTION CURRENT-DATE TO LS-NOW-TIMESTAMP
           MOVE IN-CHANNEL-ID TO LS-NEW-CHANNEL-ID
           MOVE IN-SUBJECT TO LS-NEW-SUBJECT
           MOVE IN-MESSAGE TO LS-NEW-MESSAGE
           MOVE "PENDING" TO LS-NEW-STATUS
           MOVE 0 TO LS-NEW-NEXT-SECONDS
           MOVE SPACES TO LS-NEW-RECIPIENT
           PERFORM FILE-ONE-MESSAGE
           MOVE LS-NEW-MESSAGE-ID TO OUT-MESSAGE-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: OUTBOX-ENQUEUE-TO
      *> PURPOSE: File one message as PENDING for one recipient over
      *>          an EMAIL channel: delivered to IN-RECIPIENT rather
      *>          than the channel's own target, with the same
      *>          retries and backoff as any other message. Returns
      *>          0 on success, 1 when the outbox could not be
      *>          written.
      *> ===============================================================
       ENTRY "OUTBOX-ENQUEUE-TO" USING
           BY REFERENCE IN-CHANNEL-ID
           BY REFERENCE IN-RECIPIENT
           BY REFERENCE IN-SUBJECT
           BY REFERENCE IN-MESSAGE
           BY REFERENCE OUT-MESSAGE-ID.

           MOVE FUNCTION CURRENT-DATE TO LS-NOW-TIMESTAMP
           MOVE IN-CHANNEL-ID TO LS-NEW-CHANNEL-ID
           MOVE IN-SUBJECT TO LS-NEW-SUBJECT
           MOVE IN-MESSAGE TO LS-NEW-MESSAGE
           MOVE "PENDING" TO LS-NEW-STATUS
           MOVE 0 TO LS-NEW-NEXT-SECONDS
           MOVE IN-RECIPIENT TO LS-NEW-RECIPIENT
           PERFORM FILE-ONE-MESSAGE
           MOVE LS-NEW-MESSAGE-ID TO OUT-MESSAGE-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: OUTBOX-HOLD
      *> PURPOSE: File one threshold alert for one channel as HELD,
      *>          to wait IN-HOLD-SECONDS for other alerts bound the
      *>          same way. The subject is not kept: a held alert
      *>          carries "level N: " and its one-line summary in
      *>          OB-SUBJECT, which is what the grouped message is
      *>          built from, while OB-MESSAGE keeps the full text
      *>          for /admin/notifications and for an alert that
      *>          ends up going out alone. OB-NEXT-SECONDS is when
      *>          its window closes. Returns 0 on success, 1 when
      *>          the outbox could not be written.
      *> ===============================================================
       ENTRY "OUTBOX-HOLD" USING
           BY REFERENCE IN-CHANNEL-ID
           BY REFERENCE IN-LEVEL
           BY REFERENCE IN-SUMMARY
           BY REFERENCE IN-MESSAGE
           BY REFERENCE IN-HOLD-SECONDS
           BY REFERENCE OUT-MESSAGE-ID.

           MOVE FUNCTION CURRENT-DATE TO LS-NOW-TIMESTAMP
           PERFORM COMPUTE-NOW-SECONDS
           MOVE IN-CHANNEL-ID TO LS-NEW-CHANNEL-ID
           MOVE SPACES TO LS-NEW-SUBJECT
           STRING
               "level " IN-LEVEL ": " FUNCTION TRIM(IN-SUMMARY)
               INTO LS-NEW-SUBJECT
           END-STRING
           MOVE IN-MESSAGE TO LS-NEW-MESSAGE
           MOVE "HELD" TO LS-NEW-STATUS
           MOVE SPACES TO LS-NEW-RECIPIENT
           COMPUTE LS-NEW-NEXT-SECONDS =
               LS-NOW-SECONDS + IN-HOLD-SECONDS
           PERFORM FILE-ONE-MESSAGE
           MOVE LS-NEW-MESSAGE-ID TO OUT-MESSAGE-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

           MOVE 0 TO WS-DUE-COUNT
           MOVE 0 TO WS-PURGE-COUNT
           MOVE 0 TO WS-BAD-CHANNEL-COUNT
           MOVE 0 TO WS-RELEASE-COUNT
           MOVE "Y" TO LS-IN-DRAIN

      *> Phase one, under the mutex: collect the due and purgeable
      *> ids. Nothing slow happens while the mutex is held.
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM OPEN-OUTBOX-INPUT
           IF WS-OB-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID

      *> Between the phases: fold each channel whose coalescing
      *> window closed into one pending message, due at once.
           PERFORM VARYING WS-RELEASE-IDX FROM 1 BY 1
               UNTIL WS-RELEASE-IDX > WS-RELEASE-COUNT
               PERFORM RELEASE-HELD-FOR-CHANNEL
           END-PERFORM

      *> Phase two: one snapshot/POST/outcome cycle per message,
      *> each taking and releasing the mutex around its own file
      *> touches only.
           THEN
               CALL "AQRSS-MUTEX-LOCK" USING
                   BY REFERENCE C-MUTEX-ID
               PERFORM OPEN-OUTBOX-I-O
               IF WS-OB-FILE-STATUS = "00"
               THEN
                   PERFORM VARYING WS-PURGE-IDX FROM 1 BY 1
           MOVE SPACES TO OUT-LIST-TEXT
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM OPEN-OUTBOX-INPUT
           IF WS-OB-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
      *> ===============================================================
      *> PARAGRAPH: CLASSIFY-ONE-RECORD
      *> PURPOSE: During the drain's scan, collect the OB-RECORD just
      *>          read as due for an attempt, its channel as due for
      *>          release when it is a held alert whose window has
      *>          closed, or the record as purgeable once sent,
      *>          given up or folded into a grouped message past
      *>          retention.
      *> ===============================================================
       CLASSIFY-ONE-RECORD.
           IF OB-STATUS = "HELD"
           THEN
               IF OB-NEXT-SECONDS <= LS-NOW-SECONDS
               THEN
                   PERFORM NOTE-CHANNEL-RELEASED
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF OB-STATUS = "PENDING"
           THEN
               IF OB-NEXT-SECONDS <= LS-NOW-SECONDS
               END-IF
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: NOTE-CHANNEL-RELEASED
      *> PURPOSE: Remember OB-CHANNEL-ID as due for release in this
      *>          drain pass, once.
      *> ===============================================================
       NOTE-CHANNEL-RELEASED.
           PERFORM VARYING WS-RELEASE-IDX FROM 1 BY 1
               UNTIL WS-RELEASE-IDX > WS-RELEASE-COUNT
               IF WS-RELEASE-CHANNEL-ID(WS-RELEASE-IDX)
                   = OB-CHANNEL-ID
               THEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-RELEASE-COUNT < C-RELEASE-MAX-COUNT
           THEN
               ADD 1 TO WS-RELEASE-COUNT
               SET WS-RELEASE-IDX TO WS-RELEASE-COUNT
               MOVE OB-CHANNEL-ID
                   TO WS-RELEASE-CHANNEL-ID(WS-RELEASE-IDX)
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: RELEASE-HELD-FOR-CHANNEL
      *> PURPOSE: Gather every alert held for the channel at
      *>          WS-RELEASE-IDX - including ones whose own window
      *>          has not closed yet, since they arrived inside the
      *>          oldest one's - and send them on as one message. A
      *>          lone held alert simply becomes PENDING with its
      *>          full text; two or more are marked GROUPED and a
      *>          new PENDING message listing them all, worst level
      *>          first, takes their place. Each line keeps its
      *>          alert id, so every underlying alert is still
      *>          acknowledged (and escalated) on its own.
      *> ===============================================================
       RELEASE-HELD-FOR-CHANNEL.
           MOVE 0 TO WS-GROUP-COUNT
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM OPEN-OUTBOX-I-O
           IF WS-OB-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO OB-MESSAGE-ID
           START OUTBOX-FILE
               KEY IS NOT LESS THAN OB-MESSAGE-ID
           PERFORM UNTIL WS-OB-FILE-STATUS NOT = "00"
               READ OUTBOX-FILE NEXT
                   AT END
                       MOVE "10" TO WS-OB-FILE-STATUS
                   NOT AT END
                       IF OB-STATUS = "HELD"
                           AND OB-CHANNEL-ID
                               = WS-RELEASE-CHANNEL-ID(WS-RELEASE-IDX)
                           AND WS-GROUP-COUNT < C-GROUP-MAX-COUNT
                       THEN
                           PERFORM COLLECT-HELD-RECORD
                       END-IF
               END-READ
           END-PERFORM

           EVALUATE WS-GROUP-COUNT
           WHEN 0
               CONTINUE
           WHEN 1
               MOVE WS-GROUP-MESSAGE-ID(1) TO OB-MESSAGE-ID
               READ OUTBOX-FILE
               IF WS-OB-FILE-STATUS = "00"
               THEN
                   MOVE "PENDING" TO OB-STATUS
                   MOVE 0 TO OB-NEXT-SECONDS
                   MOVE LS-NOW-TIMESTAMP TO OB-LAST-TS
                   REWRITE OB-RECORD
                   MOVE WS-GROUP-MESSAGE-ID(1) TO LS-NEW-MESSAGE-ID
                   PERFORM NOTE-MESSAGE-DUE
               END-IF
           WHEN OTHER
               PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
                   MOVE WS-GROUP-MESSAGE-ID(WS-GROUP-IDX)
                       TO OB-MESSAGE-ID
                   READ OUTBOX-FILE
                   IF WS-OB-FILE-STATUS = "00"
                   THEN
                       MOVE "GROUPED" TO OB-STATUS
                       MOVE LS-NOW-TIMESTAMP TO OB-LAST-TS
                       REWRITE OB-RECORD
                   END-IF
               END-PERFORM
               PERFORM BUILD-GROUPED-MESSAGE
               MOVE WS-RELEASE-CHANNEL-ID(WS-RELEASE-IDX)
                   TO LS-NEW-CHANNEL-ID
               MOVE "PENDING" TO LS-NEW-STATUS
               MOVE 0 TO LS-NEW-NEXT-SECONDS
               MOVE SPACES TO LS-NEW-RECIPIENT
               PERFORM MINT-MESSAGE-ID
               PERFORM WRITE-NEW-RECORD
               IF LS-ENTRY-RESULT = 0
               THEN
                   PERFORM NOTE-MESSAGE-DUE
               END-IF
               MOVE SPACES TO LS-LOG-MESSAGE
               MOVE WS-GROUP-COUNT TO LS-GROUP-COUNT-DISPLAY
               STRING
                   "Outbox: " FUNCTION TRIM(LS-GROUP-COUNT-DISPLAY)
                   " held alerts for channel "
                   FUNCTION TRIM(LS-NEW-CHANNEL-ID)
                   " grouped into message "
                   FUNCTION TRIM(LS-NEW-MESSAGE-ID)
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
           END-EVALUATE
           CLOSE OUTBOX-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID.

      *> ===============================================================
      *> PARAGRAPH: COLLECT-HELD-RECORD
      *> PURPOSE: Add the held OB-RECORD just read to WS-GROUP-TABLE,
      *>          taking its level back out of the "level N: "
      *>          prefix OUTBOX-HOLD put on its subject.
      *> ===============================================================
       COLLECT-HELD-RECORD.
           ADD 1 TO WS-GROUP-COUNT
           SET WS-GROUP-IDX TO WS-GROUP-COUNT
           MOVE OB-MESSAGE-ID TO WS-GROUP-MESSAGE-ID(WS-GROUP-IDX)
           MOVE OB-SUBJECT TO WS-GROUP-SUMMARY(WS-GROUP-IDX)
           MOVE 0 TO WS-GROUP-LEVEL(WS-GROUP-IDX)
           IF OB-SUBJECT(7:1) IS NUMERIC
           THEN
               MOVE OB-SUBJECT(7:1) TO WS-GROUP-LEVEL(WS-GROUP-IDX)
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: BUILD-GROUPED-MESSAGE
      *> PURPOSE: Subject and body for the alerts in WS-GROUP-TABLE:
      *>          one line per alert, worst level first (arrival
      *>          order within a level). Lines that no longer fit
      *>          the message are summed up in a closing "and N
      *>          more" pointing at /admin/notifications, where the
      *>          grouped records stay listed.
      *> ===============================================================
       BUILD-GROUPED-MESSAGE.
           MOVE 0 TO LS-GROUP-WORST-LEVEL
           PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
               IF WS-GROUP-LEVEL(WS-GROUP-IDX) > LS-GROUP-WORST-LEVEL
               THEN
                   MOVE WS-GROUP-LEVEL(WS-GROUP-IDX)
                       TO LS-GROUP-WORST-LEVEL
               END-IF
           END-PERFORM

           MOVE WS-GROUP-COUNT TO LS-GROUP-COUNT-DISPLAY
           MOVE SPACES TO LS-NEW-SUBJECT
           STRING
               "Air quality alerts: "
               FUNCTION TRIM(LS-GROUP-COUNT-DISPLAY)
               " grouped, worst level " LS-GROUP-WORST-LEVEL
               INTO LS-NEW-SUBJECT
           END-STRING
           MOVE SPACES TO LS-NEW-MESSAGE
           STRING
               FUNCTION TRIM(LS-GROUP-COUNT-DISPLAY)
               " alerts within the coalescing window, worst first."
               " Acknowledge each by its alert id on /admin/alerts:"
               INTO LS-NEW-MESSAGE
           END-STRING

           MOVE 0 TO LS-GROUP-OMITTED
           PERFORM VARYING LS-GROUP-LEVEL FROM 9 BY -1
               UNTIL LS-GROUP-LEVEL < 0
               PERFORM VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
                   IF WS-GROUP-LEVEL(WS-GROUP-IDX) = LS-GROUP-LEVEL
                   THEN
                       PERFORM APPEND-GROUP-LINE
                   END-IF
               END-PERFORM
           END-PERFORM

           IF LS-GROUP-OMITTED > 0
           THEN
               MOVE LS-GROUP-OMITTED TO LS-GROUP-COUNT-DISPLAY
               MOVE LS-NEW-MESSAGE TO LS-LIST-SCRATCH
               MOVE SPACES TO LS-NEW-MESSAGE
               STRING
                   FUNCTION TRIM(LS-LIST-SCRATCH) X"0A"
                   "... and " FUNCTION TRIM(LS-GROUP-COUNT-DISPLAY)
                   " more, listed on /admin/notifications"
                   INTO LS-NEW-MESSAGE
               END-STRING
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: APPEND-GROUP-LINE
      *> PURPOSE: Append the WS-GROUP-IDX alert's line to the grouped
      *>          message, or count it as omitted when it would not
      *>          leave room for the closing "and N more" line.
      *> ===============================================================
       APPEND-GROUP-LINE.
           MOVE SPACES TO LS-GROUP-LINE
           STRING
               "- " FUNCTION TRIM(WS-GROUP-SUMMARY(WS-GROUP-IDX))
               INTO LS-GROUP-LINE
           END-STRING
           COMPUTE LS-GROUP-TEXT-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(LS-NEW-MESSAGE))
               + FUNCTION LENGTH(FUNCTION TRIM(LS-GROUP-LINE)) + 1
           IF LS-GROUP-TEXT-LENGTH > 940
           THEN
               ADD 1 TO LS-GROUP-OMITTED
               EXIT PARAGRAPH
           END-IF
           MOVE LS-NEW-MESSAGE TO LS-LIST-SCRATCH
           MOVE SPACES TO LS-NEW-MESSAGE
           STRING
               FUNCTION TRIM(LS-LIST-SCRATCH) X"0A"
               FUNCTION TRIM(LS-GROUP-LINE)
               INTO LS-NEW-MESSAGE
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: NOTE-MESSAGE-DUE
      *> PURPOSE: Add LS-NEW-MESSAGE-ID to this drain pass's due list,
      *>          when there is room; otherwise the next pass finds it
      *>          PENDING and due anyway.
      *> ===============================================================
       NOTE-MESSAGE-DUE.
           IF WS-DUE-COUNT < C-DUE-MAX-COUNT
           THEN
               ADD 1 TO WS-DUE-COUNT
               SET WS-DUE-IDX TO WS-DUE-COUNT
               MOVE LS-NEW-MESSAGE-ID TO WS-DUE-ID(WS-DUE-IDX)
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: FILE-ONE-MESSAGE
      *> PURPOSE: Mint an id and write the LS-NEW-* message, opening
      *>          (or creating) the outbox under the mutex. Leaves
      *>          LS-NEW-MESSAGE-ID (spaces on failure) and
      *>          LS-ENTRY-RESULT 0 written, 1 not.
      *> ===============================================================
       FILE-ONE-MESSAGE.
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM MINT-MESSAGE-ID

           PERFORM OPEN-OUTBOX-I-O
           IF WS-OB-FILE-STATUS = "35"
           THEN
               OPEN OUTPUT OUTBOX-FILE
           END-IF
           IF WS-OB-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE SPACES TO LS-LOG-MESSAGE
               IF LS-OB-REFUSED = "Y"
               THEN
                   STRING
                       "Notification outbox awaits its layout "
                       "migration: message for channel "
                       FUNCTION TRIM(LS-NEW-CHANNEL-ID)
                       " not filed"
                       INTO LS-LOG-MESSAGE
                   END-STRING
               ELSE
                   STRING
                       "Could not open notification-outbox.dat, "
                       "status " WS-OB-FILE-STATUS
                       ": message for channel "
                       FUNCTION TRIM(LS-NEW-CHANNEL-ID)
                       " not filed"
                       INTO LS-LOG-MESSAGE
                   END-STRING
               END-IF
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE SPACES TO LS-NEW-MESSAGE-ID
               MOVE 1 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-NEW-RECORD
           CLOSE OUTBOX-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID.

      *> ===============================================================
      *> PARAGRAPH: OPEN-OUTBOX-INPUT
      *> PURPOSE: Open the outbox for reading once its registered
      *>          layout is the one this program was built against
      *>          (LAYOUT-VERSION-CHECK logs a refusal). A refused
      *>          file leaves LS-OB-REFUSED "Y" and the status "39",
      *>          which every caller already treats as unopened.
      *> ===============================================================
       OPEN-OUTBOX-INPUT.
           PERFORM CHECK-OUTBOX-LAYOUT
           IF LS-OB-REFUSED = "N"
           THEN
               OPEN INPUT OUTBOX-FILE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: OPEN-OUTBOX-I-O
      *> PURPOSE: OPEN-OUTBOX-INPUT's counterpart for update.
      *> ===============================================================
       OPEN-OUTBOX-I-O.
           PERFORM CHECK-OUTBOX-LAYOUT
           IF LS-OB-REFUSED = "N"
           THEN
               OPEN I-O OUTBOX-FILE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: CHECK-OUTBOX-LAYOUT
      *> PURPOSE: Set LS-OB-REFUSED (and the status "39" on refusal)
      *>          from the outbox's registered layout version.
      *> ===============================================================
       CHECK-OUTBOX-LAYOUT.
           MOVE "N" TO LS-OB-REFUSED
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-OB-FILE-NAME
               BY REFERENCE C-OB-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "Y" TO LS-OB-REFUSED
               MOVE "39" TO WS-OB-FILE-STATUS
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: MINT-MESSAGE-ID
      *> PURPOSE: Mint the next message id into LS-NEW-MESSAGE-ID.
      *>          Expects the mutex held.
      *> ===============================================================
       MINT-MESSAGE-ID.
           IF WS-MINT-COUNTER >= 9999
           THEN
               MOVE 0 TO WS-MINT-COUNTER
           END-IF
           ADD 1 TO WS-MINT-COUNTER
           MOVE SPACES TO LS-NEW-MESSAGE-ID
      *> Month/day plus full time-of-day in the id: the mint
      *> counter resets on a daemon restart, and an id carrying
      *> only the hour would then collide with a same-hour record,
      *> silently replacing a queued message through the
      *> 22-REWRITE in WRITE-NEW-RECORD.
           STRING
               "N" LS-NOW-TIMESTAMP(5:10)
               "-" WS-MINT-COUNTER
               INTO LS-NEW-MESSAGE-ID
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: WRITE-NEW-RECORD
      *> PURPOSE: Write the LS-NEW-* message under LS-NEW-MESSAGE-ID.
      *>          Expects the outbox open I-O and the mutex held.
      *>          Leaves LS-ENTRY-RESULT 0 written, 1 not.
      *> ===============================================================
       WRITE-NEW-RECORD.
           MOVE LS-NEW-MESSAGE-ID TO OB-MESSAGE-ID
           MOVE LS-NEW-CHANNEL-ID TO OB-CHANNEL-ID
           MOVE LS-NEW-SUBJECT TO OB-SUBJECT
           MOVE LS-NEW-MESSAGE TO OB-MESSAGE
           MOVE LS-NEW-STATUS TO OB-STATUS
           MOVE 0 TO OB-ATTEMPTS
           MOVE LS-NEW-NEXT-SECONDS TO OB-NEXT-SECONDS
           MOVE LS-NOW-TIMESTAMP TO OB-CREATED-TS
           MOVE LS-NOW-TIMESTAMP TO OB-LAST-TS
           MOVE LS-NEW-RECIPIENT TO OB-RECIPIENT
           WRITE OB-RECORD
           IF WS-OB-FILE-STATUS = "22"
           THEN
               REWRITE OB-RECORD
           END-IF
           IF WS-OB-FILE-STATUS = "00"
           THEN
               MOVE 0 TO LS-ENTRY-RESULT
           ELSE
               MOVE 1 TO LS-ENTRY-RESULT
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: CHECK-CHANNEL-BACKED-OFF
      *> PURPOSE: WS-CH-FOUND = "Y" when LS-DLV-CHANNEL-ID already

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM OPEN-OUTBOX-INPUT
           IF WS-OB-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
           MOVE OB-CHANNEL-ID TO LS-DLV-CHANNEL-ID
           MOVE OB-SUBJECT TO LS-DLV-SUBJECT
           MOVE OB-MESSAGE TO LS-DLV-MESSAGE
           MOVE OB-RECIPIENT TO LS-DLV-RECIPIENT
           CLOSE OUTBOX-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
      *> record looks like now.
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM OPEN-OUTBOX-I-O
           IF WS-OB-FILE-STATUS = "00"
           THEN
               MOVE LS-DLV-MESSAGE-ID TO OB-MESSAGE-ID
      *>          and
      *>          POST the message in the channel type's payload
      *>          shape - the formatting NOTIFICATION-DISPATCH used
      *>          to do inline - signed with the channel's secret
      *>          when it has one. An unknown or disabled channel is
      *>          a failed delivery, as is every channel while the
      *>          registry awaits its layout migration.
      *> ===============================================================
       DELIVER-VIA-CHANNEL.
           MOVE "N" TO LS-DELIVERY-OK
           MOVE "N" TO WS-CH-FOUND
           MOVE SPACES TO WS-CH-TYPE
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-NC-FILE-NAME
               BY REFERENCE C-NC-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT NOTIFICATION-CHANNEL-FILE
           IF WS-NC-FILE-STATUS NOT = "00"
           THEN
           THEN
               EXIT PARAGRAPH
           END-IF
      *> A message filed for one recipient goes to them, not to the
      *> channel's own target.
           IF LS-DLV-RECIPIENT NOT = SPACES
           THEN
               MOVE LS-DLV-RECIPIENT TO WS-CH-TARGET
           END-IF

           MOVE SPACES TO LS-RAW-TEXT
           MOVE LS-DLV-SUBJECT TO LS-RAW-TEXT
               BY REFERENCE LS-ESCAPED-MESSAGE

           MOVE SPACES TO LS-CHANNEL-BODY
           MOVE SPACES TO LS-CHANNEL-CONTENT-TYPE
           MOVE WS-CH-ENDPOINT TO LS-CHANNEL-ENDPOINT
           MOVE 0 TO LS-CURL-CODE
      *> A token embedded in the endpoint URL may be kept in the
      *> credential vault; one that cannot be resolved fails the
      *> attempt, and the backoff retries it once the vault has it.
           CALL "CREDENTIAL-VAULT-RESOLVE" USING
               BY REFERENCE LS-CHANNEL-ENDPOINT
               BY REFERENCE LS-MISSING-SECRET
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Vault secret " FUNCTION TRIM(LS-MISSING-SECRET)
                   " unavailable for channel "
                   FUNCTION TRIM(LS-DLV-CHANNEL-ID) ", message "
                   FUNCTION TRIM(LS-DLV-MESSAGE-ID) " not sent"
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-CH-TYPE
           WHEN "WEBHOOK"
               STRING
                   '"}'
                   INTO LS-CHANNEL-BODY
               END-STRING
               MOVE "application/json" TO LS-CHANNEL-CONTENT-TYPE
           WHEN "CHAT"
               STRING
                   '{"text":"' FUNCTION TRIM(LS-ESCAPED-SUBJECT)
                   '\n' FUNCTION TRIM(LS-ESCAPED-MESSAGE) '"}'
                   INTO LS-CHANNEL-BODY
               END-STRING
               MOVE "application/json" TO LS-CHANNEL-CONTENT-TYPE
           WHEN "EMAIL"
               STRING
                   '{"to":"' FUNCTION TRIM(WS-CH-TARGET)
                   '"}'
                   INTO LS-CHANNEL-BODY
               END-STRING
               MOVE "application/json" TO LS-CHANNEL-CONTENT-TYPE
           WHEN "NTFY"
               STRING
                   FUNCTION TRIM(LS-DLV-SUBJECT) X"0A"
                   FUNCTION TRIM(LS-DLV-MESSAGE)
                   INTO LS-CHANNEL-BODY
               END-STRING
               MOVE "text/plain" TO LS-CHANNEL-CONTENT-TYPE
           WHEN "MASTODON"
               STRING
                   '{"status":"'
                   '\n' FUNCTION TRIM(LS-ESCAPED-MESSAGE) '"}'
                   INTO LS-CHANNEL-BODY
               END-STRING
               MOVE "application/json" TO LS-CHANNEL-CONTENT-TYPE
           WHEN OTHER
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
               EXIT PARAGRAPH
           END-EVALUATE

      *> Sign the body with the channel's secret (and, during a
      *> rotation's overlap, the one it replaced); a channel with no
      *> secret yet gets a blank header and an unsigned POST.
           CALL "CHANNEL-SECRET-GET" USING
               BY REFERENCE LS-DLV-CHANNEL-ID
               BY REFERENCE LS-CHANNEL-SECRET
               BY REFERENCE LS-CHANNEL-PREVIOUS-SECRET
           CALL "WEBHOOK-SIGNATURE" USING
               BY REFERENCE LS-CHANNEL-SECRET
               BY REFERENCE LS-CHANNEL-PREVIOUS-SECRET
               BY REFERENCE LS-CHANNEL-BODY
               BY REFERENCE LS-SIGNATURE-HEADER
           CALL "HTTP-CLIENT-POST-SIGNED" USING
               BY REFERENCE LS-CHANNEL-ENDPOINT
               BY REFERENCE LS-CHANNEL-BODY
               BY REFERENCE LS-CHANNEL-CONTENT-TYPE
               BY REFERENCE LS-SIGNATURE-HEADER
               RETURNING LS-CURL-CODE

           IF LS-CURL-CODE = 0
           THEN
               MOVE "Y" TO LS-DELIVERY-OK
