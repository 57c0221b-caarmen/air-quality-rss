      *>          Per-topic content hashes live in run-unit storage:
      *>          a restart republishes each topic once, which is
      *>          harmless.
      *>          A subscriber that passes hub.secret gets every push
      *>          signed with it, so its callback can tell our pushes
      *>          from anyone else's POST (see WEBHOOK-SIGNATURE).
      *>          Each subscription keeps the API key that registered
      *>          it, for the subscriber data access export.
      *> ===============================================================

       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-WSUB-FILE-STATUS          PIC X(02) VALUE SPACES.
      *> The subscription file layout this program was compiled
      *> against (see AQRSS-LAYOUT-VERSION).
       01  C-WSUB-FILE-NAME             PIC X(40)
               VALUE "websub-subscriptions.dat".
       01  C-WSUB-LAYOUT-VERSION        PIC 9(3) VALUE 3.

      *> The last published content hash per topic, so only a real
      *> change fans out to the callbacks.
           05  WS-SUB-ENTRY OCCURS 50 TIMES INDEXED BY WS-SUB-IDX.
               10  WS-SUB-TOPIC         PIC X(200).
               10  WS-SUB-CALLBACK      PIC X(500).
               10  WS-SUB-SECRET        PIC X(200).
               10  WS-SUB-API-KEY       PIC X(40).

       LOCAL-STORAGE SECTION.
           COPY remote-service-response IN "support/http".
      *> mutex so the POSTs themselves run without holding it.
       01  LS-PUSH-COUNT                PIC 9(2) VALUE 0.
       01  LS-PUSH-TABLE.
           05  LS-PUSH-ENTRY            OCCURS 50 TIMES.
               10  LS-PUSH-CALLBACK     PIC X(500).
               10  LS-PUSH-SECRET       PIC X(200).
       01  LS-PUSH-IDX                  PIC 9(2) VALUE 0.
       01  C-HASH-MODULUS               CONSTANT AS 999999937.
       01  LS-HASH-WORK                 PIC 9(18) COMP-5 VALUE 0.
       01  LS-CURL-CODE                 USAGE BINARY-LONG VALUE 0.
       01  LS-POST-URL                  PIC X(1000) VALUE SPACES.
       01  LS-DELIVERED-COUNT           PIC 9(5) VALUE 0.
      *> A WebSub push signs with the subscriber's one secret: there
      *> is no rotation overlap, the subscriber re-subscribes with a
      *> new hub.secret instead.
       01  LS-NO-PREVIOUS-SECRET        PIC X(200) VALUE SPACES.
       01  LS-PUSH-SECRET-WORK          PIC X(200) VALUE SPACES.
       01  LS-SIGNATURE-HEADER          PIC X(300) VALUE SPACES.
       01  C-PUSH-CONTENT-TYPE          PIC X(32) VALUE "text/plain".
      *> "N" while the subscription file awaits its layout
      *> migration: nothing is loaded, and nothing is rewritten over
      *> the old-width records.
       01  LS-LAYOUT-OK                 PIC X(01) VALUE "Y".

       01  C-LOG-INFO                   PIC X(5) VALUE "INFO".
       01  C-LOG-WARN                   PIC X(5) VALUE "WARN".
       LINKAGE SECTION.
       01  IN-TOPIC                     PIC X(200).
       01  IN-CALLBACK                  PIC X(500).
       01  IN-SECRET                    PIC X(200).
       01  IN-API-KEY                   PIC X(40).
       01  IN-FEED-BODY                 PIC X(10000).

      *> Unused default entry point: every caller targets one of the
      *> PURPOSE: Run the verification handshake against the
      *>          callback (GET with hub.mode/hub.topic/
      *>          hub.challenge; the callback must echo the
      *>          challenge) and record the subscription, with the
      *>          subscriber's hub.secret (blank for none) and the
      *>          API key the request carried, when it passes.
      *>          Returns 0 subscribed, 1 verification failed, 2
      *>          registry full or unwritable.
      *> ===============================================================
       ENTRY "WEBSUB-SUBSCRIBE" USING
           BY REFERENCE IN-TOPIC
           BY REFERENCE IN-CALLBACK
           BY REFERENCE IN-SECRET
           BY REFERENCE IN-API-KEY.

           MOVE "subscribe" TO LS-VERIFY-MODE
           PERFORM VERIFY-CALLBACK-INTENT
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-SUBSCRIPTIONS
           IF LS-LAYOUT-OK NOT = "Y"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF
      *> Re-subscribing an existing pair only takes up the secret
      *> it now carries - the standard way a subscriber changes it -
      *> and the key it was made with.
           PERFORM FIND-SUBSCRIPTION
           IF LS-SLOT-FOUND NOT = 0
           THEN
               IF WS-SUB-SECRET(LS-SLOT-FOUND) NOT = IN-SECRET
                   OR WS-SUB-API-KEY(LS-SLOT-FOUND) NOT = IN-API-KEY
               THEN
                   MOVE IN-SECRET TO WS-SUB-SECRET(LS-SLOT-FOUND)
                   MOVE IN-API-KEY TO WS-SUB-API-KEY(LS-SLOT-FOUND)
                   PERFORM SAVE-SUBSCRIPTIONS
               END-IF
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 0 TO RETURN-CODE
           SET WS-SUB-IDX TO WS-SUB-COUNT
           MOVE IN-TOPIC TO WS-SUB-TOPIC(WS-SUB-IDX)
           MOVE IN-CALLBACK TO WS-SUB-CALLBACK(WS-SUB-IDX)
           MOVE IN-SECRET TO WS-SUB-SECRET(WS-SUB-IDX)
           MOVE IN-API-KEY TO WS-SUB-API-KEY(WS-SUB-IDX)
           PERFORM SAVE-SUBSCRIPTIONS
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           THEN
               MOVE SPACES TO WS-SUB-TOPIC(LS-SLOT-FOUND)
               MOVE SPACES TO WS-SUB-CALLBACK(LS-SLOT-FOUND)
               MOVE SPACES TO WS-SUB-SECRET(LS-SLOT-FOUND)
               MOVE SPACES TO WS-SUB-API-KEY(LS-SLOT-FOUND)
               PERFORM SAVE-SUBSCRIPTIONS
           END-IF
           CALL "AQRSS-MUTEX-UNLOCK" USING
                   ADD 1 TO LS-PUSH-COUNT
                   MOVE WS-SUB-CALLBACK(WS-SUB-IDX)
                       TO LS-PUSH-CALLBACK(LS-PUSH-COUNT)
                   MOVE WS-SUB-SECRET(WS-SUB-IDX)
                       TO LS-PUSH-SECRET(LS-PUSH-COUNT)
               END-IF
           END-PERFORM
           CALL "AQRSS-MUTEX-UNLOCK" USING
           PERFORM VARYING LS-PUSH-IDX FROM 1 BY 1
               UNTIL LS-PUSH-IDX > LS-PUSH-COUNT
               MOVE LS-PUSH-CALLBACK(LS-PUSH-IDX) TO LS-POST-URL
               MOVE LS-PUSH-SECRET(LS-PUSH-IDX)
                   TO LS-PUSH-SECRET-WORK
               CALL "WEBHOOK-SIGNATURE" USING
                   BY REFERENCE LS-PUSH-SECRET-WORK
                   BY REFERENCE LS-NO-PREVIOUS-SECRET
                   BY REFERENCE IN-FEED-BODY
                   BY REFERENCE LS-SIGNATURE-HEADER
               CALL "HTTP-CLIENT-POST-SIGNED" USING
                   BY REFERENCE LS-POST-URL
                   BY REFERENCE IN-FEED-BODY
                   BY REFERENCE C-PUSH-CONTENT-TYPE
                   BY REFERENCE LS-SIGNATURE-HEADER
                   RETURNING LS-CURL-CODE
               IF LS-CURL-CODE = 0
               THEN
      *> ===============================================================
      *> PARAGRAPH: LOAD-SUBSCRIPTIONS
      *> PURPOSE: Read the subscription file into the table; a
      *>          missing file is an empty table. A file still at an
      *>          older layout is an empty table too, with
      *>          LS-LAYOUT-OK "N" so SAVE-SUBSCRIPTIONS leaves it be.
      *> ===============================================================
       LOAD-SUBSCRIPTIONS.
           MOVE 0 TO WS-SUB-COUNT
           MOVE "Y" TO LS-LAYOUT-OK
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-WSUB-FILE-NAME
               BY REFERENCE C-WSUB-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "N" TO LS-LAYOUT-OK
               MOVE "WebSub: subscriptions file awaiting layout "
                   & "migration" TO LS-LOG-MESSAGE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT WEBSUB-SUBSCRIPTION-FILE
           IF WS-WSUB-FILE-STATUS NOT = "00"
           THEN
                               TO WS-SUB-TOPIC(WS-SUB-IDX)
                           MOVE WSUB-CALLBACK
                               TO WS-SUB-CALLBACK(WS-SUB-IDX)
                           MOVE WSUB-SECRET
                               TO WS-SUB-SECRET(WS-SUB-IDX)
                           MOVE WSUB-API-KEY
                               TO WS-SUB-API-KEY(WS-SUB-IDX)
                       END-IF
               END-READ
           END-PERFORM
      *>          dropping blanked (unsubscribed) slots.
      *> ===============================================================
       SAVE-SUBSCRIPTIONS.
           IF LS-LAYOUT-OK NOT = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WEBSUB-SUBSCRIPTION-FILE
           IF WS-WSUB-FILE-STATUS NOT = "00"
           THEN
                   MOVE WS-SUB-TOPIC(WS-SUB-IDX) TO WSUB-TOPIC
                   MOVE WS-SUB-CALLBACK(WS-SUB-IDX)
                       TO WSUB-CALLBACK
                   MOVE WS-SUB-SECRET(WS-SUB-IDX) TO WSUB-SECRET
                   MOVE WS-SUB-API-KEY(WS-SUB-IDX) TO WSUB-API-KEY
                   WRITE WSUB-RECORD
               END-IF
           END-PERFORM
