      *> ===============================================================
      *> PROGRAM: MASTODON-REPLY-BATCH
      *> PURPOSE: Answer the residents who ask the commune's Mastodon
      *>          account about a place - "et a Saint-Martin ?" -
      *>          where SOCIAL-PUBLISH-BATCH only ever broadcasts.
      *>          Each run reads the account's new mentions from the
      *>          instance, oldest first, one per request so a long
      *>          thread cannot overflow the response buffer. A
      *>          mention carrying a question mark is taken as a
      *>          question: the words before the "?" after the last
      *>          "a"/"in"-style preposition, less the @-handles,
      *>          name the place, which is resolved through the
      *>          /search matcher (COMMUNE-SEARCH-SERVICE). A single
      *>          match, or an exact one among several, is answered
      *>          in-thread with the commune's current index emoji,
      *>          level and label and the digest's headline; anything
      *>          else gets a polite "not found" with up to three
      *>          "did you mean" candidates. Mentions that ask
      *>          nothing are left unanswered.
      *>          Every account gets C-ACCOUNT-MAX-REPLIES answers an
      *>          hour; past that its mentions are passed over, not
      *>          queued, so nobody can drive the account into a
      *>          reply storm. The id of the last mention dealt with
      *>          is kept in mastodon-reply-state.dat and saved after
      *>          each one, so a restart picks up after it and never
      *>          answers a mention twice; a reply that cannot be
      *>          posted stops the run before the id moves, to be
      *>          retried next time. The first run only notes the
      *>          newest mention, so the bot does not wake up
      *>          answering the account's whole history.
      *>          The instance and token are SOCIAL-PUBLISH-BATCH's
      *>          own (AQRSS_MASTODON_BASE_URL, AQRSS_MASTODON_TOKEN);
      *>          with either unset the job skips. Polling is its
      *>          schedule slot's interval (AQRSS_MASTODON_REPLY_
      *>          INTERVAL_S - a few minutes, for a conversation).
      *>          Called from AIR-QUALITY-RSS's main loop; not
      *>          reachable from the HTTP router.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTODON-REPLY-BATCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTODON-REPLY-STATE-FILE ASSIGN TO
                   "mastodon-reply-state.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MR-ACCOUNT
               FILE STATUS IS WS-MR-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
      *> One record per account the bot has answered - its lower-
      *> cased acct, the hour (YYYYMMDDHH) its reply count belongs
      *> to, and when it was last answered - plus one record keyed
      *> "*CURSOR" (no acct can start with "*") whose
      *> MR-LAST-MENTION-ID is the last mention dealt with.
       FD  MASTODON-REPLY-STATE-FILE.
       01  MR-RECORD.
           05  MR-ACCOUNT               PIC X(100).
           05  MR-LAST-MENTION-ID       PIC X(32).
           05  MR-WINDOW-HOUR           PIC X(10).
           05  MR-REPLY-COUNT           PIC 9(3).
           05  MR-LAST-REPLY-TS         PIC X(21).

       WORKING-STORAGE SECTION.
       01  WS-MR-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  C-MR-FILE-NAME               PIC X(40)
               VALUE "mastodon-reply-state.dat".
       01  C-MR-LAYOUT-VERSION          PIC 9(3) VALUE 1.
       01  C-CURSOR-KEY                 PIC X(100) VALUE "*CURSOR".

       LOCAL-STORAGE SECTION.
       01  C-STATUS-MAX-CHARS           CONSTANT AS 480.
       01  C-MENTION-MAX-COUNT          CONSTANT AS 20.
       01  C-ACCOUNT-MAX-REPLIES        CONSTANT AS 3.
       01  C-SUGGESTION-MAX-COUNT       CONSTANT AS 3.
       01  LS-BASE-URL                  PIC X(200) VALUE SPACES.
       01  LS-TOKEN                     PIC X(200) VALUE SPACES.
       01  LS-STATUS-URL                PIC X(1000) VALUE SPACES.
       01  LS-MENTIONS-URL              PIC X(1000) VALUE SPACES.
      *> The token as configured - possibly a {vault:<name>}
      *> reference - and the name of one the vault could not supply.
       01  LS-TOKEN-TEXT                PIC X(1000) VALUE SPACES.
       01  LS-MISSING-SECRET            PIC X(32) VALUE SPACES.
       01  LS-CURL-CODE                 USAGE BINARY-LONG VALUE 0.
       01  LS-POST-CURL-CODE            USAGE BINARY-LONG VALUE 0.
       COPY remote-service-response IN "support/http".

      *> Run state: the last mention dealt with, whether the state
      *> file had one yet, and this run's tallies.
       01  LS-CURSOR                    PIC X(32) VALUE SPACES.
       01  LS-CURSOR-FOUND              PIC X(01) VALUE "N".
       01  LS-STATE-OPEN                PIC X(01) VALUE "N".
       01  LS-POLL-DONE                 PIC X(01) VALUE "N".
       01  LS-POLL-COUNT                PIC 9(3) VALUE 0.
       01  LS-NOW-TS                    PIC X(21) VALUE SPACES.
       01  LS-SENT-COUNT                PIC 9(5) VALUE 0.
       01  LS-FAILED-COUNT              PIC 9(5) VALUE 0.
       01  LS-PASSED-COUNT              PIC 9(5) VALUE 0.
       01  LS-THROTTLED-COUNT           PIC 9(5) VALUE 0.
       01  LS-SENT-DISPLAY              PIC Z(4)9.
       01  LS-PASSED-DISPLAY            PIC Z(4)9.
       01  LS-THROTTLED-DISPLAY         PIC Z(4)9.

      *> cJSON handles and the property names asked of them.
       01  LS-JSON-ROOT-PTR             USAGE POINTER VALUE NULL.
       01  LS-JSON-ITEM-PTR             USAGE POINTER VALUE NULL.
       01  LS-JSON-ACCOUNT-PTR          USAGE POINTER VALUE NULL.
       01  LS-JSON-STATUS-PTR           USAGE POINTER VALUE NULL.
       01  LS-JSON-OBJECT-PTR           USAGE POINTER VALUE NULL.
       01  LS-JSON-VALUE-PTR            USAGE POINTER VALUE NULL.
       01  LS-JSON-STRING-PTR           USAGE POINTER VALUE NULL.
       01  LS-JSON-ARRAY-SIZE           USAGE BINARY-LONG VALUE 0.
       01  LS-JSON-FIRST-ITEM           USAGE BINARY-LONG VALUE 0.
       01  LS-JSON-KEY                  PIC X(16) VALUE SPACES.
       01  LS-JSON-TEXT                 PIC X(10000) VALUE SPACES.
       01  C-KEY-ID                     PIC X(16) VALUE "id" & X"00".
       01  C-KEY-ACCOUNT                PIC X(16)
                                         VALUE "account" & X"00".
       01  C-KEY-ACCT                   PIC X(16) VALUE "acct" & X"00".
       01  C-KEY-STATUS                 PIC X(16)
                                         VALUE "status" & X"00".
       01  C-KEY-CONTENT                PIC X(16)
                                         VALUE "content" & X"00".
       01  C-KEY-VISIBILITY             PIC X(16)
                                         VALUE "visibility" & X"00".

      *> The mention being answered.
       01  LS-MENTION-ID                PIC X(32) VALUE SPACES.
       01  LS-MENTION-ACCT              PIC X(100) VALUE SPACES.
       01  LS-MENTION-ACCOUNT-KEY       PIC X(100) VALUE SPACES.
       01  LS-MENTION-STATUS-ID         PIC X(32) VALUE SPACES.
       01  LS-MENTION-VISIBILITY        PIC X(16) VALUE SPACES.
       01  LS-REPLY-VISIBILITY          PIC X(16) VALUE SPACES.
       01  LS-MENTION-HTML              PIC X(10000) VALUE SPACES.
       01  LS-MENTION-TEXT              PIC X(1000) VALUE SPACES.
       01  LS-HTML-LENGTH               PIC 9(5) VALUE 0.
       01  LS-HTML-POS                  PIC 9(5) VALUE 0.
       01  LS-TEXT-POS                  PIC 9(5) VALUE 0.
       01  LS-IN-TAG                    PIC X(01) VALUE "N".
       01  LS-QUESTION-TALLY            PIC 9(3) VALUE 0.
       01  LS-ALLOWED                   PIC X(01) VALUE "N".

      *> The place the question names, word by word.
       01  LS-WORD                      PIC X(100) VALUE SPACES.
       01  LS-WORD-UPPER                PIC X(100) VALUE SPACES.
       01  LS-WORD-POS                  PIC 9(5) VALUE 1.
       01  LS-WORD-LENGTH               PIC 9(3) VALUE 0.
       01  LS-WORD-MARK-TALLY           PIC 9(3) VALUE 0.
       01  LS-WORDS-DONE                PIC X(01) VALUE "N".
       01  LS-PLACE-TEXT                PIC X(100) VALUE SPACES.
       01  LS-PLACE-SCRATCH             PIC X(100) VALUE SPACES.
       01  LS-PLACE-UPPER               PIC X(100) VALUE SPACES.

      *> The /search matcher's answer and what was made of it.
       01  LS-CANDIDATE-TABLE.
           05  LS-CANDIDATE-COUNT       PIC 9(2).
           05  LS-CAND-ENTRY OCCURS 10 TIMES
                   INDEXED BY LS-CAND-IDX.
               10  LS-CAND-NAME         PIC X(40).
               10  LS-CAND-INSEE        PIC X(5).
       01  LS-CAND-UPPER                PIC X(40) VALUE SPACES.
       01  LS-RESOLVED                  PIC X(01) VALUE "N".
       01  LS-COMMUNE-NAME              PIC X(100) VALUE SPACES.
       01  LS-SUGGESTIONS               PIC X(200) VALUE SPACES.
       01  LS-SUGGESTION-SCRATCH        PIC X(200) VALUE SPACES.
       01  LS-SUGGESTION-COUNT          PIC 9(1) VALUE 0.

      *> The digest call, as SOCIAL-PUBLISH-BATCH makes it.
       01  LS-URL                       PIC X(100)
                                         VALUE "/air-quality-rss".
       01  LS-SUB-FORMAT                PIC X(4) VALUE "JSON".
       01  LS-LANG                      PIC X(2) VALUE "FR".
       01  LS-ICON-STYLE                PIC X(6) VALUE "SQUARE".
       01  LS-UNITS                     PIC X(4) VALUE "UGM3".
       01  LS-LATITUDE-DEGREES          PIC S9(3)V9(8).
       01  LS-LONGITUDE-DEGREES         PIC S9(3)V9(8).
       01  LS-NO-CODE-ZONE              PIC X(5) VALUE SPACES.
       01  LS-NOT-CODE-ZONE             PIC X(01) VALUE "N".
       01  LS-DIGEST-RSS                PIC X(10000) VALUE SPACES.

      *> The same WITH POINTER "content" walk the multi-location
      *> digest runs over a JSON rendering.
       01  LS-EXTRACT-RESULT            PIC X(10000) VALUE SPACES.
       01  LS-EXTRACT-HEAD              PIC X(10000) VALUE SPACES.
       01  LS-EXTRACT-NEXT-VALUE        PIC X(10000) VALUE SPACES.
       01  LS-EXTRACT-SCAN-POS          PIC 9(5) VALUE 1.
       01  LS-EXTRACT-DELIM-FOUND       PIC X(20) VALUE SPACES.
       01  LS-EXTRACT-MORE              PIC X(01) VALUE "N".

      *> The digest's headline, and the overall index it states (see
      *> AIR-QUALITY-DIGEST-SERVICE's COMPUTE-OVERALL-INDEX) picked
      *> back out for the emoji and label.
       01  C-OVERALL-PREFIX             PIC X(34)
               VALUE "Indice global de qualite de l'air".
       01  LS-HEADLINE                  PIC X(300) VALUE SPACES.
       01  LS-OVERALL-TALLY             PIC 9(3) VALUE 0.
       01  LS-OVERALL-TAIL              PIC X(300) VALUE SPACES.
       01  LS-OVERALL-VALUE             PIC X(100) VALUE SPACES.
       01  LS-OVERALL-INDEX-TEXT        PIC X(10) VALUE SPACES.
       01  LS-OVERALL-LEVEL             PIC 9(1) VALUE 0.
       01  LS-LABEL-LEVEL               PIC 9(9) COMP-5 VALUE 0.
       01  LS-INDEX-LABEL               PIC X(20) VALUE SPACES.
      *> The index colours as the characters themselves: INDEX-EMOJI
      *> hands back XML character references, which a Mastodon
      *> status would show as typed.
       01  LS-EMOJI                     PIC X(4) VALUE SPACES.

      *> The reply.
       01  LS-REPLY-BUILD               PIC X(2000) VALUE SPACES.
       01  LS-REPLY-TEXT                PIC X(10000) VALUE SPACES.
       01  LS-REPLY-ESCAPED             PIC X(10000) VALUE SPACES.
       01  LS-POST-BODY                 PIC X(10000) VALUE SPACES.

       01  C-LOG-INFO                   PIC X(5) VALUE "INFO".
       01  C-LOG-WARN                   PIC X(5) VALUE "WARN".
       01  LS-LOG-MESSAGE               PIC X(256) VALUE SPACES.
       COPY batch-control IN "air-quality/batch".

       PROCEDURE DIVISION.

           MOVE "MASTODON-REPLY-BATCH" TO BC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO BC-START-TIMESTAMP

           ACCEPT LS-BASE-URL
               FROM ENVIRONMENT "AQRSS_MASTODON_BASE_URL"
           ACCEPT LS-TOKEN-TEXT
               FROM ENVIRONMENT "AQRSS_MASTODON_TOKEN"
           CALL "CREDENTIAL-VAULT-RESOLVE" USING
               BY REFERENCE LS-TOKEN-TEXT
               BY REFERENCE LS-MISSING-SECRET
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Mastodon replies: vault secret "
                   FUNCTION TRIM(LS-MISSING-SECRET)
                   " unavailable, nothing read"
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE "FAILED" TO BC-STATUS
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF
           MOVE LS-TOKEN-TEXT TO LS-TOKEN
           MOVE SPACES TO LS-TOKEN-TEXT
           IF FUNCTION TRIM(LS-BASE-URL) = SPACES
               OR FUNCTION TRIM(LS-TOKEN) = SPACES
           THEN
               MOVE "Mastodon replies: no Mastodon instance or token "
                   & "configured, skipping" TO LS-LOG-MESSAGE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE "SKIPPED" TO BC-STATUS
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF

           STRING
               FUNCTION TRIM(LS-BASE-URL)
               "/api/v1/statuses?access_token="
               FUNCTION TRIM(LS-TOKEN)
               INTO LS-STATUS-URL
           END-STRING

           PERFORM OPEN-REPLY-STATE
           IF LS-STATE-OPEN NOT = "Y"
           THEN
               MOVE "Mastodon replies: reply state file unavailable, "
                   & "nothing read" TO LS-LOG-MESSAGE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE "FAILED" TO BC-STATUS
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF
           PERFORM READ-MENTION-CURSOR

           IF LS-CURSOR-FOUND NOT = "Y"
           THEN
               PERFORM TAKE-FIRST-CURSOR
               CLOSE MASTODON-REPLY-STATE-FILE
               PERFORM WRITE-BATCH-RUN-RECORD
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "N" TO LS-POLL-DONE
           MOVE 0 TO LS-POLL-COUNT
           PERFORM UNTIL LS-POLL-DONE = "Y"
               OR LS-POLL-COUNT >= C-MENTION-MAX-COUNT
               ADD 1 TO LS-POLL-COUNT
               PERFORM TAKE-NEXT-MENTION
           END-PERFORM
           CLOSE MASTODON-REPLY-STATE-FILE

           MOVE LS-SENT-COUNT TO LS-SENT-DISPLAY
           MOVE LS-PASSED-COUNT TO LS-PASSED-DISPLAY
           MOVE LS-THROTTLED-COUNT TO LS-THROTTLED-DISPLAY
           MOVE SPACES TO LS-LOG-MESSAGE
           STRING
               "Mastodon replies: " FUNCTION TRIM(LS-SENT-DISPLAY)
               " answered, " FUNCTION TRIM(LS-PASSED-DISPLAY)
               " passed over, " FUNCTION TRIM(LS-THROTTLED-DISPLAY)
               " over the per-account limit"
               INTO LS-LOG-MESSAGE
           END-STRING
           CALL "AQRSS-LOG" USING
               BY REFERENCE C-LOG-INFO
               BY REFERENCE LS-LOG-MESSAGE

           MOVE LS-SENT-COUNT TO BC-OK-COUNT
           MOVE LS-FAILED-COUNT TO BC-FAILED-COUNT
           IF LS-FAILED-COUNT > 0
           THEN
               MOVE "FAILED" TO BC-STATUS
           ELSE
               MOVE "OK" TO BC-STATUS
           END-IF
           PERFORM WRITE-BATCH-RUN-RECORD

           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: OPEN-REPLY-STATE
      *> PURPOSE: Open the reply state file for update, creating it
      *>          on the first run. LS-STATE-OPEN "Y" on success.
      *> ===============================================================
       OPEN-REPLY-STATE.
           MOVE "N" TO LS-STATE-OPEN
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-MR-FILE-NAME
               BY REFERENCE C-MR-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF

           OPEN I-O MASTODON-REPLY-STATE-FILE
           IF WS-MR-FILE-STATUS = "35"
           THEN
               OPEN OUTPUT MASTODON-REPLY-STATE-FILE
               CLOSE MASTODON-REPLY-STATE-FILE
               OPEN I-O MASTODON-REPLY-STATE-FILE
           END-IF
           IF WS-MR-FILE-STATUS = "00"
           THEN
               MOVE "Y" TO LS-STATE-OPEN
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: READ-MENTION-CURSOR
      *> PURPOSE: The last mention dealt with into LS-CURSOR;
      *>          LS-CURSOR-FOUND "N" before the first run has noted
      *>          one.
      *> ===============================================================
       READ-MENTION-CURSOR.
           MOVE SPACES TO LS-CURSOR
           MOVE "N" TO LS-CURSOR-FOUND
           MOVE C-CURSOR-KEY TO MR-ACCOUNT
           READ MASTODON-REPLY-STATE-FILE
           IF WS-MR-FILE-STATUS = "00"
           THEN
               MOVE MR-LAST-MENTION-ID TO LS-CURSOR
               MOVE "Y" TO LS-CURSOR-FOUND
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: SAVE-MENTION-CURSOR
      *> PURPOSE: Record LS-CURSOR as the last mention dealt with.
      *> ===============================================================
       SAVE-MENTION-CURSOR.
           MOVE FUNCTION CURRENT-DATE TO LS-NOW-TS
           MOVE SPACES TO MR-RECORD
           MOVE C-CURSOR-KEY TO MR-ACCOUNT
           MOVE LS-CURSOR TO MR-LAST-MENTION-ID
           MOVE 0 TO MR-REPLY-COUNT
           MOVE LS-NOW-TS TO MR-LAST-REPLY-TS
           WRITE MR-RECORD
           IF WS-MR-FILE-STATUS = "22"
           THEN
               REWRITE MR-RECORD
           END-IF
           IF WS-MR-FILE-STATUS NOT = "00"
           THEN
               DISPLAY "WARNING: could not save Mastodon mention "
                   "cursor, status " WS-MR-FILE-STATUS
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: TAKE-FIRST-CURSOR
      *> PURPOSE: First run: note the account's newest mention (or
      *>          "0" when it has none, so the very first one is
      *>          answered) without answering anything.
      *> ===============================================================
       TAKE-FIRST-CURSOR.
           MOVE SPACES TO LS-MENTIONS-URL
           STRING
               FUNCTION TRIM(LS-BASE-URL)
               "/api/v1/notifications?types%5B%5D=mention&limit=1"
               "&access_token=" FUNCTION TRIM(LS-TOKEN)
               INTO LS-MENTIONS-URL
           END-STRING
           PERFORM FETCH-MENTION-PAGE
           IF LS-JSON-ROOT-PTR = NULL
           THEN
               MOVE "FAILED" TO BC-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE "0" TO LS-CURSOR
           IF LS-JSON-ARRAY-SIZE > 0
           THEN
               CALL "cJSON_GetArrayItem" USING
                   BY VALUE LS-JSON-ROOT-PTR
                   BY VALUE LS-JSON-FIRST-ITEM
                   RETURNING LS-JSON-ITEM-PTR
               SET LS-JSON-OBJECT-PTR TO LS-JSON-ITEM-PTR
               MOVE C-KEY-ID TO LS-JSON-KEY
               PERFORM READ-JSON-STRING
               IF LS-JSON-TEXT NOT = SPACES
               THEN
                   MOVE LS-JSON-TEXT TO LS-CURSOR
               END-IF
           END-IF
           CALL "cJSON_Delete" USING
               BY VALUE LS-JSON-ROOT-PTR
           PERFORM SAVE-MENTION-CURSOR

           MOVE SPACES TO LS-LOG-MESSAGE
           STRING
               "Mastodon replies: first run, answering mentions "
               "after " FUNCTION TRIM(LS-CURSOR) " from now on"
               INTO LS-LOG-MESSAGE
           END-STRING
           CALL "AQRSS-LOG" USING
               BY REFERENCE C-LOG-INFO
               BY REFERENCE LS-LOG-MESSAGE
           MOVE "OK" TO BC-STATUS
           MOVE "mention cursor started" TO BC-NOTE.

      *> ===============================================================
      *> PARAGRAPH: TAKE-NEXT-MENTION
      *> PURPOSE: Read the one mention following LS-CURSOR, deal with
      *>          it, and move the cursor past it. LS-POLL-DONE "Y"
      *>          once there is none left, or when the fetch or the
      *>          reply failed (the cursor then stays put).
      *> ===============================================================
       TAKE-NEXT-MENTION.
           MOVE SPACES TO LS-MENTIONS-URL
           STRING
               FUNCTION TRIM(LS-BASE-URL)
               "/api/v1/notifications?types%5B%5D=mention&limit=1"
               "&min_id=" FUNCTION TRIM(LS-CURSOR)
               "&access_token=" FUNCTION TRIM(LS-TOKEN)
               INTO LS-MENTIONS-URL
           END-STRING
           PERFORM FETCH-MENTION-PAGE
           IF LS-JSON-ROOT-PTR = NULL
           THEN
               ADD 1 TO LS-FAILED-COUNT
               MOVE "Y" TO LS-POLL-DONE
               EXIT PARAGRAPH
           END-IF
           IF LS-JSON-ARRAY-SIZE = 0
           THEN
               CALL "cJSON_Delete" USING
                   BY VALUE LS-JSON-ROOT-PTR
               MOVE "Y" TO LS-POLL-DONE
               EXIT PARAGRAPH
           END-IF

           CALL "cJSON_GetArrayItem" USING
               BY VALUE LS-JSON-ROOT-PTR
               BY VALUE LS-JSON-FIRST-ITEM
               RETURNING LS-JSON-ITEM-PTR
           PERFORM READ-MENTION-FIELDS
           CALL "cJSON_Delete" USING
               BY VALUE LS-JSON-ROOT-PTR

           IF LS-MENTION-ID = SPACES
           THEN
               MOVE "Mastodon replies: a mention came back without "
                   & "an id, stopping" TO LS-LOG-MESSAGE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               ADD 1 TO LS-FAILED-COUNT
               MOVE "Y" TO LS-POLL-DONE
               EXIT PARAGRAPH
           END-IF

           PERFORM ANSWER-ONE-MENTION
           IF LS-POLL-DONE = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE LS-MENTION-ID TO LS-CURSOR
           PERFORM SAVE-MENTION-CURSOR.

      *> ===============================================================
      *> PARAGRAPH: FETCH-MENTION-PAGE
      *> PURPOSE: GET LS-MENTIONS-URL and parse it: LS-JSON-ROOT-PTR
      *>          the parsed array (the caller deletes it) and
      *>          LS-JSON-ARRAY-SIZE its length, or NULL with a
      *>          warning logged when the instance could not be read.
      *> ===============================================================
       FETCH-MENTION-PAGE.
           SET LS-JSON-ROOT-PTR TO NULL
           MOVE 0 TO LS-JSON-ARRAY-SIZE
           CALL "HTTP-CLIENT-GET" USING
               BY REFERENCE LS-MENTIONS-URL
               BY REFERENCE OUT-RESPONSE
               RETURNING LS-CURL-CODE
           IF LS-CURL-CODE NOT = 0
               OR OUT-RESPONSE-LENGTH-BYTES = 0
               OR OUT-RESPONSE-HTTP-STATUS NOT = 200
           THEN
               MOVE "Mastodon replies: mentions could not be read "
                   & "from the instance" TO LS-LOG-MESSAGE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               EXIT PARAGRAPH
           END-IF

           CALL "cJSON_ParseWithLength" USING
               BY REFERENCE OUT-RESPONSE-DATA
               BY VALUE OUT-RESPONSE-LENGTH-BYTES
               RETURNING LS-JSON-ROOT-PTR
           IF LS-JSON-ROOT-PTR = NULL
           THEN
               MOVE "Mastodon replies: mentions response did not "
                   & "parse as JSON" TO LS-LOG-MESSAGE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               EXIT PARAGRAPH
           END-IF
           CALL "cJSON_GetArraySize" USING
               BY VALUE LS-JSON-ROOT-PTR
               RETURNING LS-JSON-ARRAY-SIZE.

      *> ===============================================================
      *> PARAGRAPH: READ-MENTION-FIELDS
      *> PURPOSE: Lift the notification at LS-JSON-ITEM-PTR's id, the
      *>          asking account and the status asked in (its id,
      *>          HTML content and visibility) into LS-MENTION-*.
      *> ===============================================================
       READ-MENTION-FIELDS.
           SET LS-JSON-OBJECT-PTR TO LS-JSON-ITEM-PTR
           MOVE C-KEY-ID TO LS-JSON-KEY
           PERFORM READ-JSON-STRING
           MOVE LS-JSON-TEXT TO LS-MENTION-ID

           CALL "cJSON_GetObjectItem" USING
               BY VALUE LS-JSON-ITEM-PTR
               BY REFERENCE C-KEY-ACCOUNT
               RETURNING LS-JSON-ACCOUNT-PTR
           SET LS-JSON-OBJECT-PTR TO LS-JSON-ACCOUNT-PTR
           MOVE C-KEY-ACCT TO LS-JSON-KEY
           PERFORM READ-JSON-STRING
           MOVE LS-JSON-TEXT TO LS-MENTION-ACCT

           CALL "cJSON_GetObjectItem" USING
               BY VALUE LS-JSON-ITEM-PTR
               BY REFERENCE C-KEY-STATUS
               RETURNING LS-JSON-STATUS-PTR
           SET LS-JSON-OBJECT-PTR TO LS-JSON-STATUS-PTR
           MOVE C-KEY-ID TO LS-JSON-KEY
           PERFORM READ-JSON-STRING
           MOVE LS-JSON-TEXT TO LS-MENTION-STATUS-ID
           MOVE C-KEY-VISIBILITY TO LS-JSON-KEY
           PERFORM READ-JSON-STRING
           MOVE LS-JSON-TEXT TO LS-MENTION-VISIBILITY
           MOVE C-KEY-CONTENT TO LS-JSON-KEY
           PERFORM READ-JSON-STRING
           MOVE LS-JSON-TEXT TO LS-MENTION-HTML.

      *> ===============================================================
      *> PARAGRAPH: READ-JSON-STRING
      *> PURPOSE: The string value of property LS-JSON-KEY (NUL-
      *>          terminated) of the object at LS-JSON-OBJECT-PTR into
      *>          LS-JSON-TEXT; spaces when the object or property is
      *>          missing or the value is not a string.
      *> ===============================================================
       READ-JSON-STRING.
           MOVE SPACES TO LS-JSON-TEXT
           IF LS-JSON-OBJECT-PTR = NULL
           THEN
               EXIT PARAGRAPH
           END-IF
           CALL "cJSON_GetObjectItem" USING
               BY VALUE LS-JSON-OBJECT-PTR
               BY REFERENCE LS-JSON-KEY
               RETURNING LS-JSON-VALUE-PTR
           IF LS-JSON-VALUE-PTR = NULL
           THEN
               EXIT PARAGRAPH
           END-IF
           CALL "cJSON_GetStringValue" USING
               BY VALUE LS-JSON-VALUE-PTR
               RETURNING LS-JSON-STRING-PTR
           IF LS-JSON-STRING-PTR = NULL
           THEN
               EXIT PARAGRAPH
           END-IF
           CALL "C-STRING" USING
               BY VALUE LS-JSON-STRING-PTR
               BY REFERENCE LS-JSON-TEXT.

      *> ===============================================================
      *> PARAGRAPH: ANSWER-ONE-MENTION
      *> PURPOSE: Answer the mention in LS-MENTION-* when it asks a
      *>          question and its account is still within its hourly
      *>          allowance. Sets LS-POLL-DONE "Y" when the reply
      *>          could not be posted, so the mention is retried.
      *> ===============================================================
       ANSWER-ONE-MENTION.
           IF LS-MENTION-ACCT = SPACES
               OR LS-MENTION-STATUS-ID = SPACES
           THEN
               ADD 1 TO LS-PASSED-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM FLATTEN-MENTION-HTML
           MOVE 0 TO LS-QUESTION-TALLY
           INSPECT LS-MENTION-TEXT TALLYING LS-QUESTION-TALLY
               FOR ALL "?"
           IF LS-QUESTION-TALLY = 0
           THEN
               ADD 1 TO LS-PASSED-COUNT
               EXIT PARAGRAPH
           END-IF
           PERFORM EXTRACT-PLACE-NAME
           IF LS-PLACE-TEXT = SPACES
           THEN
               ADD 1 TO LS-PASSED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION LOWER-CASE(LS-MENTION-ACCT)
               TO LS-MENTION-ACCOUNT-KEY
           PERFORM CHECK-ACCOUNT-ALLOWANCE
           IF LS-ALLOWED NOT = "Y"
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Mastodon replies: "
                   FUNCTION TRIM(LS-MENTION-ACCT)
                   " is over its hourly reply limit, mention "
                   FUNCTION TRIM(LS-MENTION-ID) " passed over"
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
               ADD 1 TO LS-THROTTLED-COUNT
               EXIT PARAGRAPH
           END-IF

           PERFORM RESOLVE-PLACE-NAME
           IF LS-RESOLVED = "Y"
           THEN
               PERFORM COMPOSE-PLACE-REPLY
           ELSE
               PERFORM COMPOSE-NOT-FOUND-REPLY
           END-IF
           PERFORM POST-REPLY
           IF LS-POST-CURL-CODE NOT = 0
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Mastodon replies: reply POST failed for mention "
                   FUNCTION TRIM(LS-MENTION-ID)
                   ", retrying next run"
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               ADD 1 TO LS-FAILED-COUNT
               MOVE "Y" TO LS-POLL-DONE
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-ACCOUNT-REPLY
           ADD 1 TO LS-SENT-COUNT.

      *> ===============================================================
      *> PARAGRAPH: FLATTEN-MENTION-HTML
      *> PURPOSE: The mention's HTML content as plain text in
      *>          LS-MENTION-TEXT: tags dropped (each leaves a space,
      *>          so paragraphs do not run together), the entities a
      *>          place name can carry decoded, and the punctuation
      *>          around a name turned into spaces.
      *> ===============================================================
       FLATTEN-MENTION-HTML.
           MOVE SPACES TO LS-MENTION-TEXT
           MOVE 0 TO LS-TEXT-POS
           MOVE "N" TO LS-IN-TAG
           MOVE 0 TO LS-HTML-LENGTH
           IF LS-MENTION-HTML NOT = SPACES
           THEN
               COMPUTE LS-HTML-LENGTH = FUNCTION LENGTH(
                   FUNCTION TRIM(LS-MENTION-HTML TRAILING))
           END-IF
           MOVE 1 TO LS-HTML-POS
           PERFORM UNTIL LS-HTML-POS > LS-HTML-LENGTH
               OR LS-TEXT-POS >= LENGTH OF LS-MENTION-TEXT
               EVALUATE TRUE
               WHEN LS-IN-TAG = "Y"
                   IF LS-MENTION-HTML(LS-HTML-POS:1) = ">"
                   THEN
                       MOVE "N" TO LS-IN-TAG
                       ADD 1 TO LS-TEXT-POS
                   END-IF
               WHEN LS-MENTION-HTML(LS-HTML-POS:1) = "<"
                   MOVE "Y" TO LS-IN-TAG
               WHEN LS-MENTION-HTML(LS-HTML-POS:5) = "&#39;"
                   ADD 1 TO LS-TEXT-POS
                   MOVE "'" TO LS-MENTION-TEXT(LS-TEXT-POS:1)
                   ADD 4 TO LS-HTML-POS
               WHEN LS-MENTION-HTML(LS-HTML-POS:5) = "&amp;"
                   ADD 1 TO LS-TEXT-POS
                   MOVE "&" TO LS-MENTION-TEXT(LS-TEXT-POS:1)
                   ADD 4 TO LS-HTML-POS
               WHEN LS-MENTION-HTML(LS-HTML-POS:6) = "&quot;"
                   ADD 1 TO LS-TEXT-POS
                   ADD 5 TO LS-HTML-POS
               WHEN LS-MENTION-HTML(LS-HTML-POS:6) = "&nbsp;"
                   ADD 1 TO LS-TEXT-POS
                   ADD 5 TO LS-HTML-POS
               WHEN OTHER
                   ADD 1 TO LS-TEXT-POS
                   MOVE LS-MENTION-HTML(LS-HTML-POS:1)
                       TO LS-MENTION-TEXT(LS-TEXT-POS:1)
               END-EVALUATE
               ADD 1 TO LS-HTML-POS
           END-PERFORM
      *> A question mark stays, standing on its own, since it ends
      *> the place name.
           INSPECT LS-MENTION-TEXT REPLACING
               ALL "," BY " " ALL "." BY " " ALL "!" BY " "
               ALL ";" BY " " ALL ":" BY " " ALL '"' BY " "
               ALL "(" BY " " ALL ")" BY " ".

      *> ===============================================================
      *> PARAGRAPH: EXTRACT-PLACE-NAME
      *> PURPOSE: The place the question in LS-MENTION-TEXT names,
      *>          into LS-PLACE-TEXT: the words before the first "?",
      *>          leaving out @-handles and starting over after each
      *>          preposition or lead-in word ("et a Saint-Martin",
      *>          "quelle est la qualite de l'air a Voiron", "what
      *>          about Lyon"). Hyphenated names are one word, so
      *>          "Pont-a-Mousson" survives whole.
      *> ===============================================================
       EXTRACT-PLACE-NAME.
           MOVE SPACES TO LS-PLACE-TEXT
           MOVE 1 TO LS-WORD-POS
           MOVE "N" TO LS-WORDS-DONE
           PERFORM UNTIL LS-WORDS-DONE = "Y"
               OR LS-WORD-POS > LENGTH OF LS-MENTION-TEXT
               MOVE SPACES TO LS-WORD
               UNSTRING LS-MENTION-TEXT DELIMITED BY ALL SPACE
                   INTO LS-WORD
                   WITH POINTER LS-WORD-POS
               END-UNSTRING
               PERFORM TAKE-ONE-PLACE-WORD
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: TAKE-ONE-PLACE-WORD
      *> PURPOSE: Add LS-WORD to the place being collected, or act on
      *>          it: a "?" ends the name (its own text before the
      *>          mark still counts), a handle is skipped, and a
      *>          lead-in word clears what was collected so far.
      *> ===============================================================
       TAKE-ONE-PLACE-WORD.
           IF LS-WORD = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LS-WORD-MARK-TALLY
           INSPECT LS-WORD TALLYING LS-WORD-MARK-TALLY
               FOR CHARACTERS BEFORE INITIAL "?"
           IF LS-WORD-MARK-TALLY < LENGTH OF LS-WORD
               AND LS-WORD(LS-WORD-MARK-TALLY + 1:1) = "?"
           THEN
               MOVE "Y" TO LS-WORDS-DONE
               IF LS-WORD-MARK-TALLY = 0
               THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE LS-WORD(1:LS-WORD-MARK-TALLY) TO LS-PLACE-SCRATCH
               MOVE LS-PLACE-SCRATCH TO LS-WORD
           END-IF
           IF LS-WORD(1:1) = "@"
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION UPPER-CASE(LS-WORD) TO LS-WORD-UPPER
           EVALUATE FUNCTION TRIM(LS-WORD-UPPER)
           WHEN "A"
           WHEN "à"
           WHEN "À"
           WHEN "AU"
           WHEN "AUX"
           WHEN "ET"
           WHEN "POUR"
           WHEN "SUR"
           WHEN "QUID"
           WHEN "ALORS"
           WHEN "AND"
           WHEN "IN"
           WHEN "AT"
           WHEN "FOR"
           WHEN "ABOUT"
               MOVE SPACES TO LS-PLACE-TEXT
               EXIT PARAGRAPH
           END-EVALUATE

           COMPUTE LS-WORD-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(LS-WORD))
           IF LS-PLACE-TEXT = SPACES
           THEN
               MOVE LS-WORD TO LS-PLACE-TEXT
           ELSE
               MOVE LS-PLACE-TEXT TO LS-PLACE-SCRATCH
               MOVE SPACES TO LS-PLACE-TEXT
               STRING
                   FUNCTION TRIM(LS-PLACE-SCRATCH) " "
                   LS-WORD(1:LS-WORD-LENGTH)
                   DELIMITED BY SIZE
                   INTO LS-PLACE-TEXT
               END-STRING
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: CHECK-ACCOUNT-ALLOWANCE
      *> PURPOSE: LS-ALLOWED "Y" while LS-MENTION-ACCOUNT-KEY has had
      *>          fewer than C-ACCOUNT-MAX-REPLIES answers this hour.
      *>          Leaves the account's record (or a fresh one) in
      *>          MR-RECORD for COUNT-ACCOUNT-REPLY.
      *> ===============================================================
       CHECK-ACCOUNT-ALLOWANCE.
           MOVE "Y" TO LS-ALLOWED
           MOVE FUNCTION CURRENT-DATE TO LS-NOW-TS
           MOVE LS-MENTION-ACCOUNT-KEY TO MR-ACCOUNT
           READ MASTODON-REPLY-STATE-FILE
           IF WS-MR-FILE-STATUS NOT = "00"
               OR MR-WINDOW-HOUR NOT = LS-NOW-TS(1:10)
           THEN
               MOVE SPACES TO MR-RECORD
               MOVE LS-MENTION-ACCOUNT-KEY TO MR-ACCOUNT
               MOVE LS-NOW-TS(1:10) TO MR-WINDOW-HOUR
               MOVE 0 TO MR-REPLY-COUNT
               EXIT PARAGRAPH
           END-IF
           IF MR-REPLY-COUNT >= C-ACCOUNT-MAX-REPLIES
           THEN
               MOVE "N" TO LS-ALLOWED
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: COUNT-ACCOUNT-REPLY
      *> PURPOSE: Count the reply just posted against the account's
      *>          hour.
      *> ===============================================================
       COUNT-ACCOUNT-REPLY.
           MOVE LS-MENTION-ACCOUNT-KEY TO MR-ACCOUNT
           READ MASTODON-REPLY-STATE-FILE
           IF WS-MR-FILE-STATUS NOT = "00"
               OR MR-WINDOW-HOUR NOT = LS-NOW-TS(1:10)
           THEN
               MOVE SPACES TO MR-RECORD
               MOVE LS-MENTION-ACCOUNT-KEY TO MR-ACCOUNT
               MOVE LS-NOW-TS(1:10) TO MR-WINDOW-HOUR
               MOVE 0 TO MR-REPLY-COUNT
           END-IF
           ADD 1 TO MR-REPLY-COUNT
           MOVE LS-NOW-TS TO MR-LAST-REPLY-TS
           WRITE MR-RECORD
           IF WS-MR-FILE-STATUS = "22"
           THEN
               REWRITE MR-RECORD
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: RESOLVE-PLACE-NAME
      *> PURPOSE: Run LS-PLACE-TEXT through the /search matcher.
      *>          LS-RESOLVED "Y" with LS-COMMUNE-NAME set on a single
      *>          candidate or an exact one among several; otherwise
      *>          LS-SUGGESTIONS lists up to C-SUGGESTION-MAX-COUNT
      *>          candidates - from a retry on the name's first four
      *>          letters when the name itself matched nothing.
      *> ===============================================================
       RESOLVE-PLACE-NAME.
           MOVE "N" TO LS-RESOLVED
           MOVE SPACES TO LS-COMMUNE-NAME
           MOVE SPACES TO LS-SUGGESTIONS
           CALL "COMMUNE-SEARCH-CANDIDATES" USING
               BY REFERENCE LS-PLACE-TEXT
               BY REFERENCE LS-CANDIDATE-TABLE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF

           IF LS-CANDIDATE-COUNT = 1
           THEN
               MOVE LS-CAND-NAME(1) TO LS-COMMUNE-NAME
               MOVE "Y" TO LS-RESOLVED
               EXIT PARAGRAPH
           END-IF

      *> Several candidates: the one spelled as asked wins ("Lyon"
      *> against "Lyons-la-Foret"), hyphens or not.
           MOVE FUNCTION UPPER-CASE(LS-PLACE-TEXT) TO LS-PLACE-UPPER
           INSPECT LS-PLACE-UPPER REPLACING ALL "-" BY " "
           PERFORM VARYING LS-CAND-IDX FROM 1 BY 1
               UNTIL LS-CAND-IDX > LS-CANDIDATE-COUNT
               OR LS-RESOLVED = "Y"
               MOVE FUNCTION UPPER-CASE(LS-CAND-NAME(LS-CAND-IDX))
                   TO LS-CAND-UPPER
               INSPECT LS-CAND-UPPER REPLACING ALL "-" BY " "
               IF LS-CAND-UPPER = LS-PLACE-UPPER
               THEN
                   MOVE LS-CAND-NAME(LS-CAND-IDX) TO LS-COMMUNE-NAME
                   MOVE "Y" TO LS-RESOLVED
               END-IF
           END-PERFORM
           IF LS-RESOLVED = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF

           IF LS-CANDIDATE-COUNT = 0
               AND FUNCTION LENGTH(FUNCTION TRIM(LS-PLACE-TEXT)) > 4
           THEN
               MOVE SPACES TO LS-PLACE-SCRATCH
               MOVE LS-PLACE-TEXT(1:4) TO LS-PLACE-SCRATCH
               CALL "COMMUNE-SEARCH-CANDIDATES" USING
                   BY REFERENCE LS-PLACE-SCRATCH
                   BY REFERENCE LS-CANDIDATE-TABLE
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
               THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 0 TO LS-SUGGESTION-COUNT
           PERFORM VARYING LS-CAND-IDX FROM 1 BY 1
               UNTIL LS-CAND-IDX > LS-CANDIDATE-COUNT
               OR LS-SUGGESTION-COUNT >= C-SUGGESTION-MAX-COUNT
               ADD 1 TO LS-SUGGESTION-COUNT
               IF LS-SUGGESTIONS = SPACES
               THEN
                   MOVE LS-CAND-NAME(LS-CAND-IDX) TO LS-SUGGESTIONS
               ELSE
                   MOVE LS-SUGGESTIONS TO LS-SUGGESTION-SCRATCH
                   MOVE SPACES TO LS-SUGGESTIONS
                   STRING
                       FUNCTION TRIM(LS-SUGGESTION-SCRATCH) ", "
                       FUNCTION TRIM(LS-CAND-NAME(LS-CAND-IDX))
                       DELIMITED BY SIZE
                       INTO LS-SUGGESTIONS
                   END-STRING
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: COMPOSE-PLACE-REPLY
      *> PURPOSE: The reply for a resolved commune: its index emoji,
      *>          level and label, then the digest's headline. A
      *>          commune the digest has nothing for today is said so
      *>          plainly.
      *> ===============================================================
       COMPOSE-PLACE-REPLY.
           MOVE SPACES TO LS-HEADLINE
           MOVE 0 TO LS-OVERALL-LEVEL
           CALL "COMMUNE-LOOKUP" USING
               BY REFERENCE LS-COMMUNE-NAME
               BY REFERENCE LS-LATITUDE-DEGREES
               BY REFERENCE LS-LONGITUDE-DEGREES
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               MOVE SPACES TO LS-DIGEST-RSS
               CALL "AIR-QUALITY-DIGEST-SERVICE" USING
                   BY REFERENCE LS-URL
                   BY REFERENCE LS-LATITUDE-DEGREES
                   BY REFERENCE LS-LONGITUDE-DEGREES
                   BY REFERENCE LS-NO-CODE-ZONE
                   BY REFERENCE LS-NOT-CODE-ZONE
                   BY REFERENCE LS-SUB-FORMAT
                   BY REFERENCE LS-LANG
                   BY REFERENCE LS-ICON-STYLE
                   BY REFERENCE LS-UNITS
                   BY REFERENCE LS-DIGEST-RSS
                   RETURNING RETURN-CODE
               IF RETURN-CODE = 0
               THEN
                   PERFORM EXTRACT-JSON-CONTENT
                   PERFORM READ-DIGEST-HEADLINE
               END-IF
           END-IF

           MOVE SPACES TO LS-REPLY-BUILD
           IF LS-OVERALL-LEVEL > 0
           THEN
               PERFORM SET-INDEX-EMOJI
               MOVE LS-OVERALL-LEVEL TO LS-LABEL-LEVEL
               CALL "INDEX-LABEL" USING
                   LS-LABEL-LEVEL
                   LS-INDEX-LABEL
               STRING
                   "@" FUNCTION TRIM(LS-MENTION-ACCT)
                   " Qualite de l'air a "
                   FUNCTION TRIM(LS-COMMUNE-NAME) " : "
                   FUNCTION TRIM(LS-EMOJI) " " LS-OVERALL-LEVEL
                   " - " FUNCTION TRIM(LS-INDEX-LABEL)
                   X"0A" FUNCTION TRIM(LS-HEADLINE)
                   DELIMITED BY SIZE
                   INTO LS-REPLY-BUILD
               END-STRING
           ELSE
               IF LS-HEADLINE NOT = SPACES
               THEN
                   STRING
                       "@" FUNCTION TRIM(LS-MENTION-ACCT)
                       " Qualite de l'air a "
                       FUNCTION TRIM(LS-COMMUNE-NAME) " : "
                       FUNCTION TRIM(LS-HEADLINE)
                       DELIMITED BY SIZE
                       INTO LS-REPLY-BUILD
                   END-STRING
               ELSE
                   STRING
                       "@" FUNCTION TRIM(LS-MENTION-ACCT)
                       " Pas encore de donnees de qualite de l'air "
                       "pour " FUNCTION TRIM(LS-COMMUNE-NAME)
                       " aujourd'hui, desole."
                       DELIMITED BY SIZE
                       INTO LS-REPLY-BUILD
                   END-STRING
               END-IF
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: COMPOSE-NOT-FOUND-REPLY
      *> PURPOSE: The polite answer for a place the matcher could not
      *>          pin down, with its candidates when it had any.
      *> ===============================================================
       COMPOSE-NOT-FOUND-REPLY.
           MOVE SPACES TO LS-REPLY-BUILD
           IF LS-SUGGESTIONS NOT = SPACES
           THEN
               STRING
                   "@" FUNCTION TRIM(LS-MENTION-ACCT)
                   " Desole, je ne trouve pas la commune "
                   '"' FUNCTION TRIM(LS-PLACE-TEXT) '". '
                   "Vouliez-vous dire : "
                   FUNCTION TRIM(LS-SUGGESTIONS) " ?"
                   DELIMITED BY SIZE
                   INTO LS-REPLY-BUILD
               END-STRING
           ELSE
               STRING
                   "@" FUNCTION TRIM(LS-MENTION-ACCT)
                   " Desole, je ne trouve pas la commune "
                   '"' FUNCTION TRIM(LS-PLACE-TEXT) '". '
                   "Essayez avec son nom complet, suivi d'un point "
                   "d'interrogation."
                   DELIMITED BY SIZE
                   INTO LS-REPLY-BUILD
               END-STRING
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: READ-DIGEST-HEADLINE
      *> PURPOSE: From the digest content in LS-EXTRACT-RESULT: its
      *>          first line into LS-HEADLINE, and the level its
      *>          overall-index line states into LS-OVERALL-LEVEL (0
      *>          when it has none). The content's line breaks are
      *>          still JSON-escaped here.
      *> ===============================================================
       READ-DIGEST-HEADLINE.
           MOVE SPACES TO LS-HEADLINE
           UNSTRING LS-EXTRACT-RESULT DELIMITED BY "\n" OR X"0A"
               INTO LS-HEADLINE
           END-UNSTRING

           MOVE 0 TO LS-OVERALL-LEVEL
           MOVE 0 TO LS-OVERALL-TALLY
           INSPECT LS-EXTRACT-RESULT TALLYING LS-OVERALL-TALLY
               FOR ALL C-OVERALL-PREFIX
           IF LS-OVERALL-TALLY = 0
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LS-EXTRACT-HEAD
           MOVE SPACES TO LS-EXTRACT-NEXT-VALUE
           UNSTRING LS-EXTRACT-RESULT DELIMITED BY C-OVERALL-PREFIX
               INTO LS-EXTRACT-HEAD LS-EXTRACT-NEXT-VALUE
           END-UNSTRING
           MOVE SPACES TO LS-OVERALL-TAIL
           UNSTRING LS-EXTRACT-NEXT-VALUE DELIMITED BY "\n" OR X"0A"
               INTO LS-OVERALL-TAIL
           END-UNSTRING
           MOVE SPACES TO LS-OVERALL-VALUE
           UNSTRING LS-OVERALL-TAIL DELIMITED BY ": "
               INTO LS-EXTRACT-HEAD LS-OVERALL-VALUE
           END-UNSTRING
           MOVE SPACES TO LS-OVERALL-INDEX-TEXT
           UNSTRING LS-OVERALL-VALUE DELIMITED BY " - "
               INTO LS-OVERALL-INDEX-TEXT
           END-UNSTRING
           IF FUNCTION TRIM(LS-OVERALL-INDEX-TEXT) >= "1"
               AND FUNCTION TRIM(LS-OVERALL-INDEX-TEXT) <= "6"
               AND FUNCTION LENGTH(
                   FUNCTION TRIM(LS-OVERALL-INDEX-TEXT)) = 1
           THEN
               MOVE FUNCTION TRIM(LS-OVERALL-INDEX-TEXT)
                   TO LS-OVERALL-LEVEL
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: SET-INDEX-EMOJI
      *> PURPOSE: LS-OVERALL-LEVEL's colour (INDEX-EMOJI's scale) as
      *>          the UTF-8 character itself, into LS-EMOJI.
      *> ===============================================================
       SET-INDEX-EMOJI.
           EVALUATE LS-OVERALL-LEVEL
           WHEN 1
               MOVE X"F09F94B5" TO LS-EMOJI
           WHEN 2
               MOVE X"F09F9FA2" TO LS-EMOJI
           WHEN 3
               MOVE X"F09F9FA1" TO LS-EMOJI
           WHEN 4
               MOVE X"F09F9FA0" TO LS-EMOJI
           WHEN 5
               MOVE X"F09F94B4" TO LS-EMOJI
           WHEN 6
               MOVE X"F09F9FA3" TO LS-EMOJI
           WHEN OTHER
               MOVE X"E29AAA" TO LS-EMOJI
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: POST-REPLY
      *> PURPOSE: Post LS-REPLY-BUILD, cut to the instance's limit, as
      *>          a reply in the mention's thread - direct and
      *>          followers-only questions answered the same way,
      *>          public ones unlisted so the replies stay off the
      *>          local timeline.
      *> ===============================================================
       POST-REPLY.
           EVALUATE FUNCTION TRIM(LS-MENTION-VISIBILITY)
           WHEN "direct"
               MOVE "direct" TO LS-REPLY-VISIBILITY
           WHEN "private"
               MOVE "private" TO LS-REPLY-VISIBILITY
           WHEN OTHER
               MOVE "unlisted" TO LS-REPLY-VISIBILITY
           END-EVALUATE

           MOVE SPACES TO LS-REPLY-TEXT
           MOVE LS-REPLY-BUILD(1:C-STATUS-MAX-CHARS) TO LS-REPLY-TEXT
           CALL "JSON-ENCODE" USING
               BY REFERENCE LS-REPLY-TEXT
               BY REFERENCE LS-REPLY-ESCAPED
           MOVE SPACES TO LS-POST-BODY
           STRING
               '{"status":"' FUNCTION TRIM(LS-REPLY-ESCAPED)
               '","in_reply_to_id":"'
               FUNCTION TRIM(LS-MENTION-STATUS-ID)
               '","visibility":"'
               FUNCTION TRIM(LS-REPLY-VISIBILITY) '"}'
               INTO LS-POST-BODY
           END-STRING

           CALL "HTTP-CLIENT-POST" USING
               BY REFERENCE LS-STATUS-URL
               BY REFERENCE LS-POST-BODY
               RETURNING LS-POST-CURL-CODE.

      *> ===============================================================
      *> PARAGRAPH: EXTRACT-JSON-CONTENT
      *> PURPOSE: Pull the value of every "content" property out of
      *>          the JSON document in LS-DIGEST-RSS, joining them
      *>          newline-separated into LS-EXTRACT-RESULT.
      *> ===============================================================
       EXTRACT-JSON-CONTENT.
           MOVE SPACES TO LS-EXTRACT-RESULT
           MOVE 1 TO LS-EXTRACT-SCAN-POS
           MOVE "Y" TO LS-EXTRACT-MORE
           PERFORM UNTIL LS-EXTRACT-MORE NOT = "Y"
               PERFORM EXTRACT-ONE-CONTENT-FIELD
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: EXTRACT-ONE-CONTENT-FIELD
      *> PURPOSE: Pull the next "content" field out of LS-DIGEST-RSS
      *>          starting at LS-EXTRACT-SCAN-POS and append its
      *>          value to LS-EXTRACT-RESULT.
      *> ===============================================================
       EXTRACT-ONE-CONTENT-FIELD.
           MOVE SPACES TO LS-EXTRACT-HEAD
           MOVE SPACES TO LS-EXTRACT-DELIM-FOUND
           UNSTRING LS-DIGEST-RSS
               DELIMITED BY '"content": "'
               INTO LS-EXTRACT-HEAD
                   DELIMITER IN LS-EXTRACT-DELIM-FOUND
               WITH POINTER LS-EXTRACT-SCAN-POS
           END-UNSTRING
           IF FUNCTION TRIM(LS-EXTRACT-DELIM-FOUND) = SPACES
           THEN
               MOVE "N" TO LS-EXTRACT-MORE
           ELSE
               MOVE SPACES TO LS-EXTRACT-NEXT-VALUE
               UNSTRING LS-DIGEST-RSS
                   DELIMITED BY '"'
                   INTO LS-EXTRACT-NEXT-VALUE
                   WITH POINTER LS-EXTRACT-SCAN-POS
               END-UNSTRING
               IF FUNCTION TRIM(LS-EXTRACT-RESULT) = SPACES
               THEN
                   MOVE FUNCTION TRIM(LS-EXTRACT-NEXT-VALUE)
                       TO LS-EXTRACT-RESULT
               ELSE
                   MOVE LS-EXTRACT-RESULT TO LS-EXTRACT-HEAD
                   STRING
                       FUNCTION TRIM(LS-EXTRACT-HEAD) X"0A"
                       FUNCTION TRIM(LS-EXTRACT-NEXT-VALUE)
                       INTO LS-EXTRACT-RESULT
                   END-STRING
               END-IF
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: WRITE-BATCH-RUN-RECORD
      *> PURPOSE: Append this run's record to the shared batch-control
      *>          journal for the /status route.
      *> ===============================================================
       WRITE-BATCH-RUN-RECORD.
           MOVE FUNCTION CURRENT-DATE TO BC-END-TIMESTAMP
           CALL "BATCH-RUN-RECORD" USING
               BY REFERENCE BC-RECORD.

       END PROGRAM MASTODON-REPLY-BATCH.
