      *> ===============================================================
      *> PROGRAM: NEWSLETTER-BATCH
      *> PURPOSE: Mail the air quality bulletin to every confirmed
      *>          newsletter subscriber it is due for (see
      *>          NEWSLETTER-SIGNUP-SERVICE): a DAILY subscriber once
      *>          a day, a WEEKLY one once seven days have passed
      *>          since the last. The bulletin is the digest content
      *>          for the subscriber's commune, lifted out of its
      *>          JSON rendering as SOCIAL-PUBLISH-BATCH does; a
      *>          weekly bulletin opens with the national pollen
      *>          line of WEEKLY-SUMMARY-SERVICE. Each commune's
      *>          digest is built once per run and language, however
      *>          many of its residents subscribe.
      *>          Mail is queued through the notification outbox to
      *>          the subscriber's address on the EMAIL channel
      *>          AQRSS_NEWSLETTER_CHANNEL names, so a gateway outage
      *>          is a retry and not a lost bulletin, and every
      *>          message ends with the subscriber's one-click
      *>          unsubscribe link on AIR_QUALITY_FEED_URL - the body
      *>          is cut short before that link ever is. With either
      *>          setting unset the job skips.
      *>          Called from AIR-QUALITY-RSS's main loop; not
      *>          reachable from the HTTP router.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEWSLETTER-BATCH.

       DATA DIVISION.

       LOCAL-STORAGE SECTION.
       COPY newsletter-subscriber IN "air-quality/service".
       01  C-WEEKLY-DAYS                CONSTANT AS 7.
       01  LS-CHANNEL-ID                PIC X(8) VALUE SPACES.
       01  LS-FEED-URL                  PIC X(200) VALUE SPACES.
       01  LS-ENV-VALUE                 PIC X(100) VALUE SPACES.
       01  LS-TODAY-YYYYMMDD            PIC X(8) VALUE SPACES.
       01  LS-TODAY-NUMERIC             PIC 9(8) VALUE 0.
       01  LS-LAST-SENT-NUMERIC         PIC 9(8) VALUE 0.
       01  LS-DAYS-SINCE                PIC S9(9) VALUE 0.
       01  LS-TODAY-DISPLAY             PIC X(10) VALUE SPACES.
       01  LS-WALK-DONE                 PIC X(01) VALUE "N".
       01  LS-DUE                       PIC X(01) VALUE "N".
       01  LS-SENT-COUNT                PIC 9(5) VALUE 0.
       01  LS-FAILED-COUNT              PIC 9(5) VALUE 0.
       01  LS-SENT-DISPLAY              PIC Z(4)9.
       01  LS-FAILED-DISPLAY            PIC Z(4)9.

      *> The digest call, as SOCIAL-PUBLISH-BATCH makes it.
       01  LS-URL                       PIC X(100)
                                         VALUE "/air-quality-rss".
       01  LS-WEEKLY-URL                PIC X(100)
                        VALUE "/air-quality-rss/weekly-summary".
       01  LS-SUB-FORMAT                PIC X(4) VALUE "JSON".
       01  LS-LANG                      PIC X(2) VALUE "FR".
       01  LS-ICON-STYLE                PIC X(6) VALUE "SQUARE".
       01  LS-UNITS                     PIC X(4) VALUE "UGM3".
       01  LS-LATITUDE-DEGREES          PIC S9(3)V9(8).
       01  LS-LONGITUDE-DEGREES         PIC S9(3)V9(8).
       01  LS-NO-CODE-ZONE              PIC X(5) VALUE SPACES.
       01  LS-NOT-CODE-ZONE             PIC X(01) VALUE "N".
       01  LS-DIGEST-RSS                PIC X(10000) VALUE SPACES.

      *> Each commune's digest content for this run, per language. A
      *> commune past C-CACHE-MAX-COUNT is simply built every time.
       01  C-CACHE-MAX-COUNT            CONSTANT AS 20.
       01  LS-CACHE-COUNT               PIC 9(2) VALUE 0.
       01  LS-CACHE-TABLE.
           05  LS-CACHE-ENTRY           OCCURS 20 TIMES
                                        INDEXED BY LS-CACHE-IDX.
               10  LS-CACHE-COMMUNE     PIC X(50).
               10  LS-CACHE-LANG        PIC X(2).
               10  LS-CACHE-CONTENT     PIC X(1000).
       01  LS-CACHE-HIT                 PIC X(01) VALUE "N".
       01  LS-COMMUNE-CONTENT           PIC X(1000) VALUE SPACES.
      *> The weekly summary's national line, fetched at most once per
      *> language.
       01  LS-WEEKLY-FR-FETCHED         PIC X(01) VALUE "N".
       01  LS-WEEKLY-FR-CONTENT         PIC X(300) VALUE SPACES.
       01  LS-WEEKLY-EN-FETCHED         PIC X(01) VALUE "N".
       01  LS-WEEKLY-EN-CONTENT         PIC X(300) VALUE SPACES.
       01  LS-WEEKLY-CONTENT            PIC X(300) VALUE SPACES.

      *> The same WITH POINTER "content" walk the multi-location
      *> digest runs over a JSON rendering.
       01  LS-EXTRACT-RESULT            PIC X(10000) VALUE SPACES.
       01  LS-EXTRACT-HEAD              PIC X(10000) VALUE SPACES.
       01  LS-EXTRACT-NEXT-VALUE        PIC X(10000) VALUE SPACES.
       01  LS-EXTRACT-SCAN-POS          PIC 9(5) VALUE 1.
       01  LS-EXTRACT-DELIM-FOUND       PIC X(20) VALUE SPACES.
       01  LS-EXTRACT-MORE              PIC X(01) VALUE "N".

      *> One subscriber's mail. The unsubscribe footer is built
      *> first and always kept whole; the bulletin text gets what
      *> is left of the outbox's message width.
       01  LS-MAIL-SUBJECT              PIC X(100) VALUE SPACES.
       01  LS-MAIL-MAIN                 PIC X(10000) VALUE SPACES.
       01  LS-MAIL-FOOTER               PIC X(400) VALUE SPACES.
       01  LS-MAIL-BODY                 PIC X(1000) VALUE SPACES.
       01  LS-MAIL-RECIPIENT            PIC X(100) VALUE SPACES.
       01  LS-MAIN-LENGTH               PIC 9(5) VALUE 0.
       01  LS-FOOTER-LENGTH             PIC 9(5) VALUE 0.
       01  LS-MAIN-BUDGET               PIC 9(5) VALUE 0.
       01  LS-MESSAGE-ID                PIC X(16) VALUE SPACES.

       01  C-LOG-INFO                   PIC X(5) VALUE "INFO".
       01  C-LOG-WARN                   PIC X(5) VALUE "WARN".
       01  LS-LOG-MESSAGE               PIC X(256) VALUE SPACES.
       COPY batch-control IN "air-quality/batch".

       PROCEDURE DIVISION.

           MOVE "NEWSLETTER-BATCH" TO BC-JOB-NAME
           MOVE FUNCTION CURRENT-DATE TO BC-START-TIMESTAMP

           MOVE SPACES TO LS-ENV-VALUE
           ACCEPT LS-ENV-VALUE
               FROM ENVIRONMENT "AQRSS_NEWSLETTER_CHANNEL"
           MOVE LS-ENV-VALUE(1:8) TO LS-CHANNEL-ID
           ACCEPT LS-FEED-URL FROM ENVIRONMENT "AIR_QUALITY_FEED_URL"
           IF LS-CHANNEL-ID = SPACES
               OR FUNCTION TRIM(LS-FEED-URL) = SPACES
           THEN
               MOVE "Newsletter: no channel or public feed URL "
                   & "configured, skipping" TO LS-LOG-MESSAGE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE "SKIPPED" TO BC-STATUS
               MOVE "no newsletter channel" TO BC-NOTE
               PERFORM WRITE-BATCH-RUN-RECORD
               GOBACK
           END-IF

           MOVE BC-START-TIMESTAMP(1:8) TO LS-TODAY-YYYYMMDD
           MOVE LS-TODAY-YYYYMMDD TO LS-TODAY-NUMERIC
           STRING
               LS-TODAY-YYYYMMDD(7:2) "/" LS-TODAY-YYYYMMDD(5:2) "/"
               LS-TODAY-YYYYMMDD(1:4)
               DELIMITED BY SIZE
               INTO LS-TODAY-DISPLAY
           END-STRING

      *> Walk the subscribers one record per registry call, so sign-
      *> ups and unsubscribes are never held up behind a digest.
           MOVE SPACES TO NL-RECORD
           MOVE "N" TO LS-WALK-DONE
           PERFORM UNTIL LS-WALK-DONE = "Y"
               CALL "NEWSLETTER-SUBSCRIBER-NEXT" USING
                   BY REFERENCE NL-RECORD
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
               THEN
                   MOVE "Y" TO LS-WALK-DONE
               ELSE
                   PERFORM MAIL-ONE-SUBSCRIBER
               END-IF
           END-PERFORM

           MOVE LS-SENT-COUNT TO LS-SENT-DISPLAY
           MOVE LS-FAILED-COUNT TO LS-FAILED-DISPLAY
           MOVE SPACES TO LS-LOG-MESSAGE
           STRING
               "Newsletter: " FUNCTION TRIM(LS-SENT-DISPLAY)
               " bulletin(s) queued, "
               FUNCTION TRIM(LS-FAILED-DISPLAY) " failed"
               DELIMITED BY SIZE
               INTO LS-LOG-MESSAGE
           END-STRING
           CALL "AQRSS-LOG" USING
               BY REFERENCE C-LOG-INFO
               BY REFERENCE LS-LOG-MESSAGE

           MOVE LS-SENT-COUNT TO BC-OK-COUNT
           MOVE LS-FAILED-COUNT TO BC-FAILED-COUNT
           MOVE "OK" TO BC-STATUS
           PERFORM WRITE-BATCH-RUN-RECORD

           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: MAIL-ONE-SUBSCRIBER
      *> PURPOSE: Queue the bulletin for the NL-RECORD just read when
      *>          it is confirmed and due, and stamp its last-sent
      *>          date. Best-effort per subscriber: a commune whose
      *>          digest fails is retried on the next run.
      *> ===============================================================
       MAIL-ONE-SUBSCRIBER.
           IF NL-STATUS NOT = "CONFIRMED"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-SUBSCRIBER-DUE
           IF LS-DUE NOT = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF

           IF NL-LANG = "EN"
           THEN
               MOVE "EN" TO LS-LANG
           ELSE
               MOVE "FR" TO LS-LANG
           END-IF
           PERFORM FETCH-COMMUNE-CONTENT
           IF LS-COMMUNE-CONTENT = SPACES
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Newsletter: no digest for "
                   FUNCTION TRIM(NL-COMMUNE) ", bulletin held"
                   DELIMITED BY SIZE
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               ADD 1 TO LS-FAILED-COUNT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-WEEKLY-CONTENT
           IF NL-FREQUENCY = "WEEKLY"
           THEN
               PERFORM FETCH-WEEKLY-CONTENT
           END-IF

           PERFORM COMPOSE-BULLETIN-MAIL
           MOVE NL-EMAIL TO LS-MAIL-RECIPIENT
           CALL "OUTBOX-ENQUEUE-TO" USING
               BY REFERENCE LS-CHANNEL-ID
               BY REFERENCE LS-MAIL-RECIPIENT
               BY REFERENCE LS-MAIL-SUBJECT
               BY REFERENCE LS-MAIL-BODY
               BY REFERENCE LS-MESSAGE-ID
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "Newsletter: could not queue a bulletin, the "
                   & "outbox refused it" TO LS-LOG-MESSAGE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               ADD 1 TO LS-FAILED-COUNT
               EXIT PARAGRAPH
           END-IF

           CALL "NEWSLETTER-SUBSCRIBER-MARK-SENT" USING
               BY REFERENCE NL-EMAIL
               BY REFERENCE LS-TODAY-YYYYMMDD
               RETURNING RETURN-CODE
           ADD 1 TO LS-SENT-COUNT.

      *> ===============================================================
      *> PARAGRAPH: CHECK-SUBSCRIBER-DUE
      *> PURPOSE: LS-DUE "Y" when the NL-RECORD subscriber is due a
      *>          bulletin today: never mailed yet, or DAILY and last
      *>          mailed before today, or WEEKLY and last mailed
      *>          C-WEEKLY-DAYS or more days ago.
      *> ===============================================================
       CHECK-SUBSCRIBER-DUE.
           MOVE "N" TO LS-DUE
           IF NL-LAST-SENT-DATE = SPACES
               OR NL-LAST-SENT-DATE IS NOT NUMERIC
           THEN
               MOVE "Y" TO LS-DUE
               EXIT PARAGRAPH
           END-IF
           IF NL-LAST-SENT-DATE >= LS-TODAY-YYYYMMDD
           THEN
               EXIT PARAGRAPH
           END-IF
           IF NL-FREQUENCY = "DAILY"
           THEN
               MOVE "Y" TO LS-DUE
               EXIT PARAGRAPH
           END-IF
           MOVE NL-LAST-SENT-DATE TO LS-LAST-SENT-NUMERIC
           COMPUTE LS-DAYS-SINCE =
               FUNCTION INTEGER-OF-DATE(LS-TODAY-NUMERIC)
               - FUNCTION INTEGER-OF-DATE(LS-LAST-SENT-NUMERIC)
           IF LS-DAYS-SINCE >= C-WEEKLY-DAYS
           THEN
               MOVE "Y" TO LS-DUE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: FETCH-COMMUNE-CONTENT
      *> PURPOSE: The NL-RECORD commune's digest content in LS-LANG
      *>          into LS-COMMUNE-CONTENT - from this run's cache
      *>          when another subscriber already had it built;
      *>          spaces when the digest failed.
      *> ===============================================================
       FETCH-COMMUNE-CONTENT.
           MOVE SPACES TO LS-COMMUNE-CONTENT
           MOVE "N" TO LS-CACHE-HIT
           PERFORM VARYING LS-CACHE-IDX FROM 1 BY 1
               UNTIL LS-CACHE-IDX > LS-CACHE-COUNT
               OR LS-CACHE-HIT = "Y"
               IF LS-CACHE-COMMUNE(LS-CACHE-IDX) = NL-COMMUNE
                   AND LS-CACHE-LANG(LS-CACHE-IDX) = LS-LANG
               THEN
                   MOVE LS-CACHE-CONTENT(LS-CACHE-IDX)
                       TO LS-COMMUNE-CONTENT
                   MOVE "Y" TO LS-CACHE-HIT
               END-IF
           END-PERFORM
           IF LS-CACHE-HIT = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE NL-LATITUDE TO LS-LATITUDE-DEGREES
           MOVE NL-LONGITUDE TO LS-LONGITUDE-DEGREES
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
           IF RETURN-CODE NOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM EXTRACT-JSON-CONTENT
           MOVE LS-EXTRACT-RESULT TO LS-COMMUNE-CONTENT
           IF LS-COMMUNE-CONTENT NOT = SPACES
               AND LS-CACHE-COUNT < C-CACHE-MAX-COUNT
           THEN
               ADD 1 TO LS-CACHE-COUNT
               SET LS-CACHE-IDX TO LS-CACHE-COUNT
               MOVE NL-COMMUNE TO LS-CACHE-COMMUNE(LS-CACHE-IDX)
               MOVE LS-LANG TO LS-CACHE-LANG(LS-CACHE-IDX)
               MOVE LS-COMMUNE-CONTENT
                   TO LS-CACHE-CONTENT(LS-CACHE-IDX)
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: FETCH-WEEKLY-CONTENT
      *> PURPOSE: The first content item of WEEKLY-SUMMARY-SERVICE in
      *>          LS-LANG - the national pollen line - into
      *>          LS-WEEKLY-CONTENT, built once per language per run.
      *>          Spaces when the summary has nothing to say; the
      *>          weekly bulletin then goes out without it.
      *> ===============================================================
       FETCH-WEEKLY-CONTENT.
           IF LS-LANG = "EN" AND LS-WEEKLY-EN-FETCHED = "Y"
           THEN
               MOVE LS-WEEKLY-EN-CONTENT TO LS-WEEKLY-CONTENT
               EXIT PARAGRAPH
           END-IF
           IF LS-LANG = "FR" AND LS-WEEKLY-FR-FETCHED = "Y"
           THEN
               MOVE LS-WEEKLY-FR-CONTENT TO LS-WEEKLY-CONTENT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LS-DIGEST-RSS
           CALL "WEEKLY-SUMMARY-SERVICE" USING
               BY REFERENCE LS-WEEKLY-URL
               BY REFERENCE LS-SUB-FORMAT
               BY REFERENCE LS-LANG
               BY REFERENCE LS-DIGEST-RSS
           MOVE SPACES TO LS-EXTRACT-RESULT
           MOVE 1 TO LS-EXTRACT-SCAN-POS
           MOVE "Y" TO LS-EXTRACT-MORE
           PERFORM EXTRACT-ONE-CONTENT-FIELD
           MOVE LS-EXTRACT-RESULT TO LS-WEEKLY-CONTENT
           IF LS-LANG = "EN"
           THEN
               MOVE LS-WEEKLY-CONTENT TO LS-WEEKLY-EN-CONTENT
               MOVE "Y" TO LS-WEEKLY-EN-FETCHED
           ELSE
               MOVE LS-WEEKLY-CONTENT TO LS-WEEKLY-FR-CONTENT
               MOVE "Y" TO LS-WEEKLY-FR-FETCHED
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: COMPOSE-BULLETIN-MAIL
      *> PURPOSE: The NL-RECORD subscriber's subject and body, in
      *>          their language: a dated heading, the weekly line
      *>          when there is one, the commune's digest, and the
      *>          unsubscribe footer. The text before the footer is
      *>          cut to fit the outbox's message width, never the
      *>          footer itself.
      *> ===============================================================
       COMPOSE-BULLETIN-MAIL.
           MOVE SPACES TO LS-MAIL-SUBJECT
           MOVE SPACES TO LS-MAIL-MAIN
           MOVE SPACES TO LS-MAIL-FOOTER
           IF LS-LANG = "EN"
           THEN
               STRING
                   "Air quality bulletin - "
                   FUNCTION TRIM(NL-COMMUNE) " - " LS-TODAY-DISPLAY
                   DELIMITED BY SIZE
                   INTO LS-MAIL-SUBJECT
               END-STRING
               STRING
                   "To stop receiving this bulletin, follow this "
                   "link:" X"0A"
                   FUNCTION TRIM(LS-FEED-URL)
                   "/newsletter/unsubscribe?token="
                   FUNCTION TRIM(NL-UNSUBSCRIBE-TOKEN)
                   DELIMITED BY SIZE
                   INTO LS-MAIL-FOOTER
               END-STRING
           ELSE
               STRING
                   "Bulletin qualite de l'air - "
                   FUNCTION TRIM(NL-COMMUNE) " - " LS-TODAY-DISPLAY
                   DELIMITED BY SIZE
                   INTO LS-MAIL-SUBJECT
               END-STRING
               STRING
                   "Pour ne plus recevoir ce bulletin, suivez ce "
                   "lien :" X"0A"
                   FUNCTION TRIM(LS-FEED-URL)
                   "/newsletter/unsubscribe?token="
                   FUNCTION TRIM(NL-UNSUBSCRIBE-TOKEN)
                   DELIMITED BY SIZE
                   INTO LS-MAIL-FOOTER
               END-STRING
           END-IF

           IF LS-WEEKLY-CONTENT NOT = SPACES
           THEN
               STRING
                   FUNCTION TRIM(LS-MAIL-SUBJECT) X"0A" X"0A"
                   FUNCTION TRIM(LS-WEEKLY-CONTENT) X"0A" X"0A"
                   FUNCTION TRIM(LS-COMMUNE-CONTENT)
                   DELIMITED BY SIZE
                   INTO LS-MAIL-MAIN
               END-STRING
           ELSE
               STRING
                   FUNCTION TRIM(LS-MAIL-SUBJECT) X"0A" X"0A"
                   FUNCTION TRIM(LS-COMMUNE-CONTENT)
                   DELIMITED BY SIZE
                   INTO LS-MAIL-MAIN
               END-STRING
           END-IF

           COMPUTE LS-FOOTER-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(LS-MAIL-FOOTER))
           COMPUTE LS-MAIN-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(LS-MAIL-MAIN))
           COMPUTE LS-MAIN-BUDGET =
               LENGTH OF LS-MAIL-BODY - LS-FOOTER-LENGTH - 2
           IF LS-MAIN-LENGTH > LS-MAIN-BUDGET
           THEN
               COMPUTE LS-MAIN-LENGTH = LS-MAIN-BUDGET - 3
               MOVE "..." TO LS-MAIL-MAIN(LS-MAIN-LENGTH + 1:3)
               ADD 3 TO LS-MAIN-LENGTH
           END-IF

           MOVE SPACES TO LS-MAIL-BODY
           STRING
               LS-MAIL-MAIN(1:LS-MAIN-LENGTH) X"0A" X"0A"
               FUNCTION TRIM(LS-MAIL-FOOTER)
               DELIMITED BY SIZE
               INTO LS-MAIL-BODY
           END-STRING.

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

       END PROGRAM NEWSLETTER-BATCH.
