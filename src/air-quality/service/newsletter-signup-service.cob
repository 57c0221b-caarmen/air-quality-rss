      *> ===============================================================
      *> PROGRAM: NEWSLETTER-SIGNUP-SERVICE
      *> PURPOSE: The subscriber side of the e-mailed bulletin, for
      *>          residents who will never use a feed reader or an
      *>          API key: sign-up with double opt-in, confirmation,
      *>          one-click unsubscribe, and the mail gateway's
      *>          bounce reports. AIR-QUALITY-ROUTER answers the
      *>          public /newsletter routes through the entries
      *>          below; NEWSLETTER-SUBSCRIBER-REGISTRY keeps the
      *>          records and NEWSLETTER-BATCH mails the bulletins.
      *>          Mail goes out through the notification outbox on
      *>          the EMAIL channel AQRSS_NEWSLETTER_CHANNEL names,
      *>          addressed to the subscriber; the links in it are
      *>          built on AIR_QUALITY_FEED_URL. With either unset
      *>          the newsletter is closed and sign-up is refused.
      *>          A sign-up never tells the caller whether the
      *>          address was already known: a confirmed address is
      *>          left exactly as it was, and a pending one is not
      *>          sent a second confirmation inside the hour, so the
      *>          form cannot be used to probe or to flood someone's
      *>          inbox.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEWSLETTER-SIGNUP-SERVICE.

       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  C-RESEND-SECONDS             CONSTANT AS 3600.
      *> Bounces reported since the last confirmation before the
      *> address stops being mailed.
       01  C-MAX-BOUNCES                CONSTANT AS 3.
       01  C-HEX-DIGITS                 PIC X(16)
               VALUE "0123456789abcdef".

       LOCAL-STORAGE SECTION.
       COPY newsletter-subscriber IN "air-quality/service".
       01  LS-EMAIL                     PIC X(100) VALUE SPACES.
       01  LS-COMMUNE                   PIC X(100) VALUE SPACES.
       01  LS-FREQUENCY                 PIC X(6) VALUE SPACES.
       01  LS-LANG                      PIC X(2) VALUE SPACES.
       01  LS-LATITUDE-DEGREES          PIC S9(3)V9(8) VALUE 0.
       01  LS-LONGITUDE-DEGREES         PIC S9(3)V9(8) VALUE 0.
       01  LS-EMAIL-LENGTH              PIC 9(3) VALUE 0.
       01  LS-AT-COUNT                  PIC 9(3) VALUE 0.
       01  LS-SPACE-COUNT               PIC 9(3) VALUE 0.
       01  LS-LOCAL-PART                PIC X(100) VALUE SPACES.
       01  LS-DOMAIN-PART               PIC X(100) VALUE SPACES.
       01  LS-DOT-COUNT                 PIC 9(3) VALUE 0.
       01  LS-FOUND                     PIC X(01) VALUE "N".
       01  LS-CHANNEL-ID                PIC X(8) VALUE SPACES.
       01  LS-FEED-URL                  PIC X(200) VALUE SPACES.
       01  LS-ENV-VALUE                 PIC X(100) VALUE SPACES.
       01  LS-NOW-TIMESTAMP             PIC X(21) VALUE SPACES.
       01  LS-NOW-SECONDS               PIC 9(12) VALUE 0.
       01  LS-THEN-SECONDS              PIC 9(12) VALUE 0.
       01  LS-TS-TEXT                   PIC X(21) VALUE SPACES.
       01  LS-TS-SECONDS                PIC 9(12) VALUE 0.
       01  LS-TS-DATE                   PIC 9(8) VALUE 0.
       01  LS-TS-HOUR                   PIC 9(2) VALUE 0.
       01  LS-TS-MINUTE                 PIC 9(2) VALUE 0.
       01  LS-TS-SECOND                 PIC 9(2) VALUE 0.
      *> One freshly drawn token: the raw bytes and their hex.
       01  LS-RANDOM-BYTES              PIC X(16) VALUE LOW-VALUES.
       01  LS-RANDOM-LENGTH             USAGE BINARY-LONG VALUE 16.
       01  LS-RAND-RESULT               USAGE BINARY-LONG VALUE 0.
       01  LS-NEW-TOKEN                 PIC X(32) VALUE SPACES.
       01  LS-BYTE-POS                  PIC 9(2) VALUE 0.
       01  LS-BYTE-VALUE                PIC 9(3) VALUE 0.
       01  LS-HIGH-NIBBLE               PIC 9(2) VALUE 0.
       01  LS-LOW-NIBBLE                PIC 9(2) VALUE 0.
      *> The confirmation mail.
       01  LS-MAIL-SUBJECT              PIC X(100) VALUE SPACES.
       01  LS-MAIL-BODY                 PIC X(1000) VALUE SPACES.
       01  LS-MAIL-RECIPIENT            PIC X(100) VALUE SPACES.
       01  LS-MESSAGE-ID                PIC X(16) VALUE SPACES.
       01  LS-FREQUENCY-TEXT            PIC X(20) VALUE SPACES.
       01  LS-BOUNCE-DISPLAY            PIC Z9.
       01  C-LOG-INFO                   PIC X(5) VALUE "INFO".
       01  C-LOG-WARN                   PIC X(5) VALUE "WARN".
       01  LS-LOG-MESSAGE               PIC X(256) VALUE SPACES.

       LINKAGE SECTION.
       01  IN-EMAIL                     PIC X(100).
       01  IN-COMMUNE                   PIC X(100).
       01  IN-FREQUENCY                 PIC X(100).
       01  IN-LANG                      PIC X(2).
       01  IN-CLIENT-IP                 PIC X(46).
       01  IN-TOKEN                     PIC X(32).
       01  OUT-MESSAGE                  PIC X(200).

      *> Unused default entry point: every caller targets one of the
      *> ENTRY points below, the same way ENV-CONFIG's callers always
      *> target one of its named entries.
       PROCEDURE DIVISION.
           GOBACK.

      *> ===============================================================
      *> ENTRY: NEWSLETTER-SUBSCRIBE
      *> PURPOSE: Take one sign-up: check the address, resolve the
      *>          commune through the commune reference, file the
      *>          subscriber as PENDING with the time and address of
      *>          the request, and mail the confirmation link.
      *>          IN-FREQUENCY is daily or weekly (weekly when
      *>          blank), IN-LANG FR or EN. Returns 0 accepted
      *>          (including the silent no-change cases), 1 refused
      *>          with the reason in OUT-MESSAGE, 2 when the
      *>          newsletter is closed or the sign-up could not be
      *>          kept.
      *> ===============================================================
       ENTRY "NEWSLETTER-SUBSCRIBE" USING
           BY REFERENCE IN-EMAIL
           BY REFERENCE IN-COMMUNE
           BY REFERENCE IN-FREQUENCY
           BY REFERENCE IN-LANG
           BY REFERENCE IN-CLIENT-IP
           BY REFERENCE OUT-MESSAGE.

           MOVE SPACES TO OUT-MESSAGE
           PERFORM READ-NEWSLETTER-SETTINGS
           IF LS-CHANNEL-ID = SPACES
               OR LS-FEED-URL = SPACES
           THEN
               MOVE "The newsletter is not open for sign-up."
                   TO OUT-MESSAGE
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CHECK-EMAIL-ADDRESS
           IF LS-FOUND NOT = "Y"
           THEN
               MOVE "Bad Request: email must be a valid e-mail "
                   & "address" TO OUT-MESSAGE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(IN-FREQUENCY))
               TO LS-FREQUENCY
           EVALUATE TRUE
           WHEN IN-FREQUENCY = SPACES
               MOVE "WEEKLY" TO LS-FREQUENCY
           WHEN LS-FREQUENCY = "DAILY"
           WHEN LS-FREQUENCY = "WEEKLY"
               CONTINUE
           WHEN OTHER
               MOVE "Bad Request: frequency must be daily or weekly"
                   TO OUT-MESSAGE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-EVALUATE

           IF IN-LANG = "EN"
           THEN
               MOVE "EN" TO LS-LANG
           ELSE
               MOVE "FR" TO LS-LANG
           END-IF

           IF IN-COMMUNE = SPACES
           THEN
               MOVE "Bad Request: commune is required" TO OUT-MESSAGE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION TRIM(IN-COMMUNE) TO LS-COMMUNE
           CALL "COMMUNE-LOOKUP" USING
               BY REFERENCE LS-COMMUNE
               BY REFERENCE LS-LATITUDE-DEGREES
               BY REFERENCE LS-LONGITUDE-DEGREES
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "Bad Request: commune is not a known commune"
                   TO OUT-MESSAGE
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE FUNCTION CURRENT-DATE TO LS-NOW-TIMESTAMP
           MOVE LS-NOW-TIMESTAMP TO LS-TS-TEXT
           PERFORM COMPUTE-TS-SECONDS
           MOVE LS-TS-SECONDS TO LS-NOW-SECONDS
           MOVE "Check your inbox: follow the link we sent to "
               & "confirm the subscription." TO OUT-MESSAGE

           CALL "NEWSLETTER-SUBSCRIBER-GET" USING
               BY REFERENCE LS-EMAIL
               BY REFERENCE NL-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
      *> Already receiving the bulletin: changing its commune or
      *> frequency from an unauthenticated form would let anyone
      *> rewrite someone else's subscription, so nothing changes.
               IF NL-STATUS = "CONFIRMED"
               THEN
                   MOVE 0 TO RETURN-CODE
                   GOBACK
               END-IF
               IF NL-STATUS = "PENDING"
               THEN
                   MOVE NL-REQUESTED-TS TO LS-TS-TEXT
                   PERFORM COMPUTE-TS-SECONDS
                   MOVE LS-TS-SECONDS TO LS-THEN-SECONDS
                   IF LS-NOW-SECONDS - LS-THEN-SECONDS
                       < C-RESEND-SECONDS
                   THEN
                       MOVE 0 TO RETURN-CODE
                       GOBACK
                   END-IF
               END-IF
           ELSE
               MOVE SPACES TO NL-RECORD
               MOVE LS-EMAIL TO NL-EMAIL
               MOVE 0 TO NL-BOUNCE-COUNT
           END-IF

           PERFORM DRAW-NEW-TOKEN
           IF LS-NEW-TOKEN = SPACES
           THEN
               MOVE "The sign-up could not be recorded, please try "
                   & "again later." TO OUT-MESSAGE
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE LS-NEW-TOKEN TO NL-CONFIRM-TOKEN
           IF NL-UNSUBSCRIBE-TOKEN = SPACES
           THEN
               PERFORM DRAW-NEW-TOKEN
               MOVE LS-NEW-TOKEN TO NL-UNSUBSCRIBE-TOKEN
           END-IF
           MOVE LS-COMMUNE TO NL-COMMUNE
           MOVE LS-LATITUDE-DEGREES TO NL-LATITUDE
           MOVE LS-LONGITUDE-DEGREES TO NL-LONGITUDE
           MOVE LS-FREQUENCY TO NL-FREQUENCY
           MOVE LS-LANG TO NL-LANG
           MOVE "PENDING" TO NL-STATUS
           MOVE LS-NOW-TIMESTAMP TO NL-REQUESTED-TS
           MOVE IN-CLIENT-IP TO NL-REQUESTED-IP
           MOVE SPACES TO NL-CONFIRMED-TS
           MOVE SPACES TO NL-CONFIRMED-IP
           MOVE SPACES TO NL-UNSUBSCRIBED-TS
           MOVE SPACES TO NL-LAST-SENT-DATE
           CALL "NEWSLETTER-SUBSCRIBER-SAVE" USING
               BY REFERENCE NL-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "The sign-up could not be recorded, please try "
                   & "again later." TO OUT-MESSAGE
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM SEND-CONFIRMATION-MAIL
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: NEWSLETTER-CONFIRM
      *> PURPOSE: Follow one confirmation link: the PENDING
      *>          subscriber holding IN-TOKEN becomes CONFIRMED, with
      *>          the time and address of the confirmation as the
      *>          record of consent, and its bounce count starts
      *>          over. Following the link again is harmless.
      *>          Returns 0 confirmed, 1 when the token is unknown
      *>          or belongs to a subscription since ended.
      *> ===============================================================
       ENTRY "NEWSLETTER-CONFIRM" USING
           BY REFERENCE IN-TOKEN
           BY REFERENCE IN-CLIENT-IP
           BY REFERENCE OUT-MESSAGE.

           MOVE "Not Found: that confirmation link is not valid "
               & "(any more)." TO OUT-MESSAGE
           CALL "NEWSLETTER-SUBSCRIBER-BY-CONFIRM" USING
               BY REFERENCE IN-TOKEN
               BY REFERENCE NL-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           EVALUATE NL-STATUS
           WHEN "CONFIRMED"
               CONTINUE
           WHEN "PENDING"
               MOVE "CONFIRMED" TO NL-STATUS
               MOVE FUNCTION CURRENT-DATE TO NL-CONFIRMED-TS
               MOVE IN-CLIENT-IP TO NL-CONFIRMED-IP
               MOVE 0 TO NL-BOUNCE-COUNT
               MOVE SPACES TO NL-LAST-BOUNCE-TS
               CALL "NEWSLETTER-SUBSCRIBER-SAVE" USING
                   BY REFERENCE NL-RECORD
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
               THEN
                   MOVE "The confirmation could not be recorded, "
                       & "please try again later." TO OUT-MESSAGE
                   MOVE 2 TO RETURN-CODE
                   GOBACK
               END-IF
           WHEN OTHER
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-EVALUATE

           MOVE SPACES TO OUT-MESSAGE
           IF NL-LANG = "EN"
           THEN
               STRING
                   "Subscription confirmed: the air quality "
                   "bulletin for " FUNCTION TRIM(NL-COMMUNE)
                   " will be sent to " FUNCTION TRIM(NL-EMAIL) "."
                   DELIMITED BY SIZE
                   INTO OUT-MESSAGE
               END-STRING
           ELSE
               STRING
                   "Abonnement confirme : le bulletin de qualite "
                   "de l'air de " FUNCTION TRIM(NL-COMMUNE)
                   " sera envoye a " FUNCTION TRIM(NL-EMAIL) "."
                   DELIMITED BY SIZE
                   INTO OUT-MESSAGE
               END-STRING
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: NEWSLETTER-UNSUBSCRIBE
      *> PURPOSE: Follow one unsubscribe link - the one-click link
      *>          every bulletin carries: the subscriber holding
      *>          IN-TOKEN stops receiving mail at once, with no
      *>          sign-in and no further question. Following it
      *>          again is harmless. Returns 0 unsubscribed, 1 when
      *>          the token is unknown.
      *> ===============================================================
       ENTRY "NEWSLETTER-UNSUBSCRIBE" USING
           BY REFERENCE IN-TOKEN
           BY REFERENCE OUT-MESSAGE.

           MOVE "Not Found: that unsubscribe link is not valid."
               TO OUT-MESSAGE
           CALL "NEWSLETTER-SUBSCRIBER-BY-UNSUBSCRIBE" USING
               BY REFERENCE IN-TOKEN
               BY REFERENCE NL-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF NL-STATUS NOT = "UNSUBSCRIBED"
           THEN
               MOVE "UNSUBSCRIBED" TO NL-STATUS
               MOVE FUNCTION CURRENT-DATE TO NL-UNSUBSCRIBED-TS
               CALL "NEWSLETTER-SUBSCRIBER-SAVE" USING
                   BY REFERENCE NL-RECORD
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
               THEN
                   MOVE "The unsubscription could not be recorded, "
                       & "please try again later." TO OUT-MESSAGE
                   MOVE 2 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           MOVE SPACES TO OUT-MESSAGE
           IF NL-LANG = "EN"
           THEN
               STRING
                   "You are unsubscribed: no more bulletins will "
                   "be sent to " FUNCTION TRIM(NL-EMAIL) "."
                   DELIMITED BY SIZE
                   INTO OUT-MESSAGE
               END-STRING
           ELSE
               STRING
                   "Desinscription enregistree : plus aucun "
                   "bulletin ne sera envoye a "
                   FUNCTION TRIM(NL-EMAIL) "."
                   DELIMITED BY SIZE
                   INTO OUT-MESSAGE
               END-STRING
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: NEWSLETTER-BOUNCE
      *> PURPOSE: Record one bounce the mail gateway reported for
      *>          IN-EMAIL. At C-MAX-BOUNCES since the last
      *>          confirmation a confirmed subscriber becomes BOUNCED
      *>          and is no longer mailed; signing up and confirming
      *>          again starts the count over. Returns 0 recorded
      *>          (OUT-MESSAGE says the count), 1 when the address
      *>          is unknown.
      *> ===============================================================
       ENTRY "NEWSLETTER-BOUNCE" USING
           BY REFERENCE IN-EMAIL
           BY REFERENCE OUT-MESSAGE.

           MOVE "Not Found: no subscriber with that address"
               TO OUT-MESSAGE
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(IN-EMAIL))
               TO LS-EMAIL
           CALL "NEWSLETTER-SUBSCRIBER-GET" USING
               BY REFERENCE LS-EMAIL
               BY REFERENCE NL-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           IF NL-BOUNCE-COUNT < 99
           THEN
               ADD 1 TO NL-BOUNCE-COUNT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO NL-LAST-BOUNCE-TS
           IF NL-STATUS = "CONFIRMED"
               AND NL-BOUNCE-COUNT >= C-MAX-BOUNCES
           THEN
               MOVE "BOUNCED" TO NL-STATUS
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Newsletter: " FUNCTION TRIM(NL-EMAIL)
                   " disabled after " NL-BOUNCE-COUNT " bounces"
                   DELIMITED BY SIZE
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
           END-IF
           CALL "NEWSLETTER-SUBSCRIBER-SAVE" USING
               BY REFERENCE NL-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "The bounce could not be recorded" TO OUT-MESSAGE
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE NL-BOUNCE-COUNT TO LS-BOUNCE-DISPLAY
           MOVE SPACES TO OUT-MESSAGE
           STRING
               "Bounce recorded for " FUNCTION TRIM(NL-EMAIL)
               ": " FUNCTION TRIM(LS-BOUNCE-DISPLAY)
               " since confirmation, status "
               FUNCTION TRIM(NL-STATUS)
               DELIMITED BY SIZE
               INTO OUT-MESSAGE
           END-STRING
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: READ-NEWSLETTER-SETTINGS
      *> PURPOSE: The outbound channel and the public base URL the
      *>          links are built on; either blank closes sign-up.
      *> ===============================================================
       READ-NEWSLETTER-SETTINGS.
           MOVE SPACES TO LS-ENV-VALUE
           ACCEPT LS-ENV-VALUE
               FROM ENVIRONMENT "AQRSS_NEWSLETTER_CHANNEL"
           MOVE LS-ENV-VALUE(1:8) TO LS-CHANNEL-ID
           MOVE SPACES TO LS-FEED-URL
           ACCEPT LS-FEED-URL FROM ENVIRONMENT "AIR_QUALITY_FEED_URL".

      *> ===============================================================
      *> PARAGRAPH: CHECK-EMAIL-ADDRESS
      *> PURPOSE: Lower-case IN-EMAIL into LS-EMAIL and set LS-FOUND
      *>          "Y" when it looks deliverable: one "@" with
      *>          something before it, a dotted domain after it, no
      *>          blanks and nothing that would break the JSON or
      *>          the mail headers it ends up in.
      *> ===============================================================
       CHECK-EMAIL-ADDRESS.
           MOVE "N" TO LS-FOUND
           MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(IN-EMAIL))
               TO LS-EMAIL
           IF LS-EMAIL = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE LS-EMAIL-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(LS-EMAIL))
           MOVE 0 TO LS-AT-COUNT
           MOVE 0 TO LS-SPACE-COUNT
           INSPECT LS-EMAIL(1:LS-EMAIL-LENGTH)
               TALLYING LS-AT-COUNT FOR ALL "@"
                        LS-SPACE-COUNT FOR ALL SPACE
                        LS-SPACE-COUNT FOR ALL '"'
                        LS-SPACE-COUNT FOR ALL "\"
                        LS-SPACE-COUNT FOR ALL "<"
                        LS-SPACE-COUNT FOR ALL ">"
                        LS-SPACE-COUNT FOR ALL ","
                        LS-SPACE-COUNT FOR ALL ";"
           IF LS-AT-COUNT NOT = 1
               OR LS-SPACE-COUNT NOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-LOCAL-PART
           MOVE SPACES TO LS-DOMAIN-PART
           UNSTRING LS-EMAIL DELIMITED BY "@"
               INTO LS-LOCAL-PART LS-DOMAIN-PART
           END-UNSTRING
           IF LS-LOCAL-PART = SPACES
               OR LS-DOMAIN-PART = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LS-DOT-COUNT
           INSPECT LS-DOMAIN-PART TALLYING LS-DOT-COUNT FOR ALL "."
           IF LS-DOT-COUNT = 0
               OR LS-DOMAIN-PART(1:1) = "."
               OR LS-DOMAIN-PART(FUNCTION LENGTH(FUNCTION TRIM(
                   LS-DOMAIN-PART)):1) = "."
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO LS-FOUND.

      *> ===============================================================
      *> PARAGRAPH: SEND-CONFIRMATION-MAIL
      *> PURPOSE: Queue the double opt-in mail for the NL-RECORD just
      *>          filed, in its language. Nothing is mailed until the
      *>          link in it is followed.
      *> ===============================================================
       SEND-CONFIRMATION-MAIL.
           MOVE SPACES TO LS-MAIL-SUBJECT
           MOVE SPACES TO LS-MAIL-BODY
           IF NL-LANG = "EN"
           THEN
               IF NL-FREQUENCY = "DAILY"
               THEN
                   MOVE "daily" TO LS-FREQUENCY-TEXT
               ELSE
                   MOVE "weekly" TO LS-FREQUENCY-TEXT
               END-IF
               MOVE "Please confirm your air quality bulletin "
                   & "subscription" TO LS-MAIL-SUBJECT
               STRING
                   "Someone - hopefully you - asked for the "
                   FUNCTION TRIM(LS-FREQUENCY-TEXT)
                   " air quality bulletin for "
                   FUNCTION TRIM(NL-COMMUNE)
                   " to be sent to this address." X"0A" X"0A"
                   "To confirm, follow this link:" X"0A"
                   FUNCTION TRIM(LS-FEED-URL)
                   "/newsletter/confirm?token="
                   FUNCTION TRIM(NL-CONFIRM-TOKEN) X"0A" X"0A"
                   "If you did not ask for it, ignore this "
                   "message: nothing will be sent."
                   DELIMITED BY SIZE
                   INTO LS-MAIL-BODY
               END-STRING
           ELSE
               IF NL-FREQUENCY = "DAILY"
               THEN
                   MOVE "quotidien" TO LS-FREQUENCY-TEXT
               ELSE
                   MOVE "hebdomadaire" TO LS-FREQUENCY-TEXT
               END-IF
               MOVE "Confirmez votre abonnement au bulletin de "
                   & "qualite de l'air" TO LS-MAIL-SUBJECT
               STRING
                   "Quelqu'un - vous, esperons-le - a demande le "
                   "bulletin " FUNCTION TRIM(LS-FREQUENCY-TEXT)
                   " de qualite de l'air de "
                   FUNCTION TRIM(NL-COMMUNE)
                   " a cette adresse." X"0A" X"0A"
                   "Pour confirmer, suivez ce lien :" X"0A"
                   FUNCTION TRIM(LS-FEED-URL)
                   "/newsletter/confirm?token="
                   FUNCTION TRIM(NL-CONFIRM-TOKEN) X"0A" X"0A"
                   "Si vous n'avez rien demande, ignorez ce "
                   "message : rien ne vous sera envoye."
                   DELIMITED BY SIZE
                   INTO LS-MAIL-BODY
               END-STRING
           END-IF

           MOVE NL-EMAIL TO LS-MAIL-RECIPIENT
           CALL "OUTBOX-ENQUEUE-TO" USING
               BY REFERENCE LS-CHANNEL-ID
               BY REFERENCE LS-MAIL-RECIPIENT
               BY REFERENCE LS-MAIL-SUBJECT
               BY REFERENCE LS-MAIL-BODY
               BY REFERENCE LS-MESSAGE-ID
               RETURNING RETURN-CODE
           MOVE SPACES TO LS-LOG-MESSAGE
           IF RETURN-CODE = 0
           THEN
               STRING
                   "Newsletter: confirmation for "
                   FUNCTION TRIM(NL-COMMUNE) " queued as message "
                   FUNCTION TRIM(LS-MESSAGE-ID)
                   DELIMITED BY SIZE
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-INFO
                   BY REFERENCE LS-LOG-MESSAGE
           ELSE
               MOVE "Newsletter: could not queue a confirmation mail"
                   TO LS-LOG-MESSAGE
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: DRAW-NEW-TOKEN
      *> PURPOSE: 16 random bytes as 32 lower-case hex digits in
      *>          LS-NEW-TOKEN; spaces when RAND_bytes fails (it
      *>          returns 1 on success).
      *> ===============================================================
       DRAW-NEW-TOKEN.
           MOVE SPACES TO LS-NEW-TOKEN
           MOVE LOW-VALUES TO LS-RANDOM-BYTES
           CALL "RAND_bytes" USING
               BY REFERENCE LS-RANDOM-BYTES
               BY VALUE LS-RANDOM-LENGTH
               RETURNING LS-RAND-RESULT
           END-CALL
           IF LS-RAND-RESULT NOT = 1
           THEN
               DISPLAY "WARNING: no random bytes for a newsletter "
                   "token"
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING LS-BYTE-POS FROM 1 BY 1
               UNTIL LS-BYTE-POS > 16
               COMPUTE LS-BYTE-VALUE =
                   FUNCTION ORD(LS-RANDOM-BYTES(LS-BYTE-POS:1)) - 1
               COMPUTE LS-HIGH-NIBBLE = LS-BYTE-VALUE / 16
               COMPUTE LS-LOW-NIBBLE =
                   FUNCTION MOD(LS-BYTE-VALUE, 16)
               MOVE C-HEX-DIGITS(LS-HIGH-NIBBLE + 1:1)
                   TO LS-NEW-TOKEN(LS-BYTE-POS * 2 - 1:1)
               MOVE C-HEX-DIGITS(LS-LOW-NIBBLE + 1:1)
                   TO LS-NEW-TOKEN(LS-BYTE-POS * 2:1)
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: COMPUTE-TS-SECONDS
      *> PURPOSE: LS-TS-TEXT (a CURRENT-DATE stamp) on the absolute-
      *>          seconds scale the leader lease uses, into
      *>          LS-TS-SECONDS; 0 for a blank or malformed stamp.
      *> ===============================================================
       COMPUTE-TS-SECONDS.
           MOVE 0 TO LS-TS-SECONDS
           IF LS-TS-TEXT(1:14) IS NOT NUMERIC
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE LS-TS-TEXT(1:8) TO LS-TS-DATE
           MOVE LS-TS-TEXT(9:2) TO LS-TS-HOUR
           MOVE LS-TS-TEXT(11:2) TO LS-TS-MINUTE
           MOVE LS-TS-TEXT(13:2) TO LS-TS-SECOND
           COMPUTE LS-TS-SECONDS =
               FUNCTION INTEGER-OF-DATE(LS-TS-DATE) * 86400
               + LS-TS-HOUR * 3600 + LS-TS-MINUTE * 60
               + LS-TS-SECOND.

       END PROGRAM NEWSLETTER-SIGNUP-SERVICE.
