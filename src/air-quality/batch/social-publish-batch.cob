       01  LS-BASE-URL                  PIC X(200) VALUE SPACES.
       01  LS-TOKEN                     PIC X(200) VALUE SPACES.
       01  LS-STATUS-URL                PIC X(1000) VALUE SPACES.
      *> The token as configured - possibly a {vault:<name>}
      *> reference - and the name of one the vault could not supply.
       01  LS-TOKEN-TEXT                PIC X(1000) VALUE SPACES.
       01  LS-MISSING-SECRET            PIC X(32) VALUE SPACES.
       01  LS-URL                       PIC X(100)
                                         VALUE "/air-quality-rss".
       01  LS-SUB-FORMAT                PIC X(4) VALUE "JSON".

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
                   "Social publish: vault secret "
                   FUNCTION TRIM(LS-MISSING-SECRET)
                   " unavailable, nothing posted"
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
