       01  LS-LOGIN-URL                 PIC X(1000) VALUE SPACES.
       01  LS-USERNAME                  PIC X(100) VALUE SPACES.
       01  LS-PASSWORD                  PIC X(100) VALUE SPACES.
      *> A credential as configured, possibly a {vault:<name>}
      *> reference, before CREDENTIAL-VAULT-RESOLVE swaps it in.
       01  LS-SECRET-TEXT               PIC X(1000) VALUE SPACES.
       01  LS-MISSING-SECRET            PIC X(32) VALUE SPACES.
       01  LS-LOGIN-BODY                PIC X(10000) VALUE SPACES.
       01  LS-TOKEN-TTL-TEXT            PIC X(32) VALUE SPACES.
       01  LS-TOKEN-TTL-SECONDS         PIC 9(9) VALUE 3600.

           MOVE SPACES TO LS-USERNAME
           MOVE SPACES TO LS-PASSWORD
           MOVE SPACES TO LS-SECRET-TEXT
           ACCEPT LS-SECRET-TEXT
               FROM ENVIRONMENT "AQRSS_ATMO_USERNAME"
           PERFORM RESOLVE-SECRET-TEXT
           MOVE LS-SECRET-TEXT TO LS-USERNAME
           MOVE SPACES TO LS-SECRET-TEXT
           ACCEPT LS-SECRET-TEXT
               FROM ENVIRONMENT "AQRSS_ATMO_PASSWORD"
           PERFORM RESOLVE-SECRET-TEXT
           MOVE LS-SECRET-TEXT TO LS-PASSWORD
           MOVE SPACES TO LS-SECRET-TEXT

           MOVE SPACES TO LS-LOGIN-BODY
           STRING
               LS-CDT-HOUR * 3600 + LS-CDT-MINUTE * 60
               + LS-CDT-SECOND.

      *> ===============================================================
      *> PARAGRAPH: RESOLVE-SECRET-TEXT
      *> PURPOSE: Swap any {vault:<name>} reference in LS-SECRET-TEXT
      *>          for the vaulted secret. One that cannot be resolved
      *>          is logged by name and blanked, so the login fails
      *>          cleanly rather than posting the reference itself.
      *> ===============================================================
       RESOLVE-SECRET-TEXT.
           CALL "CREDENTIAL-VAULT-RESOLVE" USING
               BY REFERENCE LS-SECRET-TEXT
               BY REFERENCE LS-MISSING-SECRET
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Token manager: vault secret "
                   FUNCTION TRIM(LS-MISSING-SECRET)
                   " unavailable"
                   INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
               MOVE SPACES TO LS-SECRET-TEXT
           END-IF.

       END PROGRAM ATMO-TOKEN-MANAGER.
