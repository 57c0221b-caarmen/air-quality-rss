      *> ===============================================================
      *> PROGRAM: CREDENTIAL-VAULT
      *> PURPOSE: The one place upstream passwords and tokens are kept:
      *>          CREDENTIAL-VAULT-FILE (credential-vault.dat), each
      *>          value encrypted at rest with AES-256-GCM under a
      *>          master key derived (PBKDF2-HMAC-SHA256) from the
      *>          AQRSS_VAULT_KEY passphrase supplied when the daemon
      *>          starts. The file - and so every BACKUP-BATCH copy
      *>          of it - holds only ciphertext.
      *>          Configuration names a secret instead of carrying
      *>          it: anywhere a credential used to sit in plain text
      *>          (AQRSS_ATMO_PASSWORD, AQRSS_MASTODON_TOKEN, the
      *>          userinfo of AQRSS_PROXY_URL, a token inside a
      *>          notification channel's endpoint URL) the value may
      *>          instead hold a {vault:<name>} reference, which
      *>          CREDENTIAL-VAULT-RESOLVE swaps for the secret at the
      *>          moment of use. VALIDATE-AQRSS-CONFIG refuses to
      *>          start while any reference cannot be resolved.
      *>          Values are set and rotated through the
      *>          /admin/credentials routes and are never echoed back
      *>          by them or listed.
      *>          The cipher, the key derivation and the random
      *>          nonces are libcrypto's, called directly the way
      *>          WEBHOOK-SIGNATURE calls its HMAC.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDENTIAL-VAULT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDENTIAL-VAULT-FILE ASSIGN TO
                   "credential-vault.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CV-NAME
               FILE STATUS IS WS-CV-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  CREDENTIAL-VAULT-FILE.
       COPY credential-vault IN "support/cob/config".

       WORKING-STORAGE SECTION.
       01  WS-CV-FILE-STATUS            PIC X(02) VALUE SPACES.
      *> Reads land on MHD worker threads and batch jobs while an
      *> admin route rewrites an entry, and the derived key below is
      *> shared run-unit state, so every entry runs under the
      *> vault's mutex slot (see AQRSS-MUTEX's slot map).
       01  C-MUTEX-ID                   PIC 9(2) VALUE 31.
      *> The vault layout this program was compiled against (see
      *> AQRSS-LAYOUT-VERSION).
       01  C-CV-FILE-NAME               PIC X(40)
               VALUE "credential-vault.dat".
       01  C-CV-LAYOUT-VERSION          PIC 9(3) VALUE 1.
      *> The master key, derived once per run unit from
      *> AQRSS_VAULT_KEY: "Y" derived, anything else not yet (an
      *> unset passphrase is looked for again on the next call).
       01  WS-KEY-STATE                 PIC X(01) VALUE "N".
       01  WS-MASTER-KEY                PIC X(32) VALUE LOW-VALUES.
       01  C-KDF-SALT                   PIC X(22)
               VALUE "aqrss-credential-vault".
       01  C-KDF-ITERATIONS             USAGE BINARY-LONG
               VALUE 100000.

       LOCAL-STORAGE SECTION.
       01  LS-PASSPHRASE                PIC X(200) VALUE SPACES.
       01  LS-PASSPHRASE-LENGTH         USAGE BINARY-LONG VALUE 0.
       01  LS-SALT-LENGTH               USAGE BINARY-LONG VALUE 22.
       01  LS-KEY-LENGTH                USAGE BINARY-LONG VALUE 32.
       01  LS-MD-PTR                    USAGE POINTER VALUE NULL.

      *> One encryption or decryption: the plaintext, its
      *> ciphertext, the record's nonce and tag, and the entry name
      *> authenticated alongside so a ciphertext cannot be moved
      *> under another name.
       01  LS-PLAINTEXT                 PIC X(100) VALUE SPACES.
       01  LS-PLAIN-LENGTH              USAGE BINARY-LONG VALUE 0.
       01  LS-CIPHERTEXT                PIC X(100) VALUE LOW-VALUES.
       01  LS-IV                        PIC X(12) VALUE LOW-VALUES.
       01  LS-IV-LENGTH                 USAGE BINARY-LONG VALUE 12.
       01  LS-TAG                       PIC X(16) VALUE LOW-VALUES.
       01  LS-AAD                       PIC X(32) VALUE SPACES.
       01  LS-AAD-LENGTH                USAGE BINARY-LONG VALUE 32.
       01  LS-CTX-PTR                   USAGE POINTER VALUE NULL.
       01  LS-CIPHER-PTR                USAGE POINTER VALUE NULL.
       01  LS-OUT-LENGTH                USAGE BINARY-LONG VALUE 0.
       01  LS-FINAL-BUFFER              PIC X(32) VALUE LOW-VALUES.
       01  LS-FINAL-LENGTH              USAGE BINARY-LONG VALUE 0.
       01  LS-CRYPTO-RESULT             USAGE BINARY-LONG VALUE 0.
       01  LS-CRYPTO-OK                 PIC X(01) VALUE "N".
      *> EVP_CIPHER_CTX_ctrl's GCM tag requests (openssl/evp.h).
       01  C-GCM-GET-TAG                USAGE BINARY-LONG VALUE 16.
       01  C-GCM-SET-TAG                USAGE BINARY-LONG VALUE 17.
       01  C-GCM-TAG-LENGTH             USAGE BINARY-LONG VALUE 16.

       01  LS-STORE-MODE                PIC X(6) VALUE SPACES.
       01  LS-FOUND                     PIC X(01) VALUE "N".
       01  LS-LIST-LINE                 PIC X(132) VALUE SPACES.
       01  LS-VERSION-DISPLAY           PIC 9(4) VALUE 0.

      *> CREDENTIAL-VAULT-RESOLVE's scan of the caller's text.
       01  LS-REF-NAME                  PIC X(32) VALUE SPACES.
       01  LS-RESOLVE-OUT               PIC X(1000) VALUE SPACES.
       01  LS-TEXT-LENGTH               PIC 9(4) VALUE 0.
       01  LS-SCAN-POS                  PIC 9(4) VALUE 0.
       01  LS-NAME-END                  PIC 9(4) VALUE 0.
       01  LS-NAME-LENGTH               PIC 9(4) VALUE 0.
       01  LS-OUT-POS                   PIC 9(4) VALUE 0.
       01  LS-TALLY                     PIC 9(4) VALUE 0.

      *> The entry's verdict, asserted into RETURN-CODE after the
      *> mutex unlock - the unlock CALL would otherwise overwrite
      *> the register with AQRSS-MUTEX's own.
       01  LS-ENTRY-RESULT              USAGE BINARY-LONG VALUE 0.

       LINKAGE SECTION.
       01  IN-NAME                      PIC X(32).
       01  IN-VALUE                     PIC X(100).
       01  OUT-VALUE                    PIC X(100).
       01  OUT-VERSION                  PIC 9(4).
       01  OUT-LIST-TEXT                PIC X(10000).
       01  IN-OUT-TEXT                  PIC X(1000).
       01  OUT-MISSING-NAME             PIC X(32).

      *> Unused default entry point: every caller targets one of the
      *> ENTRY points below.
       PROCEDURE DIVISION.
           GOBACK.

      *> ===============================================================
      *> ENTRY: CREDENTIAL-VAULT-GET
      *> PURPOSE: The plaintext of the named secret. Returns 0 found,
      *>          1 no such entry, 2 the vault is unavailable (no
      *>          AQRSS_VAULT_KEY, unreadable file, pending layout
      *>          migration), 3 the entry does not decrypt under the
      *>          running master key.
      *> ===============================================================
       ENTRY "CREDENTIAL-VAULT-GET" USING
           BY REFERENCE IN-NAME
           BY REFERENCE OUT-VALUE.

           MOVE SPACES TO OUT-VALUE
           PERFORM CHECK-VAULT-LAYOUT
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE IN-NAME TO LS-REF-NAME
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM GET-ONE-VALUE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           IF LS-ENTRY-RESULT = 0
           THEN
               MOVE LS-PLAINTEXT TO OUT-VALUE
           END-IF
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: CREDENTIAL-VAULT-SET
      *> PURPOSE: Store a new named secret at version 1. An existing
      *>          name is refused - replacing a value is a rotation,
      *>          and goes through CREDENTIAL-VAULT-ROTATE. Returns 0
      *>          stored, 1 the name already exists, 2 the vault is
      *>          unavailable or its master key does not match the
      *>          entries already in it.
      *> ===============================================================
       ENTRY "CREDENTIAL-VAULT-SET" USING
           BY REFERENCE IN-NAME
           BY REFERENCE IN-VALUE
           BY REFERENCE OUT-VERSION.

           MOVE "SET" TO LS-STORE-MODE
           PERFORM STORE-ENTRY-VALUE
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: CREDENTIAL-VAULT-ROTATE
      *> PURPOSE: Replace an existing secret's value and bump its
      *>          version. Returns 0 rotated, 1 no such entry, 2 the
      *>          vault is unavailable or its master key does not
      *>          match.
      *> ===============================================================
       ENTRY "CREDENTIAL-VAULT-ROTATE" USING
           BY REFERENCE IN-NAME
           BY REFERENCE IN-VALUE
           BY REFERENCE OUT-VERSION.

           MOVE "ROTATE" TO LS-STORE-MODE
           PERFORM STORE-ENTRY-VALUE
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: CREDENTIAL-VAULT-LIST
      *> PURPOSE: One line per entry - name, version and when it was
      *>          last set - for the admin list route. Never the
      *>          value: the list needs no master key at all.
      *> ===============================================================
       ENTRY "CREDENTIAL-VAULT-LIST" USING
           BY REFERENCE OUT-LIST-TEXT.

           MOVE SPACES TO OUT-LIST-TEXT
           PERFORM CHECK-VAULT-LAYOUT
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE 0 TO LS-ENTRY-RESULT
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           OPEN INPUT CREDENTIAL-VAULT-FILE
           EVALUATE WS-CV-FILE-STATUS
           WHEN "00"
               PERFORM UNTIL WS-CV-FILE-STATUS NOT = "00"
                   READ CREDENTIAL-VAULT-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-CV-FILE-STATUS
                       NOT AT END
                           PERFORM APPEND-ONE-LIST-LINE
                   END-READ
               END-PERFORM
               CLOSE CREDENTIAL-VAULT-FILE
           WHEN "35"
               CONTINUE
           WHEN OTHER
               MOVE 1 TO LS-ENTRY-RESULT
           END-EVALUATE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-ENTRY-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: CREDENTIAL-VAULT-RESOLVE
      *> PURPOSE: Replace every {vault:<name>} reference in
      *>          IN-OUT-TEXT with the named secret. Text without a
      *>          reference comes back untouched without the vault
      *>          being opened, so a deployment that keeps no vault
      *>          behaves exactly as before. Returns 0 resolved (or
      *>          nothing to resolve), 1 a reference could not be
      *>          resolved - its name in OUT-MISSING-NAME, the text
      *>          left as it was.
      *> ===============================================================
       ENTRY "CREDENTIAL-VAULT-RESOLVE" USING
           BY REFERENCE IN-OUT-TEXT
           BY REFERENCE OUT-MISSING-NAME.

           MOVE SPACES TO OUT-MISSING-NAME
           MOVE 0 TO LS-TALLY
           INSPECT IN-OUT-TEXT TALLYING LS-TALLY FOR ALL "{vault:"
           IF LS-TALLY = 0
           THEN
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CHECK-VAULT-LAYOUT
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "(vault awaiting migration)" TO OUT-MISSING-NAME
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM RESOLVE-REFERENCES
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           IF LS-ENTRY-RESULT = 0
           THEN
               MOVE LS-RESOLVE-OUT TO IN-OUT-TEXT
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE LS-REF-NAME TO OUT-MISSING-NAME
               MOVE 1 TO RETURN-CODE
           END-IF
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: CHECK-VAULT-LAYOUT
      *> PURPOSE: Set RETURN-CODE 0 when the vault file is at the
      *>          layout this program was compiled against.
      *> ===============================================================
       CHECK-VAULT-LAYOUT.
           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-CV-FILE-NAME
               BY REFERENCE C-CV-LAYOUT-VERSION
               RETURNING RETURN-CODE.

      *> ===============================================================
      *> PARAGRAPH: LOAD-MASTER-KEY
      *> PURPOSE: Derive WS-MASTER-KEY from AQRSS_VAULT_KEY the first
      *>          time it is needed; WS-KEY-STATE "Y" once derived.
      *>          Expects the mutex held.
      *> ===============================================================
       LOAD-MASTER-KEY.
           IF WS-KEY-STATE = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-PASSPHRASE
           ACCEPT LS-PASSPHRASE FROM ENVIRONMENT "AQRSS_VAULT_KEY"
           IF FUNCTION TRIM(LS-PASSPHRASE) = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE LS-PASSPHRASE-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(LS-PASSPHRASE))
           MOVE FUNCTION TRIM(LS-PASSPHRASE) TO LS-PASSPHRASE

           CALL "EVP_sha256"
               RETURNING LS-MD-PTR
           END-CALL
           CALL "PKCS5_PBKDF2_HMAC" USING
               BY REFERENCE LS-PASSPHRASE
               BY VALUE LS-PASSPHRASE-LENGTH
               BY REFERENCE C-KDF-SALT
               BY VALUE LS-SALT-LENGTH
               BY VALUE C-KDF-ITERATIONS
               BY VALUE LS-MD-PTR
               BY VALUE LS-KEY-LENGTH
               BY REFERENCE WS-MASTER-KEY
               RETURNING LS-CRYPTO-RESULT
           END-CALL
           MOVE SPACES TO LS-PASSPHRASE
           IF LS-CRYPTO-RESULT = 1
           THEN
               MOVE "Y" TO WS-KEY-STATE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: GET-ONE-VALUE
      *> PURPOSE: Read and decrypt the LS-REF-NAME entry into
      *>          LS-PLAINTEXT (LS-PLAIN-LENGTH bytes). Leaves
      *>          LS-ENTRY-RESULT as CREDENTIAL-VAULT-GET returns it.
      *>          Expects the mutex held.
      *> ===============================================================
       GET-ONE-VALUE.
           MOVE SPACES TO LS-PLAINTEXT
           MOVE 0 TO LS-PLAIN-LENGTH
           PERFORM LOAD-MASTER-KEY
           IF WS-KEY-STATE NOT = "Y"
           THEN
               MOVE 2 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CREDENTIAL-VAULT-FILE
           IF WS-CV-FILE-STATUS = "35"
           THEN
               MOVE 1 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF
           IF WS-CV-FILE-STATUS NOT = "00"
           THEN
               MOVE 2 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE LS-REF-NAME TO CV-NAME
           READ CREDENTIAL-VAULT-FILE
               INVALID KEY
                   MOVE 1 TO LS-ENTRY-RESULT
               NOT INVALID KEY
                   PERFORM DECRYPT-RECORD-VALUE
                   IF LS-CRYPTO-OK = "Y"
                   THEN
                       MOVE 0 TO LS-ENTRY-RESULT
                   ELSE
                       MOVE 3 TO LS-ENTRY-RESULT
                   END-IF
           END-READ
           CLOSE CREDENTIAL-VAULT-FILE.

      *> ===============================================================
      *> PARAGRAPH: STORE-ENTRY-VALUE
      *> PURPOSE: The shared body of SET and ROTATE (LS-STORE-MODE):
      *>          encrypt IN-VALUE under a fresh nonce and write or
      *>          rewrite the IN-NAME entry. Leaves LS-ENTRY-RESULT
      *>          and, on success, OUT-VERSION.
      *> ===============================================================
       STORE-ENTRY-VALUE.
           MOVE 0 TO OUT-VERSION
           PERFORM CHECK-VAULT-LAYOUT
           IF RETURN-CODE NOT = 0
           THEN
               DISPLAY "WARNING: credential vault awaiting layout "
                   "migration, value not stored"
               MOVE 2 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-MASTER-KEY
           IF WS-KEY-STATE NOT = "Y"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               DISPLAY "WARNING: AQRSS_VAULT_KEY not set, "
                   "credential vault unavailable"
               MOVE 2 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF

      *> The first value ever stored creates the file; reopen it
      *> I-O so the keyed read below works the same either way.
           OPEN I-O CREDENTIAL-VAULT-FILE
           IF WS-CV-FILE-STATUS = "35"
           THEN
               OPEN OUTPUT CREDENTIAL-VAULT-FILE
               CLOSE CREDENTIAL-VAULT-FILE
               OPEN I-O CREDENTIAL-VAULT-FILE
           END-IF
           IF WS-CV-FILE-STATUS NOT = "00"
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               DISPLAY "WARNING: could not open credential vault, "
                   "status " WS-CV-FILE-STATUS
               MOVE 2 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF

      *> A daemon started with the wrong passphrase must not mix
      *> entries under two keys: the first entry already in the
      *> vault has to decrypt before anything is added to it.
           READ CREDENTIAL-VAULT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO LS-CRYPTO-OK
               NOT AT END
                   PERFORM DECRYPT-RECORD-VALUE
           END-READ
           IF LS-CRYPTO-OK NOT = "Y"
           THEN
               CLOSE CREDENTIAL-VAULT-FILE
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               DISPLAY "WARNING: AQRSS_VAULT_KEY does not open the "
                   "existing credential vault, value not stored"
               MOVE 2 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE IN-NAME TO CV-NAME
           READ CREDENTIAL-VAULT-FILE
               INVALID KEY
                   MOVE "N" TO LS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO LS-FOUND
           END-READ
           IF (LS-STORE-MODE = "SET" AND LS-FOUND = "Y")
               OR (LS-STORE-MODE = "ROTATE" AND LS-FOUND = "N")
           THEN
               CLOSE CREDENTIAL-VAULT-FILE
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LS-PLAINTEXT
           MOVE 0 TO LS-PLAIN-LENGTH
           IF FUNCTION TRIM(IN-VALUE) NOT = SPACES
           THEN
               MOVE FUNCTION TRIM(IN-VALUE) TO LS-PLAINTEXT
               COMPUTE LS-PLAIN-LENGTH =
                   FUNCTION LENGTH(FUNCTION TRIM(IN-VALUE))
           END-IF
           MOVE IN-NAME TO LS-AAD
           PERFORM ENCRYPT-PLAINTEXT
           IF LS-CRYPTO-OK NOT = "Y"
           THEN
               CLOSE CREDENTIAL-VAULT-FILE
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               DISPLAY "WARNING: credential vault encryption failed"
               MOVE 2 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF

           IF LS-FOUND = "Y"
           THEN
               IF CV-VERSION >= 9999
               THEN
                   MOVE 0 TO CV-VERSION
               END-IF
               ADD 1 TO CV-VERSION
           ELSE
               MOVE SPACES TO CV-RECORD
               MOVE IN-NAME TO CV-NAME
               MOVE 1 TO CV-VERSION
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CV-UPDATED-TS
           MOVE LS-IV TO CV-IV
           MOVE LS-TAG TO CV-TAG
           MOVE LS-PLAIN-LENGTH TO CV-VALUE-LENGTH
           MOVE LS-CIPHERTEXT TO CV-CIPHERTEXT
           MOVE SPACES TO LS-PLAINTEXT

           IF LS-FOUND = "Y"
           THEN
               REWRITE CV-RECORD
           ELSE
               WRITE CV-RECORD
           END-IF
           IF WS-CV-FILE-STATUS = "00"
           THEN
               MOVE CV-VERSION TO OUT-VERSION
               MOVE 0 TO LS-ENTRY-RESULT
           ELSE
               MOVE 2 TO LS-ENTRY-RESULT
           END-IF
           CLOSE CREDENTIAL-VAULT-FILE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID.

      *> ===============================================================
      *> PARAGRAPH: ENCRYPT-PLAINTEXT
      *> PURPOSE: AES-256-GCM of LS-PLAINTEXT(1:LS-PLAIN-LENGTH) under
      *>          the master key and a fresh random nonce, with LS-AAD
      *>          authenticated alongside. Leaves LS-IV, LS-TAG and
      *>          LS-CIPHERTEXT, and LS-CRYPTO-OK "Y" when every step
      *>          succeeded (each libcrypto call answers 1).
      *> ===============================================================
       ENCRYPT-PLAINTEXT.
           MOVE "N" TO LS-CRYPTO-OK
           MOVE LOW-VALUES TO LS-CIPHERTEXT
           MOVE LOW-VALUES TO LS-TAG
           CALL "RAND_bytes" USING
               BY REFERENCE LS-IV
               BY VALUE LS-IV-LENGTH
               RETURNING LS-CRYPTO-RESULT
           END-CALL
           IF LS-CRYPTO-RESULT NOT = 1
           THEN
               EXIT PARAGRAPH
           END-IF

           CALL "EVP_CIPHER_CTX_new"
               RETURNING LS-CTX-PTR
           END-CALL
           IF LS-CTX-PTR = NULL
           THEN
               EXIT PARAGRAPH
           END-IF
           CALL "EVP_aes_256_gcm"
               RETURNING LS-CIPHER-PTR
           END-CALL

           CALL "EVP_EncryptInit_ex" USING
               BY VALUE LS-CTX-PTR
               BY VALUE LS-CIPHER-PTR
               BY VALUE NULL
               BY REFERENCE WS-MASTER-KEY
               BY REFERENCE LS-IV
               RETURNING LS-CRYPTO-RESULT
           END-CALL
           IF LS-CRYPTO-RESULT = 1
           THEN
               CALL "EVP_EncryptUpdate" USING
                   BY VALUE LS-CTX-PTR
                   BY VALUE NULL
                   BY REFERENCE LS-OUT-LENGTH
                   BY REFERENCE LS-AAD
                   BY VALUE LS-AAD-LENGTH
                   RETURNING LS-CRYPTO-RESULT
               END-CALL
           END-IF
           IF LS-CRYPTO-RESULT = 1 AND LS-PLAIN-LENGTH > 0
           THEN
               CALL "EVP_EncryptUpdate" USING
                   BY VALUE LS-CTX-PTR
                   BY REFERENCE LS-CIPHERTEXT
                   BY REFERENCE LS-OUT-LENGTH
                   BY REFERENCE LS-PLAINTEXT
                   BY VALUE LS-PLAIN-LENGTH
                   RETURNING LS-CRYPTO-RESULT
               END-CALL
           END-IF
           IF LS-CRYPTO-RESULT = 1
           THEN
               CALL "EVP_EncryptFinal_ex" USING
                   BY VALUE LS-CTX-PTR
                   BY REFERENCE LS-FINAL-BUFFER
                   BY REFERENCE LS-FINAL-LENGTH
                   RETURNING LS-CRYPTO-RESULT
               END-CALL
           END-IF
           IF LS-CRYPTO-RESULT = 1
           THEN
               CALL "EVP_CIPHER_CTX_ctrl" USING
                   BY VALUE LS-CTX-PTR
                   BY VALUE C-GCM-GET-TAG
                   BY VALUE C-GCM-TAG-LENGTH
                   BY REFERENCE LS-TAG
                   RETURNING LS-CRYPTO-RESULT
               END-CALL
           END-IF
           IF LS-CRYPTO-RESULT = 1
           THEN
               MOVE "Y" TO LS-CRYPTO-OK
           END-IF
           CALL "EVP_CIPHER_CTX_free" USING
               BY VALUE LS-CTX-PTR
           END-CALL.

      *> ===============================================================
      *> PARAGRAPH: DECRYPT-RECORD-VALUE
      *> PURPOSE: Decrypt the CV-RECORD in the buffer into
      *>          LS-PLAINTEXT. LS-CRYPTO-OK "Y" only when the GCM tag
      *>          verifies - a wrong master key, a tampered record or
      *>          a record moved under another name all fail here.
      *> ===============================================================
       DECRYPT-RECORD-VALUE.
           MOVE "N" TO LS-CRYPTO-OK
           MOVE SPACES TO LS-PLAINTEXT
           MOVE CV-VALUE-LENGTH TO LS-PLAIN-LENGTH
           MOVE CV-NAME TO LS-AAD
           MOVE CV-IV TO LS-IV
           MOVE CV-TAG TO LS-TAG
           MOVE CV-CIPHERTEXT TO LS-CIPHERTEXT

           CALL "EVP_CIPHER_CTX_new"
               RETURNING LS-CTX-PTR
           END-CALL
           IF LS-CTX-PTR = NULL
           THEN
               EXIT PARAGRAPH
           END-IF
           CALL "EVP_aes_256_gcm"
               RETURNING LS-CIPHER-PTR
           END-CALL

           CALL "EVP_DecryptInit_ex" USING
               BY VALUE LS-CTX-PTR
               BY VALUE LS-CIPHER-PTR
               BY VALUE NULL
               BY REFERENCE WS-MASTER-KEY
               BY REFERENCE LS-IV
               RETURNING LS-CRYPTO-RESULT
           END-CALL
           IF LS-CRYPTO-RESULT = 1
           THEN
               CALL "EVP_DecryptUpdate" USING
                   BY VALUE LS-CTX-PTR
                   BY VALUE NULL
                   BY REFERENCE LS-OUT-LENGTH
                   BY REFERENCE LS-AAD
                   BY VALUE LS-AAD-LENGTH
                   RETURNING LS-CRYPTO-RESULT
               END-CALL
           END-IF
           IF LS-CRYPTO-RESULT = 1 AND LS-PLAIN-LENGTH > 0
           THEN
               CALL "EVP_DecryptUpdate" USING
                   BY VALUE LS-CTX-PTR
                   BY REFERENCE LS-PLAINTEXT
                   BY REFERENCE LS-OUT-LENGTH
                   BY REFERENCE LS-CIPHERTEXT
                   BY VALUE LS-PLAIN-LENGTH
                   RETURNING LS-CRYPTO-RESULT
               END-CALL
           END-IF
           IF LS-CRYPTO-RESULT = 1
           THEN
               CALL "EVP_CIPHER_CTX_ctrl" USING
                   BY VALUE LS-CTX-PTR
                   BY VALUE C-GCM-SET-TAG
                   BY VALUE C-GCM-TAG-LENGTH
                   BY REFERENCE LS-TAG
                   RETURNING LS-CRYPTO-RESULT
               END-CALL
           END-IF
           IF LS-CRYPTO-RESULT = 1
           THEN
               CALL "EVP_DecryptFinal_ex" USING
                   BY VALUE LS-CTX-PTR
                   BY REFERENCE LS-FINAL-BUFFER
                   BY REFERENCE LS-FINAL-LENGTH
                   RETURNING LS-CRYPTO-RESULT
               END-CALL
           END-IF
           IF LS-CRYPTO-RESULT > 0
           THEN
               MOVE "Y" TO LS-CRYPTO-OK
           ELSE
               MOVE SPACES TO LS-PLAINTEXT
           END-IF
           CALL "EVP_CIPHER_CTX_free" USING
               BY VALUE LS-CTX-PTR
           END-CALL.

      *> ===============================================================
      *> PARAGRAPH: RESOLVE-REFERENCES
      *> PURPOSE: Copy IN-OUT-TEXT into LS-RESOLVE-OUT with each
      *>          {vault:<name>} swapped for its secret. Stops at the
      *>          first reference that cannot be resolved, leaving its
      *>          name in LS-REF-NAME and LS-ENTRY-RESULT non-zero.
      *>          Expects the mutex held.
      *> ===============================================================
       RESOLVE-REFERENCES.
           MOVE 0 TO LS-ENTRY-RESULT
           MOVE SPACES TO LS-RESOLVE-OUT
           MOVE SPACES TO LS-REF-NAME
           COMPUTE LS-TEXT-LENGTH =
               FUNCTION LENGTH(FUNCTION TRIM(IN-OUT-TEXT, TRAILING))
           MOVE 1 TO LS-SCAN-POS
           MOVE 1 TO LS-OUT-POS
           PERFORM UNTIL LS-SCAN-POS > LS-TEXT-LENGTH
               OR LS-ENTRY-RESULT NOT = 0
               IF LS-SCAN-POS + 7 <= LS-TEXT-LENGTH
                   AND IN-OUT-TEXT(LS-SCAN-POS:7) = "{vault:"
               THEN
                   PERFORM RESOLVE-ONE-REFERENCE
               ELSE
                   IF LS-OUT-POS <= 1000
                   THEN
                       MOVE IN-OUT-TEXT(LS-SCAN-POS:1)
                           TO LS-RESOLVE-OUT(LS-OUT-POS:1)
                       ADD 1 TO LS-OUT-POS
                   END-IF
                   ADD 1 TO LS-SCAN-POS
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: RESOLVE-ONE-REFERENCE
      *> PURPOSE: The reference starting at LS-SCAN-POS: look its
      *>          name up and append the secret to LS-RESOLVE-OUT,
      *>          moving LS-SCAN-POS past the closing brace.
      *> ===============================================================
       RESOLVE-ONE-REFERENCE.
           COMPUTE LS-NAME-END = LS-SCAN-POS + 7
           PERFORM UNTIL LS-NAME-END > LS-TEXT-LENGTH
               OR IN-OUT-TEXT(LS-NAME-END:1) = "}"
               ADD 1 TO LS-NAME-END
           END-PERFORM
           COMPUTE LS-NAME-LENGTH = LS-NAME-END - LS-SCAN-POS - 7
           IF LS-NAME-END > LS-TEXT-LENGTH
               OR LS-NAME-LENGTH = 0
               OR LS-NAME-LENGTH > 32
           THEN
               MOVE IN-OUT-TEXT(LS-SCAN-POS:32) TO LS-REF-NAME
               MOVE 1 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LS-REF-NAME
           MOVE IN-OUT-TEXT(LS-SCAN-POS + 7:LS-NAME-LENGTH)
               TO LS-REF-NAME
           PERFORM GET-ONE-VALUE
           IF LS-ENTRY-RESULT NOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           IF LS-OUT-POS + LS-PLAIN-LENGTH > 1001
           THEN
               MOVE 1 TO LS-ENTRY-RESULT
               EXIT PARAGRAPH
           END-IF
           IF LS-PLAIN-LENGTH > 0
           THEN
               MOVE LS-PLAINTEXT(1:LS-PLAIN-LENGTH)
                   TO LS-RESOLVE-OUT(LS-OUT-POS:LS-PLAIN-LENGTH)
               ADD LS-PLAIN-LENGTH TO LS-OUT-POS
           END-IF
           MOVE SPACES TO LS-PLAINTEXT
           COMPUTE LS-SCAN-POS = LS-NAME-END + 1.

      *> ===============================================================
      *> PARAGRAPH: APPEND-ONE-LIST-LINE
      *> PURPOSE: Append the entry in the record buffer to
      *>          OUT-LIST-TEXT: name, version, when it was last set.
      *> ===============================================================
       APPEND-ONE-LIST-LINE.
           MOVE CV-VERSION TO LS-VERSION-DISPLAY
           MOVE SPACES TO LS-LIST-LINE
           STRING
               FUNCTION TRIM(CV-NAME)
               " version=" LS-VERSION-DISPLAY
               " set=" CV-UPDATED-TS(1:4) "-" CV-UPDATED-TS(5:2)
               "-" CV-UPDATED-TS(7:2) " " CV-UPDATED-TS(9:2)
               ":" CV-UPDATED-TS(11:2)
               INTO LS-LIST-LINE
           END-STRING
           IF FUNCTION TRIM(OUT-LIST-TEXT) = SPACES
           THEN
               MOVE FUNCTION TRIM(LS-LIST-LINE) TO OUT-LIST-TEXT
           ELSE
               STRING
                   FUNCTION TRIM(OUT-LIST-TEXT) X"0A"
                   FUNCTION TRIM(LS-LIST-LINE)
                   INTO OUT-LIST-TEXT
               END-STRING
           END-IF.

       END PROGRAM CREDENTIAL-VAULT.
