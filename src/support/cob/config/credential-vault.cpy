      *> ===============================================================
      *> COPYBOOK: credential-vault
      *> PURPOSE: One named secret in CREDENTIAL-VAULT-FILE
      *>          (credential-vault.dat) - an upstream password, an
      *>          API token, a proxy credential. Only the
      *>          AES-256-GCM ciphertext is ever written: CV-IV is the
      *>          record's own random 12-byte nonce, CV-TAG the GCM
      *>          tag that proves the ciphertext was made with the
      *>          running master key (and for this CV-NAME, which is
      *>          authenticated alongside it), CV-VALUE-LENGTH the
      *>          plaintext length in bytes. CV-VERSION counts the
      *>          value's rotations, 1 for the value first set.
      *> ===============================================================
       01  CV-RECORD.
           05  CV-NAME                  PIC X(32).
           05  CV-VERSION               PIC 9(4).
           05  CV-UPDATED-TS            PIC X(21).
           05  CV-IV                    PIC X(12).
           05  CV-TAG                   PIC X(16).
           05  CV-VALUE-LENGTH          PIC 9(3).
           05  CV-CIPHERTEXT            PIC X(100).
