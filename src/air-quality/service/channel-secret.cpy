      *> ===============================================================
      *> COPYBOOK: channel-secret
      *> PURPOSE: One notification channel's webhook signing secret in
      *>          CHANNEL-SECRET-FILE (channel-secrets.dat), keyed by
      *>          the channel id of notification-channel. Kept apart
      *>          from the channel record so the admin channel list,
      *>          which echoes whole records, never shows a secret.
      *>          CS-PREVIOUS-SECRET is the secret a rotation replaced;
      *>          outbound POSTs carry a signature with it as well as
      *>          with CS-SECRET until CS-PREVIOUS-UNTIL-SECONDS (the
      *>          absolute-seconds scale the leader lease also uses)
      *>          has passed, so the receiver can be switched over
      *>          without dropping a message.
      *> ===============================================================
       01  CS-RECORD.
           05  CS-CHANNEL-ID            PIC X(8).
           05  CS-SECRET                PIC X(64).
           05  CS-PREVIOUS-SECRET       PIC X(64).
           05  CS-PREVIOUS-UNTIL-SECONDS PIC 9(12).
           05  CS-ROTATED-TS            PIC X(21).
