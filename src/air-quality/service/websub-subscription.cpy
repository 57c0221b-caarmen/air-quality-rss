      *>          change. Written only after the verification
      *>          handshake succeeded, so every row is a callback
      *>          that proved it wanted the subscription.
      *>          WSUB-SECRET is the hub.secret the subscriber chose
      *>          (blank when it gave none); each push to the
      *>          callback is signed with it (see WEBHOOK-SIGNATURE).
      *>          WSUB-API-KEY is the API key the subscribe request
      *>          carried, so a subscriber's data access request can
      *>          find the subscriptions they registered (blank for
      *>          one made before the key was kept, or on a server
      *>          that enforces no keys).
      *>          Layout v3 - v1 ended at the callback, v2 at the
      *>          secret.
      *> ===============================================================
       01  WSUB-RECORD.
           05  WSUB-TOPIC               PIC X(200).
           05  WSUB-CALLBACK            PIC X(500).
           05  WSUB-SECRET              PIC X(200).
           05  WSUB-API-KEY             PIC X(40).
