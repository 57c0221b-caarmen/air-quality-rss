      *> ===============================================================
      *> COPYBOOK: access-request
      *> PURPOSE: One record of ACCESS-REQUEST-FILE
      *>          (access-requests.dat): a subscriber's "what do you
      *>          hold about me?" request, filed by the privacy
      *>          officer against the subscriber's API key, and once
      *>          SUBSCRIBER-ACCESS-EXPORT-BATCH has run, the
      *>          issuance record of the package it produced - when,
      *>          under which file name, and how much of each kind of
      *>          data went into it. Records are never removed; the
      *>          file is the permanent record of what was handed
      *>          out to whom.
      *>          AR-STATUS moves PENDING -> ISSUED, or FAILED when
      *>          the package could not be written (AR-NOTE says
      *>          why). Once issued the subject's key is kept as its
      *>          first eight characters only, the same prefix the
      *>          erasure certificate keeps: the package itself is
      *>          the one place the whole key goes.
      *>          AR-PACKAGE-NAME is the file the package was written
      *>          to, access-package.<request number>.txt, served
      *>          through /exports to PRIVACY keys only.
      *> ===============================================================
       01  AR-RECORD.
           05  AR-REQUEST-ID            PIC 9(9).
           05  AR-STATUS                PIC X(8).
           05  AR-SUBJECT-KEY           PIC X(40).
           05  AR-REQUESTED-AT          PIC X(21).
           05  AR-REQUESTED-BY          PIC X(32).
           05  AR-REQUESTER-KEY         PIC X(40).
           05  AR-CORRELATION-ID        PIC X(16).
           05  AR-ISSUED-AT             PIC X(21).
           05  AR-PACKAGE-NAME          PIC X(40).
           05  AR-KEY-FOUND             PIC X(1).
           05  AR-AUDIT-COUNT           PIC 9(7).
           05  AR-QUOTA-DAY-COUNT       PIC 9(5).
           05  AR-JOURNAL-COUNT         PIC 9(5).
           05  AR-SUBSCRIPTION-COUNT    PIC 9(5).
           05  AR-SAVED-FEED-COUNT      PIC 9(5).
           05  AR-WEBSUB-COUNT          PIC 9(5).
           05  AR-STATEMENT-COUNT       PIC 9(5).
           05  AR-INVOICE-COUNT         PIC 9(5).
           05  AR-NOTE                  PIC X(40).
