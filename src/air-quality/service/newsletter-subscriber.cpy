      *> ===============================================================
      *> COPYBOOK: newsletter-subscriber
      *> PURPOSE: One record of NEWSLETTER-SUBSCRIBER-FILE
      *>          (newsletter-subscribers.dat), keyed by the lower-
      *>          cased e-mail address: a resident who signed up on
      *>          /newsletter/subscribe for the e-mailed bulletin,
      *>          with no API key involved. NL-COMMUNE is the name
      *>          as the commune reference knows it and the
      *>          coordinates are its centre, resolved once at sign-
      *>          up. NL-FREQUENCY is DAILY or WEEKLY.
      *>          NL-STATUS: PENDING (signed up, confirmation link
      *>          not yet followed), CONFIRMED (receives the
      *>          bulletin), UNSUBSCRIBED (followed an unsubscribe
      *>          link) or BOUNCED (disabled after repeated bounces
      *>          reported by the mail gateway).
      *>          The consent trail is the sign-up and confirmation
      *>          times and the addresses they came from; the two
      *>          tokens are random hex, one for the confirmation
      *>          link and one for every bulletin's unsubscribe link.
      *>          NL-LAST-SENT-DATE (YYYYMMDD, spaces before the
      *>          first) is when NEWSLETTER-BATCH last mailed it.
      *> ===============================================================
       01  NL-RECORD.
           05  NL-EMAIL                 PIC X(100).
           05  NL-COMMUNE               PIC X(50).
           05  NL-LATITUDE              PIC S9(3)V9(8).
           05  NL-LONGITUDE             PIC S9(3)V9(8).
           05  NL-FREQUENCY             PIC X(6).
           05  NL-LANG                  PIC X(2).
           05  NL-STATUS                PIC X(12).
           05  NL-CONFIRM-TOKEN         PIC X(32).
           05  NL-UNSUBSCRIBE-TOKEN     PIC X(32).
           05  NL-REQUESTED-TS          PIC X(21).
           05  NL-REQUESTED-IP          PIC X(46).
           05  NL-CONFIRMED-TS          PIC X(21).
           05  NL-CONFIRMED-IP          PIC X(46).
           05  NL-UNSUBSCRIBED-TS       PIC X(21).
           05  NL-LAST-SENT-DATE        PIC X(8).
           05  NL-BOUNCE-COUNT          PIC 9(2).
           05  NL-LAST-BOUNCE-TS        PIC X(21).
