      *>          webhook is a retry instead of a lost alert, and
      *>          after the February incident "was it sent?" has an
      *>          answer on /admin/notifications.
      *>          OB-STATUS: PENDING (awaiting an attempt), SENT,
      *>          FAILED (given up after the retry budget), HELD (a
      *>          threshold alert waiting out the coalescing window,
      *>          "level N: " and its summary in OB-SUBJECT), or
      *>          GROUPED (a held alert that went out as a line of a
      *>          grouped message).
      *>          OB-NEXT-SECONDS is the absolute-seconds scale the
      *>          leader lease uses; a failed attempt pushes it out
      *>          with doubling per-message backoff, and on a HELD
      *>          record it is when the alert's window closes.
      *>          OB-RECIPIENT (layout v2) addresses one message to
      *>          one person over an EMAIL channel - the newsletter's
      *>          confirmations and bulletins - in place of the
      *>          channel's own NC-TARGET; blank on everything else.
      *> ===============================================================
       01  OB-RECORD.
           05  OB-MESSAGE-ID            PIC X(16).
           05  OB-NEXT-SECONDS          PIC 9(12).
           05  OB-CREATED-TS            PIC X(21).
           05  OB-LAST-TS               PIC X(21).
           05  OB-RECIPIENT             PIC X(100).
