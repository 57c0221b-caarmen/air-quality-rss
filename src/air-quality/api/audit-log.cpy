      *>          FILE. One record per request, so subscriber traffic
      *>          can later be reconciled against how many calls were
      *>          actually made against the Atmo France/PREV'AIR APIs.
      *>          Every record carries the hash of the one before it,
      *>          and each rolled day ends in a signed closing record
      *>          (see AUDIT-CHAIN), so an edited, removed or
      *>          inserted record shows as a break in the chain.
      *> ===============================================================
       01  AL-RECORD.
           05  AL-TIMESTAMP             PIC X(21).
      *> record, the log lines and the upstream measurements of the
      *> same request.
           05  AL-CORRELATION-ID        PIC X(16).
      *> SHA-256 (lower-case hex) of the whole previous record in
      *> the trail - the previous day's closing record for a day's
      *> first record, 64 zeros at the very start of the chain -
      *> or spaces for a record written before the chain began.
           05  AL-PREV-HASH             PIC X(64).
      *> On a closing record only (AL-METHOD "SEAL" or "RESEAL"):
      *> HMAC-SHA256 over every byte of the record before this
      *> field, keyed with AQRSS_AUDIT_SEAL_KEY; spaces otherwise.
           05  AL-SEAL-SIGNATURE        PIC X(64).
