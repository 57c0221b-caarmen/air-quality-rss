      *> ===============================================================
      *> COPYBOOK: audit-seal-params
      *> PURPOSE: The AL-QUERY-PARAMS text of the audit trail's two
      *>          closing records (see AUDIT-CHAIN), laid out at
      *>          fixed offsets so the verification batch can read
      *>          the fields back without parsing.
      *>          SEAL   - the day closed as written:
      *>                     records=NNNNNNN
      *>          RESEAL - the day rewritten by a legitimate job
      *>                   (redaction, or the retention batch
      *>                   deleting the day before it):
      *>                     records=NNNNNNN redacted=NNNNNNN
      *>                     retention=Y|N prior=<64 hex>|open
      *>                   "prior" is the closing hash the next day
      *>                   was chained to before the rewrite ("open"
      *>                   while the day is still being written);
      *>                   "retention=Y" says the day before it was
      *>                   purged by the retention window.
      *> ===============================================================
       01  ASP-SEAL-PARAMS.
           05  FILLER                   PIC X(8) VALUE "records=".
           05  ASP-SEAL-RECORDS         PIC 9(7).
       01  ASP-RESEAL-PARAMS.
           05  FILLER                   PIC X(8) VALUE "records=".
           05  ASP-RESEAL-RECORDS       PIC 9(7).
           05  FILLER                   PIC X(10) VALUE " redacted=".
           05  ASP-RESEAL-REDACTED      PIC 9(7).
           05  FILLER                   PIC X(11)
               VALUE " retention=".
           05  ASP-RESEAL-RETENTION     PIC X(1).
           05  FILLER                   PIC X(7) VALUE " prior=".
           05  ASP-RESEAL-PRIOR         PIC X(64).
