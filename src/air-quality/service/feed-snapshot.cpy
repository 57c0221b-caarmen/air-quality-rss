      *> ===============================================================
      *> COPYBOOK: feed-snapshot
      *> PURPOSE: One distinct feed body as it actually went out, in
      *>          FEED-SNAPSHOT-FILE (feed-snapshots.dat), keyed by
      *>            FS-ROUTE          the feed route (/air-quality-rss,
      *>                              /pollen-rss, ...);
      *>            FS-LOCATION       what the request asked about -
      *>                              the "latitude,longitude" label,
      *>                              city=, code_zone=, dept= or the
      *>                              locations= list;
      *>            FS-VARIANT-HASH   a hash of FS-VARIANT, the rest of
      *>                              the request (format, lang, icon,
      *>                              units...) as the audit trail
      *>                              summarizes it;
      *>            FS-FIRST-SERVED   when this body was first served
      *>                              for that route/location/variant,
      *>                              CURRENT-DATE's YYYYMMDDHHMMSShh.
      *>          A body identical to the one last served for the same
      *>          route, location and variant is not stored again: the
      *>          existing snapshot's FS-LAST-SERVED, correlation id and
      *>          FS-SERVE-COUNT move on instead. So the snapshot in
      *>          force at any moment is the last one first served at
      *>          or before it, and FS-FIRST-CORRELATION-ID /
      *>          FS-LAST-CORRELATION-ID tie it to the audit records of
      *>          the requests that served it.
      *> ===============================================================
       01  FS-RECORD.
           05  FS-KEY.
               10  FS-ROUTE             PIC X(40).
               10  FS-LOCATION          PIC X(100).
               10  FS-VARIANT-HASH      PIC 9(9).
               10  FS-FIRST-SERVED      PIC X(16).
           05  FS-VARIANT               PIC X(200).
           05  FS-BODY-HASH             PIC 9(9).
           05  FS-FIRST-CORRELATION-ID  PIC X(16).
           05  FS-LAST-SERVED           PIC X(16).
           05  FS-LAST-CORRELATION-ID   PIC X(16).
           05  FS-SERVE-COUNT           PIC 9(7).
           05  FS-CONTENT-TYPE          PIC X(32).
           05  FS-BODY-LENGTH           PIC 9(5).
           05  FS-BODY                  PIC X(10000).
