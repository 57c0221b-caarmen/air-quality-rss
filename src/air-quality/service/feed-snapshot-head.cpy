      *> ===============================================================
      *> COPYBOOK: feed-snapshot-head
      *> PURPOSE: One record per route/location/variant in
      *>          FEED-SNAPSHOT-HEAD-FILE (feed-snapshot-heads.dat),
      *>          pointing at the snapshot (see feed-snapshot) most
      *>          recently first served for it, with that body's hash,
      *>          so recording a serve can tell "same body again" from
      *>          "new body" with one keyed read instead of a scan.
      *> ===============================================================
       01  FSH-RECORD.
           05  FSH-KEY.
               10  FSH-ROUTE            PIC X(40).
               10  FSH-LOCATION         PIC X(100).
               10  FSH-VARIANT-HASH     PIC 9(9).
           05  FSH-FIRST-SERVED         PIC X(16).
           05  FSH-BODY-HASH            PIC 9(9).
