      *> ===============================================================
      *> COPYBOOK: commune-remap-list
      *> PURPOSE: The registry entries still pointing at a retired
      *>          INSEE commune code, as COMMUNE-MERGER-AFFECTED hands
      *>          them back for the admin remap: which registry
      *>          (CRL-ENTITY, named the way the admin change journal
      *>          names it), which entry, and the code it carries
      *>          against the code in force today. Two hundred
      *>          entries is far beyond one January's mergers; any
      *>          beyond that set CRL-OVERFLOW and are picked up by
      *>          running the remap again.
      *> ===============================================================
       01  C-CRL-MAX-COUNT              CONSTANT AS 200.
       01  CRL-LIST-GRP.
           05  CRL-COUNT                PIC 9(3) VALUE 0.
           05  CRL-OVERFLOW             PIC X(01) VALUE "N".
           05  CRL-ENTRY OCCURS 200 TIMES.
               10  CRL-ENTITY           PIC X(20).
               10  CRL-ENTITY-ID        PIC X(32).
               10  CRL-OLD-CODE         PIC X(5).
               10  CRL-CURRENT-CODE     PIC X(5).
