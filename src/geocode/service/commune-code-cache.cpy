      *> ===============================================================
      *> COPYBOOK: commune-code-cache
      *> PURPOSE: The commune codes a caller walking an archive has
      *>          already had resolved through the succession table,
      *>          with the code in force today for each (the code
      *>          itself when it was never retired). Held by the
      *>          caller across its run and filled by
      *>          COMMUNE-CURRENT-CODE, which answers a code it has
      *>          seen from here instead of opening the succession
      *>          file once per archive record. Start it empty; a
      *>          full cache still answers, uncached.
      *> ===============================================================
       01  C-CCC-MAX-COUNT              CONSTANT AS 200.
       01  CCC-CACHE-GRP.
           05  CCC-COUNT                PIC 9(3) VALUE 0.
           05  CCC-ENTRY OCCURS 200 TIMES.
               10  CCC-CODE             PIC X(5).
               10  CCC-CURRENT-CODE     PIC X(5).
