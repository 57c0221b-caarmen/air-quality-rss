      *> ===============================================================
      *> COPYBOOK: source-attribution-table
      *> PURPOSE: In-memory copy of the natural-source attributions
      *>          (see source-attribution) from a given day on, for
      *>          the programs that must say "likely contribution:"
      *>          beside a reading or set a day apart. Filled once per
      *>          run by SOURCE-ATTRIBUTION-LOAD; each day is then
      *>          checked with SOURCE-ATTRIBUTION-FIND (exact archive
      *>          label) or SOURCE-ATTRIBUTION-NEAREST (any
      *>          coordinates), which answer from this table without
      *>          touching the file. An empty table attributes
      *>          nothing.
      *> ===============================================================
       01  C-SAT-MAX-COUNT              CONSTANT AS 1000.
       01  SAT-TABLE-GRP.
           05  SAT-COUNT                PIC 9(4) VALUE 0.
           05  SAT-ENTRY OCCURS 1000 TIMES
               INDEXED BY SAT-INDEX.
               10  SAT-DATE-STR         PIC X(10).
               10  SAT-LOCATION         PIC X(21).
               10  SAT-SOURCE           PIC X(4).
