      *> ===============================================================
      *> COPYBOOK: reading-annotation-table
      *> PURPOSE: In-memory copy of the operator's reading annotations
      *>          (see reading-annotation), for the programs that walk
      *>          the history archives and must leave out INVALID
      *>          readings and footnote SUSPECT ones. Filled once per
      *>          run by READING-ANNOTATION-LOAD; each archived reading
      *>          is then checked with READING-ANNOTATION-FIND, which
      *>          answers from this table without touching the file.
      *>          An empty table (no annotation file yet) flags
      *>          nothing.
      *> ===============================================================
       01  C-RAT-MAX-COUNT              CONSTANT AS 500.
       01  RAT-TABLE-GRP.
           05  RAT-COUNT                PIC 9(4) VALUE 0.
           05  RAT-ENTRY OCCURS 500 TIMES
               INDEXED BY RAT-INDEX.
               10  RAT-ARCHIVE          PIC X(4).
               10  RAT-DATE-STR         PIC X(10).
               10  RAT-LOCATION         PIC X(21).
               10  RAT-ITEM             PIC X(16).
               10  RAT-FLAG             PIC X(7).
               10  RAT-REASON           PIC X(80).
