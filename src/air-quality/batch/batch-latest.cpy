      *> ===============================================================
      *> COPYBOOK: batch-latest
      *> PURPOSE: A lookup of the batch-control journal by job name,
      *>          as BATCH-LATEST-RECORDS answers it: the caller names
      *>          each job, and optionally the BC-STATUS the record
      *>          must carry (SPACES for any); one pass over the
      *>          journal hands back the latest matching record of
      *>          each as a whole BC-RECORD, BL-FOUND "N" when the
      *>          journal holds none.
      *> ===============================================================
       01  C-BATCH-LATEST-MAX-COUNT     CONSTANT AS 20.
       01  BL-LOOKUP-GRP.
           05  BL-COUNT                 PIC 9(2).
           05  BL-ENTRY OCCURS 20 TIMES INDEXED BY BL-INDEX.
               10  BL-JOB-NAME          PIC X(32).
               10  BL-STATUS-FILTER     PIC X(8).
               10  BL-FOUND             PIC X(1).
               10  BL-RECORD            PIC X(132).
