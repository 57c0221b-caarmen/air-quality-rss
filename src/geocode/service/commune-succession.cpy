      *> ===============================================================
      *> COPYBOOK: commune-succession
      *> PURPOSE: One retired INSEE commune code in the commune
      *>          succession file (commune-succession.dat, INDEXED on
      *>          the old code), built by COMMUNE-REFERENCE-LOADER-BATCH
      *>          from the official INSEE change file. Every January
      *>          communes merge into communes nouvelles and their
      *>          codes stop resolving; this record says where each
      *>          one went. CS-NEW-CODE is the commune it was merged
      *>          into (or renumbered to) on CS-EFFECTIVE-DATE;
      *>          CS-CURRENT-CODE follows that commune's own later
      *>          mergers to the code in force today, so a lookup
      *>          never has to walk the chain itself.
      *>          CS-CHANGE-KIND is the INSEE event code (MOD):
      *>          31 fusion, 32 commune nouvelle, 33 fusion-
      *>          association, 34 association turned fusion, 41
      *>          department change, 50 chef-lieu transfer.
      *>          A code whose commune was later restored (MOD 21)
      *>          has no record: it resolves to itself again.
      *> ===============================================================
       01  CS-RECORD.
           05  CS-OLD-CODE              PIC X(5).
           05  CS-NEW-CODE              PIC X(5).
           05  CS-CURRENT-CODE          PIC X(5).
           05  CS-EFFECTIVE-DATE        PIC X(10).
           05  CS-CHANGE-KIND           PIC X(2).
           05  CS-OLD-NAME              PIC X(40).
           05  CS-NEW-NAME              PIC X(40).
           05  CS-CURRENT-NAME          PIC X(40).
