      *> ===============================================================
      *> COPYBOOK: pollen-reconciliation-record
      *> PURPOSE: One discrepancy row written by
      *>          POLLEN-RECONCILIATION-BATCH: a watched location
      *>          where Atmo France and the Copernicus CAMS pollen
      *>          forecast disagree on the same species by more than
      *>          one level in the same run. The species is recorded
      *>          under its POLLEN-CODE-NAME (code_boul, code_gram,
      *>          ...), the vocabulary both providers' tables are
      *>          mapped onto, with CAMS's raw grains/m3 alongside so
      *>          the operator can see how close to a band edge the
      *>          disagreement sits.
      *> ===============================================================
       01  PRC-RECORD.
           05  PRC-TIMESTAMP             PIC X(21).
           05  PRC-LOCATION-ID           PIC X(8).
           05  PRC-LOCATION              PIC X(21).
           05  PRC-SPECIES               PIC X(16).
           05  PRC-ATMO-LEVEL            PIC 9(1).
           05  PRC-CAMS-LEVEL            PIC 9(1).
           05  PRC-CAMS-GRAINS           PIC 9(5).
