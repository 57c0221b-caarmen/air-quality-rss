      *> ===============================================================
      *> COPYBOOK: sensitivity-weight
      *> PURPOSE: One record of SENSITIVITY-WEIGHT-FILE
      *>          (sensitivity-weights.dat), keyed by API key: the
      *>          subscriber's personal pollen sensitivities as
      *>          SYMPTOM-CORRELATION-BATCH last measured them from
      *>          their symptom journal. SW-JOURNAL-DAYS and
      *>          SW-BAD-DAYS are the journal the weights were built
      *>          from; each species' SW-WEIGHT is the share of those
      *>          bad days it was elevated on (0.00 to 1.00, the
      *>          "elevated on 8 of 9 bad days" of the report), and
      *>          only species that co-occurred at least once are
      *>          listed. A key with too few journal days still gets
      *>          a record, so PERSONAL-RISK-SERVICE can say how far
      *>          short it is.
      *> ===============================================================
       01  SW-RECORD.
           05  SW-API-KEY               PIC X(40).
           05  SW-JOURNAL-DAYS          PIC 9(5).
           05  SW-BAD-DAYS              PIC 9(5).
           05  SW-SPECIES-COUNT         PIC 9(2).
           05  SW-SPECIES-ENTRY OCCURS 30 TIMES.
               10  SW-SPECIES-NAME      PIC X(16).
               10  SW-WEIGHT            PIC 9V99.
           05  SW-UPDATED               PIC X(21).
