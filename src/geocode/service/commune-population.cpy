      *> ===============================================================
      *> COPYBOOK: commune-population
      *> PURPOSE: One commune's municipal population in the commune
      *>          population file (commune-population.dat, INDEXED on
      *>          the INSEE code), loaded from the INSEE legal
      *>          population listing by COMMUNE-REFERENCE-LOADER-BATCH
      *>          alongside the commune reference. The reference file
      *>          is keyed by name; this one answers "how many people
      *>          live in commune NNNNN" with one keyed read, which is
      *>          what the population-weighted figures need (see the
      *>          COMMUNE-POPULATION entry of COMMUNE-REFERENCE).
      *> ===============================================================
       01  CP-RECORD.
           05  CP-INSEE-CODE            PIC X(5).
           05  CP-POPULATION            PIC 9(8).
