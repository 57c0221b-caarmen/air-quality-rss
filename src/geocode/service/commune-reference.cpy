      *>          Loaded from the open-data commune listing by
      *>          COMMUNE-REFERENCE-LOADER-BATCH; the coordinates are
      *>          kept in the same string form the watched-location
      *>          registry uses. CR-POPULATION is the commune's
      *>          municipal population from the INSEE population
      *>          listing, 0 when the listing does not carry the
      *>          commune (see commune-population.cpy).
      *> ===============================================================
       01  CR-RECORD.
           05  CR-NAME-KEY              PIC X(40).
           05  CR-INSEE-CODE            PIC X(5).
           05  CR-LATITUDE-STR          PIC X(10).
           05  CR-LONGITUDE-STR         PIC X(10).
           05  CR-POPULATION            PIC 9(8).
