      *>          consumer fills this table by calling
      *>          LOAD-WATCHED-LOCATIONS with WL-REGISTRY-GRP before
      *>          its first loop over the entries.
      *>          Each entry carries the tenant that watches it (see
      *>          WLR-TENANT), so a batch can route a location's
      *>          output to its own organisation.
      *> ===============================================================
       01  C-WATCHED-LATLONG-MAX-COUNT  CONSTANT AS 10.
       01  C-WATCHED-ZONE-MAX-COUNT     CONSTANT AS 10.
               10  WL-LATITUDE-STR      PIC X(10).
               10  WL-LONGITUDE-STR     PIC X(10).
               10  WL-LATLONG-TZ        PIC X(5).
               10  WL-LATLONG-TENANT    PIC X(8).
           05  WL-ZONE-COUNT            PIC 9(2) VALUE 0.
           05  WL-ZONE-SLOT OCCURS 10 TIMES
               INDEXED BY WL-ZONE-INDEX.
               10  WL-ZONE-ID           PIC X(8).
               10  WL-ZONE-ENTRY        PIC X(5).
               10  WL-ZONE-TZ           PIC X(5).
               10  WL-ZONE-TENANT       PIC X(8).
