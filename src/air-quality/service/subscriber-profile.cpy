      *> ===============================================================
      *> COPYBOOK: subscriber-profile
      *> PURPOSE: One record of SUBSCRIBER-PROFILE-FILE
      *>          (subscriber-profiles.dat), keyed by API key: the
      *>          choices a subscriber would otherwise repeat on
      *>          every feed URL and every alert subscription.
      *>          PF-SPECIES and PF-POLLUTANTS are the pollen species
      *>          and pollutants they are sensitive to, comma-
      *>          separated as the species param and subscription
      *>          items take them; PF-LANG, PF-ICON-STYLE and
      *>          PF-UNITS hold the values the lang, icon and units
      *>          params would (FR/EN, SQUARE/CIRCLE, UGM3/AQI); the
      *>          home and work locations are each a latitude/
      *>          longitude pair or a code_zone, stored as text the
      *>          way SF-RECORD stores them; PF-SENSITIVE "Y" marks a
      *>          subscriber in a sensitive group, whose health
      *>          guidance is then the SENSITIVE audience's.
      *>          Spaces in any field mean "no preference" and the
      *>          route's usual default applies; an explicit query
      *>          param always wins over the profile.
      *> ===============================================================
       01  PF-RECORD.
           05  PF-API-KEY               PIC X(40).
           05  PF-SPECIES               PIC X(100).
           05  PF-POLLUTANTS            PIC X(60).
           05  PF-LANG                  PIC X(2).
           05  PF-ICON-STYLE            PIC X(6).
           05  PF-UNITS                 PIC X(4).
           05  PF-HOME-LATITUDE-STR     PIC X(10).
           05  PF-HOME-LONGITUDE-STR    PIC X(10).
           05  PF-HOME-CODE-ZONE        PIC X(5).
           05  PF-WORK-LATITUDE-STR     PIC X(10).
           05  PF-WORK-LONGITUDE-STR    PIC X(10).
           05  PF-WORK-CODE-ZONE        PIC X(5).
           05  PF-SENSITIVE             PIC X(1).
           05  PF-UPDATED               PIC X(21).
