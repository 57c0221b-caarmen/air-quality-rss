      *> ===============================================================
      *> COPYBOOK: sensitive-site
      *> PURPOSE: One facility in SENSITIVE-SITE-FILE
      *>          (sensitive-sites.dat), the operator-maintained
      *>          registry of schools, creches, care homes and
      *>          hospitals AIR-QUALITY-ALERT-BATCH gives their own
      *>          heads-up: the facility's name and category, where it
      *>          stands, the notification channel (see the channel
      *>          registry) its contact is reached on, and the index
      *>          level that matters for its category.
      *>          SS-CATEGORY is SCHOOL, CRECHE, CAREHOME or HOSPITAL,
      *>          the same word the health-recommendation rules use as
      *>          their audience for category-specific guidance.
      *>          SS-ALERT-LEVEL 0 means the category's default: 2 for
      *>          a creche, 3 for a school or care home, 4 for a
      *>          hospital. SS-LANG is the language the contact is
      *>          written to in (FR when blank).
      *>          SS-LOCATION-ID links the site to a watched location;
      *>          left blank, the batch links it to the nearest
      *>          watched latitude/longitude pair, so only a site that
      *>          should follow a code_zone entry needs it filled.
      *> ===============================================================
       01  SS-RECORD.
           05  SS-SITE-ID               PIC X(8).
           05  SS-NAME                  PIC X(60).
           05  SS-CATEGORY              PIC X(9).
           05  SS-LATITUDE-STR          PIC X(10).
           05  SS-LONGITUDE-STR         PIC X(10).
           05  SS-CHANNEL-ID            PIC X(8).
           05  SS-ALERT-LEVEL           PIC 9(1).
           05  SS-LANG                  PIC X(2).
           05  SS-LOCATION-ID           PIC X(8).
