      *>          Spaces (or 0 for the limit) mean "the route's usual
      *>          default", the same defaults the query parameters
      *>          themselves fall back to.
      *>          Layout v2 added SF-TENANT, the organisation that
      *>          owns the name (see TENANT-REGISTRY); the feed
      *>          itself stays public at /feed/{name} whoever owns it.
      *> ===============================================================
       01  SF-RECORD.
           05  SF-NAME                  PIC X(32).
           05  SF-UNITS                 PIC X(4).
           05  SF-REGION                PIC X(12).
           05  SF-LIMIT                 PIC 9(2).
           05  SF-TENANT                PIC X(8).
