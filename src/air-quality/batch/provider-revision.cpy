      *> ===============================================================
      *> COPYBOOK: provider-revision
      *> PURPOSE: One line of the provider revision log
      *>          (provider-revisions.dat), appended by
      *>          REVISION-SWEEP-BATCH every time a re-fetch of a past
      *>          day finds the provider has quietly changed a figure
      *>          we archived: which provider, which day and zone or
      *>          location, which pollutant, the value we held and
      *>          the value the provider now publishes, and when the
      *>          change was seen. RV-OLD-INDEX and RV-OLD-AVERAGE are
      *>          0 for a pollutant the provider added to the day
      *>          after we archived it.
      *> ===============================================================
       01  RV-RECORD.
           05  RV-SEEN-TIMESTAMP        PIC X(21).
           05  RV-PROVIDER              PIC X(12).
           05  RV-DATE-STR              PIC X(10).
           05  RV-LOCATION              PIC X(21).
           05  RV-POLLUTANT             PIC X(4).
           05  RV-OLD-AVERAGE           PIC 9(3)V9(1).
           05  RV-NEW-AVERAGE           PIC 9(3)V9(1).
           05  RV-OLD-INDEX             PIC 9(9).
           05  RV-NEW-INDEX             PIC 9(9).
