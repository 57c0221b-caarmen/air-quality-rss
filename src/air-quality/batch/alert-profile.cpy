      *>          AP-QUIET-END-HOUR, wrapping past midnight when the
      *>          start is later than the end; start = end means no
      *>          quiet window.
      *>          Layout v2 added AP-TENANT, the organisation the
      *>          profile belongs to - always the tenant of the
      *>          location it configures (see TENANT-REGISTRY).
      *>          Spaces - every profile from before - is the
      *>          operator's own organisation.
      *> ===============================================================
       01  AP-RECORD.
           05  AP-LOCATION-ID           PIC X(8).
           05  AP-WEBHOOK-URL           PIC X(1000).
           05  AP-QUIET-START-HOUR      PIC 9(2).
           05  AP-QUIET-END-HOUR        PIC 9(2).
           05  AP-TENANT                PIC X(8).
