      *>          registry uses. The registry file is maintained by
      *>          the operator; no file means no channels, and the
      *>          dispatch is a no-op.
      *>          Layout v2 added NC-TENANT, the organisation the
      *>          channel belongs to (see TENANT-REGISTRY): a
      *>          tenant's alerts fan out to its own channels only,
      *>          and the operator's broadcasts to the channels of
      *>          the blank tenant - every channel from before.
      *> ===============================================================
       01  NC-RECORD.
           05  NC-CHANNEL-ID            PIC X(8).
           05  NC-ENDPOINT              PIC X(1000).
           05  NC-TARGET                PIC X(100).
           05  NC-ENABLED               PIC X(1).
           05  NC-TENANT                PIC X(8).
