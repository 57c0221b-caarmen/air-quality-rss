      *> ===============================================================
      *> COPYBOOK: tenant-record
      *> PURPOSE: One organisation sharing this server in TENANT-FILE
      *>          (tenants.dat): the tenant code every API key and
      *>          registry record carries (see AK-TENANT, WLR-TENANT,
      *>          AP-TENANT, NC-TENANT, SF-TENANT), the organisation's
      *>          name as the per-tenant reports print it, an enabled
      *>          flag ("N" refuses every key of the tenant without
      *>          touching its data) and the date it was created.
      *>          The operator's own organisation is the blank tenant
      *>          and has no row here: every record from before
      *>          tenants existed belongs to it.
      *>          The file is maintained through the /admin/tenants
      *>          routes, by SUPER keys only (see TENANT-REGISTRY).
      *> ===============================================================
       01  TN-RECORD.
           05  TN-CODE                  PIC X(8).
           05  TN-NAME                  PIC X(40).
           05  TN-ENABLED               PIC X(1).
           05  TN-CREATED-DATE          PIC 9(8).
