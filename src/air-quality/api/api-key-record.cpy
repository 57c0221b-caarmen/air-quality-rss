      *>            READER   - the data and feed routes only
      *>            REPORTER - READER plus the /exports routes
      *>            ADMIN    - everything, including the /admin routes
      *>            SUPER    - ADMIN across every tenant, plus the
      *>                       tenants themselves (/admin/tenants)
      *>            PRIVACY  - the privacy officer: the subscriber
      *>                       access requests (/privacy) and the
      *>                       packages they produce on /exports,
      *>                       and the data routes; never a tenant
      *>            HEALTH   - the regional health agency: the health
      *>                       impact report on /exports, and the
      *>                       data routes; never a tenant
      *>          A key whose role column is spaces counts as READER,
      *>          so handing a school a feed key never hands them the
      *>          ability to trigger a backfill or edit the location
      *>          registry - operators must mark their own keys ADMIN
      *>          explicitly. The registry file is maintained through
      *>          the /admin/api-keys routes (see API-KEY-REGISTRY);
      *>          when the file does not exist, API-key
      *>          authentication is not enforced at all so a fresh
      *>          install keeps working unauthenticated.
      *>          AK-ENABLED is "Y" for a live key, "S" for one the
      *>          operator has suspended (and may resume), "N" for
      *>          one revoked for good.
      *>          Layout v3 added the lifecycle: AK-ISSUED-DATE and
      *>          AK-EXPIRES-DATE (YYYYMMDD; an expiry of 0 - every
      *>          key from before v3 - never expires, and a key is
      *>          refused from the day after its expiry date), and
      *>          AK-SUCCESSOR-KEY, the key that replaced this one
      *>          when it was rotated - the old key keeps working
      *>          until its expiry, which the rotation brings
      *>          forward to the end of the grace period.
      *>          Layout v4 added AK-CONTACT-CHANNEL, the notification
      *>          channel (see NOTIFICATION-CHANNEL-REGISTRY) that
      *>          hears about the key's quota - spaces for a key
      *>          nobody is to be told about - and a reserve of
      *>          spaces at the end, so the next per-key attribute
      *>          is carved out of it rather than widening the file
      *>          again.
      *>          AK-CONTRACTED, the first field carved from that
      *>          reserve, is "Y" for a key held under a service
      *>          contract: the server never sheds its requests under
      *>          overload (see LOAD-SHED). Spaces - every key from
      *>          before - is an ordinary key.
      *>          AK-PLAN-CODE names the key's subscriber plan in the
      *>          plan catalog (see PLAN-CATALOG): the monthly run
      *>          invoices the key at that plan's prices. Spaces is
      *>          a key nobody is invoiced for.
      *>          AK-TENANT names the organisation the key belongs to
      *>          (see TENANT-REGISTRY): an ADMIN key manages only its
      *>          own tenant's records, and the keys of a disabled
      *>          tenant are refused. Spaces - every key from before
      *>          - is the operator's own organisation.
      *> ===============================================================
       01  AK-RECORD.
           05  AK-KEY                   PIC X(40).
           05  AK-DAILY-QUOTA           PIC 9(7).
           05  AK-ENABLED               PIC X(1).
           05  AK-ROLE                  PIC X(8).
           05  AK-ISSUED-DATE           PIC 9(8).
           05  AK-EXPIRES-DATE          PIC 9(8).
           05  AK-SUCCESSOR-KEY         PIC X(40).
           05  AK-CONTACT-CHANNEL       PIC X(8).
           05  AK-CONTRACTED            PIC X(1).
           05  AK-PLAN-CODE             PIC X(8).
           05  AK-TENANT                PIC X(8).
           05  FILLER                   PIC X(39).
