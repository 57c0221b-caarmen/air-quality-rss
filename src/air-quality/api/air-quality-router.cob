       PROGRAM-ID. AIR-QUALITY-ROUTER.

       ENVIRONMENT DIVISION.

       DATA DIVISION.

       LOCAL-STORAGE SECTION.
      *> Audit trail record for this request, one per request, read
      *> back later to reconcile subscriber traffic against how many
      *> calls were actually made against the Atmo France/PREV'AIR
      *> APIs. AUDIT-CHAIN appends it to the day's dated file
      *> (air-quality-audit.YYYYMMDD.log, see WRITE-AUDIT-LOG-RECORD).
       COPY audit-log IN "air-quality/api".
      *> LS-AUDIT-UPSTREAM-CALL: the program name of whichever service
      *> this request triggered a live upstream fetch through, or
      *> "NONE" for a request that never got that far (a bad request,
      *> or a route with no upstream provider such as /healthz).
           01  LS-AUDIT-UPSTREAM-CALL     PIC X(32) VALUE "NONE".
           01  LS-AUDIT-QUERY-PARAMS      PIC X(200) VALUE SPACES.
           01  C-LOG-INFO                 PIC X(5) VALUE "INFO".
           01  C-LOG-WARN                 PIC X(5) VALUE "WARN".
           01  LS-LOG-MESSAGE             PIC X(256) VALUE SPACES.
                                           VALUE "text/calendar".
           01  C-CONTENT-TYPE-HTML       PIC X(32)
                                           VALUE "text/html".
           01  C-CONTENT-TYPE-PDF        PIC X(32)
                                           VALUE "application/pdf".
           01  LS-AQRSS-VERSION           PIC X(32) VALUE SPACES.
           *> Per-route enable/disable flags, read fresh from
           *> ENV-CONFIG on every request so an upstream provider can
      *> or edit a registry (see API-KEY-ROLE).
           01  LS-API-KEY-ROLE            PIC X(8) VALUE SPACES.
           01  LS-REQUIRED-ROLE           PIC X(8) VALUE SPACES.
      *> The caller's organisation (see TENANT-REGISTRY) and the
      *> tenant scope the admin registries are read and edited
      *> under: the caller's own tenant, or "*" (every tenant) for a
      *> SUPER key and on a deployment with no key registry. Then
      *> the tenant a record being saved is filed under, and the
      *> tenant owning an existing record or key being touched.
           01  LS-CALLER-TENANT           PIC X(8) VALUE SPACES.
           01  LS-TENANT-SCOPE            PIC X(8) VALUE "*".
           01  LS-RECORD-TENANT           PIC X(8) VALUE SPACES.
           01  LS-OWNER-TENANT            PIC X(8) VALUE SPACES.
           01  LS-TENANT-OK               PIC X(01) VALUE "Y".
      *> /admin/tenants parameters (code, name, enabled) and the
      *> tenant row they file; "tenant" names the organisation a
      *> SUPER key files a record or key under.
           01  LS-QUERY-PARAM-TENANT      PIC X(16) VALUE "tenant".
           01  LS-TENANT-PARAM-VALUE      PIC X(100) VALUE SPACES.
           01  LS-TN-RECORD.
               05  LS-TN-CODE             PIC X(8).
               05  LS-TN-NAME             PIC X(40).
               05  LS-TN-ENABLED          PIC X(1).
               05  LS-TN-CREATED-DATE     PIC 9(8).
           01  LS-CORRELATION-ID          PIC X(16) VALUE SPACES.
           01  LS-WLR-RECORD.
               05  LS-WLR-LOCATION-ID     PIC X(8).
               05  LS-WLR-CODE-ZONE       PIC X(5).
               05  LS-WLR-LABEL           PIC X(21).
               05  LS-WLR-TZ-OFFSET       PIC X(5).
               05  LS-WLR-TENANT          PIC X(8).
      *> Saved-feed dispatch: a GET /feed/{name} request resolves the
      *> name through SAVED-FEED-REGISTRY, rewrites IN-URL to the
      *> stored route, and applies the stored parameter set over
      *> subscriber sees only their own species.
           01  LS-QUERY-PARAM-SPECIES     PIC X(16) VALUE "species".
           01  LS-SPECIES-PARAM-VALUE     PIC X(100) VALUE SPACES.
      *> GET /pollen-rss/forecast: how many days ahead (1 to 3,
      *> default 3) the CAMS pollen forecast covers, and the region
      *> the location resolves to - CAMS has no pollen outside
      *> metropolitan France.
           01  LS-QUERY-PARAM-DAYS        PIC X(16) VALUE "days".
           01  LS-DAYS-PARAM-VALUE        PIC X(100) VALUE SPACES.
           01  LS-FORECAST-DAYS           PIC 9(1) VALUE 3.
           01  LS-POLLEN-REGION-CODE      PIC X(12) VALUE SPACES.
           01  LS-QUERY-PARAM-STATION     PIC X(16) VALUE "station".
           01  LS-STATION-PARAM-VALUE     PIC X(100) VALUE SPACES.
           01  LS-STATION-ID              PIC X(16) VALUE SPACES.
           01  LS-QUERY-PARAM-HUB-TOPIC   PIC X(16) VALUE "hub.topic".
           01  LS-QUERY-PARAM-HUB-CALLBK  PIC X(16)
                                           VALUE "hub.callback".
           01  LS-QUERY-PARAM-HUB-SECRET  PIC X(16) VALUE "hub.secret".
           01  LS-HUB-MODE-VALUE          PIC X(100) VALUE SPACES.
           01  LS-HUB-TOPIC-VALUE         PIC X(100) VALUE SPACES.
           01  LS-HUB-CALLBACK-VALUE      PIC X(100) VALUE SPACES.
           01  LS-HUB-SECRET-VALUE        PIC X(100) VALUE SPACES.
           01  LS-WEBSUB-TOPIC            PIC X(200) VALUE SPACES.
           01  LS-WEBSUB-CALLBACK         PIC X(500) VALUE SPACES.
           01  LS-WEBSUB-SECRET           PIC X(200) VALUE SPACES.
           01  LS-WEBSUB-API-KEY          PIC X(40) VALUE SPACES.
           01  LS-JOB-NAME-RAW            PIC X(20) VALUE SPACES.
           01  LS-JOB-SUFFIX              PIC X(20) VALUE SPACES.
           01  LS-JOB-NAME                PIC X(16) VALUE SPACES.
               05  LS-SUB-REC-THRESHOLD   PIC 9(1).
               05  LS-SUB-REC-CHANNEL-ID  PIC X(8).
               05  LS-SUB-REC-ENABLED     PIC X(1).
      *> The calling subscriber's stored profile (see
      *> SUBSCRIBER-PROFILE-REGISTRY), laid under the query params
      *> by APPLY-SUBSCRIBER-PROFILE, and the /profile routes'
      *> params: which stored location a feed or an update means
      *> (home or work) and the sensitive-group flag.
           COPY subscriber-profile IN "air-quality/service".
           01  LS-PROFILE-API-KEY         PIC X(40) VALUE SPACES.
           01  LS-PROFILE-FOUND           PIC X(01) VALUE "N".
      *> "Y" once the answer is built from the caller's own data
      *> (their profile or their sensitivity weights).
           01  LS-ANSWER-PERSONAL         PIC X(01) VALUE "N".
           01  LS-PROFILE-LOCATION-APPLIED PIC X(01) VALUE "N".
           01  LS-PROFILE-AUDIENCE        PIC X(9) VALUE SPACES.
           01  LS-PROFILE-LATITUDE-STR    PIC X(10) VALUE SPACES.
           01  LS-PROFILE-LONGITUDE-STR   PIC X(10) VALUE SPACES.
           01  LS-PROFILE-CODE-ZONE       PIC X(5) VALUE SPACES.
           01  LS-PROFILE-COORD-EDIT      PIC -ZZ9.99999.
           01  LS-PROFILE-PARAM-VALUE     PIC X(100) VALUE SPACES.
           01  LS-QUERY-PARAM-PLACE       PIC X(16) VALUE "place".
           01  LS-PLACE-PARAM-VALUE       PIC X(100) VALUE SPACES.
           01  LS-QUERY-PARAM-SENSITIVE   PIC X(16) VALUE "sensitive".
           01  LS-SENSITIVE-PARAM-VALUE   PIC X(100) VALUE SPACES.
      *> GET /search parameter: the (possibly misspelled) commune
      *> name to match (see COMMUNE-SEARCH-SERVICE).
           01  LS-QUERY-PARAM-Q          PIC X(16) VALUE "q".
      *> /portal: the subscriber portal's page request (see
      *> SUBSCRIBER-PORTAL), the cookie its sign-in session is kept
      *> in, and the feed builder's and calendar's query params.
           COPY portal-request IN "air-quality/service".
           01  LS-PORTAL-COOKIE-NAME     PIC X(16)
                                           VALUE "aqrss_portal".
           01  LS-PORTAL-COOKIE-ATTRS    PIC X(48) VALUE
               "; Path=/portal; HttpOnly; SameSite=Strict".
           01  LS-QUERY-PARAM-MONTH      PIC X(16) VALUE "month".
           01  LS-PORTAL-PARAM-VALUE     PIC X(100) VALUE SPACES.
      *> /newsletter: the public sign-up, confirmation and
      *> unsubscribe routes' fields, taken from the posted form or
      *> the query string (see NEWSLETTER-SIGNUP-SERVICE), and the
      *> address of a reported bounce.
           01  LS-QUERY-PARAM-EMAIL      PIC X(16) VALUE "email".
           01  LS-QUERY-PARAM-COMMUNE    PIC X(16) VALUE "commune".
           01  LS-QUERY-PARAM-FREQUENCY  PIC X(16) VALUE "frequency".
           01  LS-QUERY-PARAM-TOKEN      PIC X(16) VALUE "token".
           01  LS-NL-PAGE                PIC X(40) VALUE SPACES.
           01  LS-NL-FIELD-NAME          PIC X(16) VALUE SPACES.
           01  LS-NL-FIELD-VALUE         PIC X(100) VALUE SPACES.
           01  LS-NL-EMAIL               PIC X(100) VALUE SPACES.
           01  LS-NL-COMMUNE             PIC X(100) VALUE SPACES.
           01  LS-NL-FREQUENCY           PIC X(100) VALUE SPACES.
           01  LS-NL-LANG                PIC X(2) VALUE SPACES.
           01  LS-NL-TOKEN               PIC X(32) VALUE SPACES.
           01  LS-NL-MESSAGE             PIC X(200) VALUE SPACES.
      *> GET /exports/{name}: the requested export file's name.
           01  LS-EXPORT-NAME            PIC X(40) VALUE SPACES.
      *> POST /admin/alerts: the acknowledged alert's id.
               05  LS-AP-WEBHOOK-URL      PIC X(1000).
               05  LS-AP-QUIET-START      PIC 9(2).
               05  LS-AP-QUIET-END        PIC 9(2).
               05  LS-AP-TENANT           PIC X(8).
           01  LS-NC-RECORD.
               05  LS-NC-CHANNEL-ID       PIC X(8).
               05  LS-NC-TYPE             PIC X(8).
               05  LS-NC-ENDPOINT         PIC X(1000).
               05  LS-NC-TARGET           PIC X(100).
               05  LS-NC-ENABLED          PIC X(1).
               05  LS-NC-TENANT           PIC X(8).
           01  LS-NC-TEST-SUBJECT         PIC X(100) VALUE SPACES.
           01  LS-NC-TEST-MESSAGE         PIC X(1000) VALUE SPACES.
           01  LS-NC-TEST-DELIVERED       PIC 9(5) VALUE 0.
           01  LS-NC-TEST-FAILED          PIC 9(5) VALUE 0.
      *> POST /admin/notification-channels/rotate-secret: how long
      *> the replaced secret keeps signing alongside the new one.
           01  LS-QUERY-PARAM-OVERLAP     PIC X(16)
                                           VALUE "overlap_hours".
           01  LS-OVERLAP-PARAM-VALUE     PIC X(100) VALUE SPACES.
           01  LS-NC-OVERLAP-HOURS        PIC 9(3) VALUE 24.
           01  LS-NC-NEW-SECRET           PIC X(200) VALUE SPACES.
      *> /admin/credentials: a vault entry's name (query string) and
      *> its value (form body, so it stays out of the access and
      *> audit logs), plus the version the vault stored it as.
           01  LS-CREDENTIAL-NAME         PIC X(32) VALUE SPACES.
           01  LS-CREDENTIAL-VALUE        PIC X(100) VALUE SPACES.
           01  LS-CREDENTIAL-VERSION      PIC 9(4) VALUE 0.
           01  LS-CREDENTIAL-ROTATE       PIC X(01) VALUE "N".
      *> /admin/api-keys parameters (see API-KEY-REGISTRY): the key
      *> acted on (whole, or a prefix of at least eight characters),
      *> and a new key's owner, role, daily quota, validity and
      *> quota contact channel, or a rotation's grace period.
           01  LS-QUERY-PARAM-KEY         PIC X(16) VALUE "key".
           01  LS-KEY-PARAM-VALUE         PIC X(100) VALUE SPACES.
           01  LS-QUERY-PARAM-OWNER       PIC X(16) VALUE "owner".
           01  LS-OWNER-PARAM-VALUE       PIC X(100) VALUE SPACES.
           01  LS-QUERY-PARAM-ROLE        PIC X(16) VALUE "role".
           01  LS-ROLE-PARAM-VALUE        PIC X(100) VALUE SPACES.
           01  LS-QUERY-PARAM-QUOTA       PIC X(16) VALUE "quota".
           01  LS-QUOTA-PARAM-VALUE       PIC X(100) VALUE SPACES.
           01  LS-QUERY-PARAM-VALID-DAYS  PIC X(16) VALUE "valid_days".
           01  LS-VALID-DAYS-PARAM-VALUE  PIC X(100) VALUE SPACES.
           01  LS-QUERY-PARAM-GRACE-DAYS  PIC X(16) VALUE "grace_days".
           01  LS-GRACE-DAYS-PARAM-VALUE  PIC X(100) VALUE SPACES.
           01  LS-AK-OWNER                PIC X(32) VALUE SPACES.
           01  LS-AK-ROLE                 PIC X(8) VALUE SPACES.
           01  LS-AK-DAILY-QUOTA          PIC 9(7) VALUE 0.
           01  LS-AK-VALID-DAYS           PIC 9(4) VALUE 365.
           01  LS-AK-GRACE-DAYS           PIC 9(3) VALUE 14.
           01  LS-AK-NEW-KEY              PIC X(40) VALUE SPACES.
           01  LS-AK-EXPIRES-DATE         PIC 9(8) VALUE 0.
           01  LS-AK-SUSPEND              PIC X(01) VALUE "Y".
           01  LS-QUERY-PARAM-CONTACT     PIC X(16) VALUE "contact".
           01  LS-CONTACT-PARAM-VALUE     PIC X(100) VALUE SPACES.
           01  LS-AK-CONTACT              PIC X(8) VALUE SPACES.
           01  LS-AK-CONTACT-OK           PIC X(01) VALUE "Y".
      *> A quota refusal says when the quota starts over (see
      *> API-KEY-QUOTA-RESET).
           01  LS-AK-RESET-SECONDS        PIC 9(9) VALUE 0.
           01  LS-AK-RESET-HOURS          PIC Z9.
           01  LS-AK-RESET-MINUTES        PIC 99.
      *> POST /admin/api-keys/contract: contracted=Y|N.
           01  LS-QUERY-PARAM-CONTRACTED  PIC X(16) VALUE "contracted".
           01  LS-CONTRACTED-PARAM-VALUE  PIC X(100) VALUE SPACES.
           01  LS-AK-CONTRACTED           PIC X(01) VALUE SPACES.
      *> Subscriber plans and invoices (see PLAN-CATALOG and
      *> INVOICE-REGISTER): a key's plan, a plan's terms, and the
      *> invoice a credit note corrects. Money parameters are euros
      *> with at most two decimals, e.g. fee=49.90.
           01  LS-QUERY-PARAM-PLAN        PIC X(16) VALUE "plan".
           01  LS-PLAN-PARAM-VALUE        PIC X(100) VALUE SPACES.
           01  LS-AK-PLAN-CODE            PIC X(8) VALUE SPACES.
           01  LS-AK-PLAN-OK              PIC X(01) VALUE "Y".
           01  LS-PLAN-RECORD.
               05  LS-PL-PLAN-CODE        PIC X(8).
               05  LS-PL-PLAN-NAME        PIC X(32).
               05  LS-PL-MONTHLY-FEE      PIC 9(7)V99.
               05  LS-PL-INCLUDED         PIC 9(9).
               05  LS-PL-OVERAGE-PRICE    PIC 9(5)V99.
               05  LS-PL-DAILY-QUOTA      PIC 9(7).
           01  LS-QUERY-PARAM-PLAN-CODE   PIC X(16) VALUE "code".
           01  LS-QUERY-PARAM-FEE         PIC X(16) VALUE "fee".
           01  LS-QUERY-PARAM-INCLUDED    PIC X(16) VALUE "included".
           01  LS-QUERY-PARAM-OVERAGE     PIC X(16) VALUE "overage".
           01  LS-QUERY-PARAM-PERIOD      PIC X(16) VALUE "period".
           01  LS-QUERY-PARAM-INVOICE     PIC X(16) VALUE "invoice".
           01  LS-QUERY-PARAM-AMOUNT      PIC X(16) VALUE "amount".
           01  LS-BILLING-PARAM-VALUE     PIC X(100) VALUE SPACES.
           01  LS-INVOICE-PERIOD          PIC X(6) VALUE SPACES.
           01  LS-INVOICE-NUMBER          PIC X(14) VALUE SPACES.
           01  LS-CREDIT-AMOUNT           PIC 9(7)V99 VALUE 0.
           01  LS-CREDIT-REASON           PIC X(80) VALUE SPACES.
           01  LS-CREDIT-NUMBER           PIC X(14) VALUE SPACES.
      *> PARSE-MONEY-PARAM's input, the whole euros it allows, and
      *> its verdict and value.
           01  LS-MONEY-TEXT              PIC X(100) VALUE SPACES.
           01  LS-MONEY-SCRATCH           PIC X(100) VALUE SPACES.
           01  LS-MONEY-INT-PART          PIC X(20) VALUE SPACES.
           01  LS-MONEY-DEC-PART          PIC X(20) VALUE SPACES.
           01  LS-MONEY-INT-LENGTH        PIC 9(3) VALUE 0.
           01  LS-MONEY-DEC-LENGTH        PIC 9(3) VALUE 0.
           01  LS-MONEY-DOT-COUNT         PIC 9(3) VALUE 0.
           01  LS-MONEY-INT-DIGITS        PIC 9(1) VALUE 7.
           01  LS-MONEY-OK                PIC X(01) VALUE "N".
           01  LS-MONEY-VALUE             PIC 9(7)V99 VALUE 0.
      *> Overload shedding (see LOAD-SHED): the current level, the
      *> refusal's Retry-After, the caller's class ("anonymous",
      *> "reader", or spaces for a caller never shed), and the
      *> request's signature - the route plus the query parameters
      *> that shape its answer - under which its last good answer is
      *> remembered and recalled.
           01  LS-SHED-CONFIGURED         PIC X(01) VALUE "N".
           01  LS-SHED-APPLIED            PIC X(01) VALUE "N".
           01  LS-SHED-LEVEL              PIC 9(1) VALUE 0.
           01  LS-SHED-RETRY-AFTER        PIC 9(9) VALUE 0.
           01  LS-SHED-RETRY-DISPLAY      PIC Z(8)9.
           01  LS-SHED-CLASS              PIC X(9) VALUE SPACES.
           01  LS-SHED-ANSWER             PIC X(3) VALUE SPACES.
           01  LS-SHED-KEY-ROLE           PIC X(8) VALUE SPACES.
           01  LS-SHED-CONTRACTED         PIC X(01) VALUE "N".
           01  LS-SHED-SIGNATURE          PIC X(400) VALUE SPACES.
           01  LS-SHED-SCRATCH            PIC X(400) VALUE SPACES.
           01  LS-SHED-PARAM-VALUE        PIC X(100) VALUE SPACES.
           01  LS-SHED-PARAM-IDX          PIC 9(2) VALUE 0.
           01  LS-SHED-PARAM-NAMES.
               05  FILLER PIC X(16) VALUE "latitude".
               05  FILLER PIC X(16) VALUE "longitude".
               05  FILLER PIC X(16) VALUE "code_zone".
               05  FILLER PIC X(16) VALUE "city".
               05  FILLER PIC X(16) VALUE "dept".
               05  FILLER PIC X(16) VALUE "locations".
               05  FILLER PIC X(16) VALUE "format".
               05  FILLER PIC X(16) VALUE "api".
               05  FILLER PIC X(16) VALUE "lang".
               05  FILLER PIC X(16) VALUE "icon".
               05  FILLER PIC X(16) VALUE "region".
               05  FILLER PIC X(16) VALUE "units".
               05  FILLER PIC X(16) VALUE "granularity".
               05  FILLER PIC X(16) VALUE "limit".
               05  FILLER PIC X(16) VALUE "id".
               05  FILLER PIC X(16) VALUE "species".
               05  FILLER PIC X(16) VALUE "days".
               05  FILLER PIC X(16) VALUE "station".
               05  FILLER PIC X(16) VALUE "pollutant".
               05  FILLER PIC X(16) VALUE "from".
               05  FILLER PIC X(16) VALUE "to".
               05  FILLER PIC X(16) VALUE "date".
               05  FILLER PIC X(16) VALUE "tz".
               05  FILLER PIC X(16) VALUE "q".
               05  FILLER PIC X(16) VALUE "n".
               05  FILLER PIC X(16) VALUE "min_lat".
               05  FILLER PIC X(16) VALUE "min_long".
               05  FILLER PIC X(16) VALUE "max_lat".
               05  FILLER PIC X(16) VALUE "max_long".
           01  LS-SHED-PARAM-TABLE REDEFINES LS-SHED-PARAM-NAMES.
               05  LS-SHED-PARAM-NAME     PIC X(16) OCCURS 29 TIMES.
      *> GET /pollutant-rss/departement: the departement number (the
      *> INSEE code's first two characters, 2A/2B for Corsica).
           01  LS-QUERY-PARAM-DEPT       PIC X(16) VALUE "dept".
           01  LS-INCIDENT-PROGRAM       PIC X(32) VALUE SPACES.
           01  LS-INCIDENT-DETAIL        PIC X(100) VALUE SPACES.
           01  LS-INCIDENT-DETAIL-TEXT   PIC X(1000) VALUE SPACES.
      *> GET /map-grid.geojson parameters: the bounding box and grid
      *> dimension of the coverage surface (see GRID-GEOJSON-SERVICE).
           01  LS-QUERY-PARAM-MIN-LAT    PIC X(16) VALUE "min_lat".
               05  LS-SEN-VALUE          PIC 9(3)V9(1).
               05  LS-SEN-LATITUDE-STR   PIC X(10).
               05  LS-SEN-LONGITUDE-STR  PIC X(10).
               05  LS-SEN-RAW-VALUE      PIC 9(3)V9(1).
      *> The same route with pollutant "co2" files a classroom
      *> monitor's reading, in ppm, under the building and room it
      *> hangs in - into the indoor archive, never the outdoor one
      *> (see INDOOR-CO2-REGISTRY).
           01  LS-SEN-INDOOR              PIC X(1) VALUE "N".
           01  LS-QUERY-PARAM-BUILDING    PIC X(16) VALUE "building".
           01  LS-BUILDING-PARAM-VALUE    PIC X(100) VALUE SPACES.
           01  LS-QUERY-PARAM-ROOM        PIC X(16) VALUE "room".
           01  LS-ROOM-PARAM-VALUE        PIC X(100) VALUE SPACES.
           01  LS-CO2-RECORD.
               05  LS-CO2-SENSOR-ID       PIC X(16).
               05  LS-CO2-TIMESTAMP       PIC X(21).
               05  LS-CO2-BUILDING        PIC X(32).
               05  LS-CO2-ROOM            PIC X(32).
               05  LS-CO2-PPM             PIC 9(5).
               05  LS-CO2-RAW-PPM         PIC 9(5).
      *> The posting unit's own secret (secret query parameter, or
      *> the X-Sensor-Secret header), checked against its
      *> SENSOR-REGISTRY record before the reading is calibrated
      *> and archived.
           01  LS-QUERY-PARAM-SECRET      PIC X(16) VALUE "secret".
           01  LS-SENSOR-SECRET-HEADER-NAME PIC X(32)
                   VALUE "X-Sensor-Secret".
           01  LS-SECRET-PARAM-VALUE      PIC X(100) VALUE SPACES.
           01  LS-SR-TODAY-DATE           PIC X(8) VALUE SPACES.
           01  LS-SR-CAL-IDX              PIC 9(1) VALUE 0.
           01  LS-SR-CAL-FOUND            PIC 9(1) VALUE 0.
           01  LS-SR-CALIBRATED           PIC S9(5)V9(1) VALUE 0.
      *> /admin/sensors parameters, which maintain the sensor master
      *> registry (see SENSOR-REGISTRY): the unit's id, install site
      *> and coordinates, service dates as YYYYMMDD, posting secret,
      *> and its measured pollutants as a comma-separated list of
      *> code[:slope[:offset]] entries (slope defaults to 1, offset
      *> to 0), plus the unit's expected reporting interval in
      *> minutes (default 15).
           01  LS-QUERY-PARAM-SITE        PIC X(16) VALUE "site".
           01  LS-SITE-PARAM-VALUE        PIC X(100) VALUE SPACES.
           01  LS-QUERY-PARAM-COMMISSIONED PIC X(16)
                   VALUE "commissioned".
           01  LS-COMMISSIONED-PARAM-VALUE PIC X(100) VALUE SPACES.
           01  LS-QUERY-PARAM-DECOMMISSIONED PIC X(16)
                   VALUE "decommissioned".
           01  LS-DECOMMISSIONED-PARAM-VALUE PIC X(100) VALUE SPACES.
           01  LS-QUERY-PARAM-POLLUTANTS  PIC X(16) VALUE "pollutants".
           01  LS-POLLUTANTS-PARAM-VALUE  PIC X(100) VALUE SPACES.
           01  LS-QUERY-PARAM-INTERVAL    PIC X(16) VALUE "interval".
           01  LS-INTERVAL-PARAM-VALUE    PIC X(100) VALUE SPACES.
           01  LS-SR-ITEM-COUNT           PIC 9(2) VALUE 0.
           01  LS-SR-ITEM-TABLE.
               05  LS-SR-ITEM             PIC X(30) OCCURS 6 TIMES.
           01  LS-SR-ITEM-CODE            PIC X(10) VALUE SPACES.
           01  LS-SR-ITEM-SLOPE           PIC X(10) VALUE SPACES.
           01  LS-SR-ITEM-OFFSET          PIC X(10) VALUE SPACES.
           01  LS-SENSOR-ID               PIC X(16) VALUE SPACES.
           01  LS-SR-RECORD.
               05  LS-SR-SENSOR-ID        PIC X(16).
               05  LS-SR-SITE             PIC X(32).
               05  LS-SR-LATITUDE-STR     PIC X(10).
               05  LS-SR-LONGITUDE-STR    PIC X(10).
               05  LS-SR-COMMISSIONED-DATE PIC X(8).
               05  LS-SR-DECOMMISSIONED-DATE PIC X(8).
               05  LS-SR-SECRET           PIC X(40).
               05  LS-SR-CAL-COUNT        PIC 9(1).
               05  LS-SR-CAL-ENTRY OCCURS 5 TIMES.
                   10  LS-SR-CAL-POLLUTANT PIC X(4).
                   10  LS-SR-CAL-SLOPE    PIC 9(1)V9(4).
                   10  LS-SR-CAL-OFFSET   PIC S9(3)V9(1).
               05  LS-SR-REPORT-INTERVAL-MIN PIC 9(4).
      *> POST /symptom-journal parameters: the day's severity (1-5)
      *> and optional note, filed under the API key the request
      *> authenticated with (see SYMPTOM-JOURNAL-REGISTRY).
               05  LS-SF-UNITS            PIC X(4).
               05  LS-SF-REGION           PIC X(12).
               05  LS-SF-LIMIT            PIC 9(2).
               05  LS-SF-TENANT           PIC X(8).
      *> /admin/annotations parameters, which mark one archived
      *> reading INVALID or SUSPECT without touching the archive (see
      *> READING-ANNOTATION-REGISTRY): the archive (atmo, prevair,
      *> cams, pollen, or sensor for our own units), the day as
      *> YYYY-MM-DD, the location (code_zone for atmo, the unit's
      *> id in "sensor" for sensor, latitude/longitude otherwise),
      *> the pollutant or species as archived ("*" for every reading
      *> of the day), and on POST the flag, operator name and reason.
           01  LS-QUERY-PARAM-ARCHIVE     PIC X(16) VALUE "archive".
           01  LS-ARCHIVE-PARAM-VALUE     PIC X(100) VALUE SPACES.
           01  LS-QUERY-PARAM-DATE        PIC X(16) VALUE "date".
           01  LS-DATE-PARAM-VALUE        PIC X(100) VALUE SPACES.
           01  LS-QUERY-PARAM-ITEM        PIC X(16) VALUE "item".
           01  LS-ITEM-PARAM-VALUE        PIC X(100) VALUE SPACES.
           01  LS-QUERY-PARAM-FLAG        PIC X(16) VALUE "flag".
           01  LS-FLAG-PARAM-VALUE        PIC X(100) VALUE SPACES.
           01  LS-QUERY-PARAM-OPERATOR    PIC X(16) VALUE "operator".
           01  LS-OPERATOR-PARAM-VALUE    PIC X(100) VALUE SPACES.
           01  LS-QUERY-PARAM-REASON      PIC X(16) VALUE "reason".
           01  LS-REASON-PARAM-VALUE      PIC X(100) VALUE SPACES.
           01  LS-RA-RECORD.
               05  LS-RA-KEY.
                   10  LS-RA-ARCHIVE      PIC X(4).
                   10  LS-RA-DATE-STR     PIC X(10).
                   10  LS-RA-LOCATION     PIC X(21).
                   10  LS-RA-ITEM         PIC X(16).
               05  LS-RA-FLAG             PIC X(7).
               05  LS-RA-OPERATOR         PIC X(32).
               05  LS-RA-REASON           PIC X(80).
               05  LS-RA-MARKED-TIMESTAMP PIC X(21).
      *> The as-served feed archive (see FEED-SNAPSHOT-REGISTRY): the
      *> route, location label and request variant each 200 feed
      *> answer is filed under, and on GET /admin/feed-snapshots the
      *> moment asked about ("at", YYYY-MM-DDTHH:MM[:SS], default
      *> now) and the optional variant hash whose raw body is wanted.
           01  LS-QUERY-PARAM-AT          PIC X(16) VALUE "at".
           01  LS-AT-PARAM-VALUE          PIC X(100) VALUE SPACES.
           01  LS-QUERY-PARAM-VARIANT     PIC X(16) VALUE "variant".
           01  LS-VARIANT-PARAM-VALUE     PIC X(100) VALUE SPACES.
           01  LS-SNAPSHOT-ROUTE          PIC X(40) VALUE SPACES.
           01  LS-SNAPSHOT-LOCATION       PIC X(100) VALUE SPACES.
           01  LS-SNAPSHOT-AT             PIC X(16) VALUE SPACES.
           01  LS-SNAPSHOT-VARIANT-HASH   PIC 9(9) VALUE 0.
           01  LS-SNAPSHOT-TALLY          PIC 9(4) COMP-5 VALUE 0.
      *> Feed branding (see FEED-BRANDING): the /admin/branding
      *> template fields (route and lang name the template; title,
      *> description, image, copyright and footer fill it), the
      *> template they build, and the route and document format a
      *> feed answer is branded under on its way out.
           01  LS-QUERY-PARAM-TITLE       PIC X(16) VALUE "title".
           01  LS-QUERY-PARAM-DESCRIPTION PIC X(16) VALUE "description".
           01  LS-QUERY-PARAM-IMAGE       PIC X(16) VALUE "image".
           01  LS-QUERY-PARAM-COPYRIGHT   PIC X(16) VALUE "copyright".
           01  LS-QUERY-PARAM-FOOTER      PIC X(16) VALUE "footer".
           01  LS-BRANDING-PARAM-NAME     PIC X(16) VALUE SPACES.
           01  LS-BRANDING-PARAM-VALUE    PIC X(100) VALUE SPACES.
           01  LS-FB-RECORD.
               05  LS-FB-ROUTE            PIC X(60).
               05  LS-FB-LANG             PIC X(2).
               05  LS-FB-TITLE-PATTERN    PIC X(100).
               05  LS-FB-DESCRIPTION      PIC X(100).
               05  LS-FB-IMAGE-URL        PIC X(100).
               05  LS-FB-COPYRIGHT        PIC X(100).
               05  LS-FB-FOOTER           PIC X(100).
           01  LS-BRANDING-ROUTE          PIC X(60) VALUE SPACES.
           01  LS-BRANDING-FORMAT         PIC X(4) VALUE SPACES.
           01  LS-BRANDING-OK             PIC X(01) VALUE "Y".

      *> Admin change journal (see CHANGE-JOURNAL): the registry and
      *> record an admin write touches, the record as it stood before
      *> the write and as it stands now, and the image a revert puts
      *> back. Then GET /admin/changes' filters - entity, id (a
      *> leading part is enough), owner, from/to as YYYY-MM-DD and
      *> limit - and POST /admin/changes/revert's change number and
      *> force=Y, which puts a record back even when it has been
      *> changed again since.
           01  LS-CJ-ENTITY               PIC X(20) VALUE SPACES.
           01  LS-CJ-ENTITY-ID            PIC X(64) VALUE SPACES.
           01  LS-CJ-KEY-REF              PIC X(100) VALUE SPACES.
           01  LS-CJ-BEFORE-IMAGE         PIC X(1200) VALUE SPACES.
           01  LS-CJ-IMAGE                PIC X(1200) VALUE SPACES.
           01  LS-CJ-RESTORE-IMAGE        PIC X(1200) VALUE SPACES.
           01  LS-CJ-REVERTS-ID           PIC 9(9) VALUE 0.
           01  LS-CJ-CHANGE-ID            PIC 9(9) VALUE 0.
           01  LS-CJ-NUMBER-TEXT          PIC Z(8)9.
           01  LS-CJ-ALL-TENANTS          PIC X(8) VALUE "*".
           01  LS-QUERY-PARAM-ENTITY      PIC X(16) VALUE "entity".
           01  LS-ENTITY-PARAM-VALUE      PIC X(100) VALUE SPACES.
           01  LS-QUERY-PARAM-FORCE       PIC X(16) VALUE "force".
           01  LS-FORCE-PARAM-VALUE       PIC X(100) VALUE SPACES.
           01  LS-CJ-FILTER-ENTITY        PIC X(20) VALUE SPACES.
           01  LS-CJ-FILTER-ID            PIC X(64) VALUE SPACES.
           01  LS-CJ-FILTER-OWNER         PIC X(32) VALUE SPACES.
           01  LS-CJ-FROM-DATE            PIC X(8) VALUE SPACES.
           01  LS-CJ-TO-DATE              PIC X(8) VALUE SPACES.
           01  LS-CJ-LIMIT                PIC 9(3) VALUE 0.
       COPY change-record IN "air-quality/service".
      *> /admin/maintenance-windows parameters (target, start and end
      *> as YYYYMMDDHHMM, notice) and /admin/health-rules parameters
      *> (item, low and high levels, audience, lang, text), filed
      *> through MAINTENANCE-WINDOW-REGISTRY and HEALTH-RULE-REGISTRY
      *> instead of by hand-editing their files.
           01  LS-QUERY-PARAM-START       PIC X(16) VALUE "start".
           01  LS-QUERY-PARAM-END         PIC X(16) VALUE "end".
           01  LS-QUERY-PARAM-NOTICE      PIC X(16) VALUE "notice".
           01  LS-QUERY-PARAM-LOW         PIC X(16) VALUE "low".
           01  LS-QUERY-PARAM-HIGH        PIC X(16) VALUE "high".
           01  LS-QUERY-PARAM-AUDIENCE    PIC X(16) VALUE "audience".
           01  LS-QUERY-PARAM-TEXT        PIC X(16) VALUE "text".
           01  LS-ADMIN-PARAM-VALUE       PIC X(100) VALUE SPACES.
       COPY maintenance-window IN "air-quality/service".
       COPY health-recommendation IN "air-quality/service".
      *> Four-eyes approval of the jobs that cannot be undone (see
      *> JOB-APPROVAL-REGISTRY): the parameters a restore, erasure
      *> or migration request is filed with (set, file, key,
      *> lookback_days), then /admin/job-approvals' request number,
      *> decision, the deciding key, and the list's status filter.
           01  LS-QUERY-PARAM-SET         PIC X(16) VALUE "set".
           01  LS-QUERY-PARAM-FILE        PIC X(16) VALUE "file".
           01  LS-QUERY-PARAM-LOOKBACK    PIC X(16)
                   VALUE "lookback_days".
           01  LS-QUERY-PARAM-STATUS      PIC X(16) VALUE "status".
           01  LS-JA-REQUEST-ID           PIC 9(9) VALUE 0.
           01  LS-JA-NUMBER-TEXT          PIC Z(8)9.
           01  LS-JA-DECISION             PIC X(8) VALUE SPACES.
           01  LS-JA-DECIDER-KEY          PIC X(40) VALUE SPACES.
           01  LS-JA-FILTER-STATUS        PIC X(8) VALUE SPACES.
           01  LS-JA-LIMIT                PIC 9(3) VALUE 0.
       COPY job-approval IN "air-quality/service".
      *> Subscriber data access requests (see ACCESS-REQUEST-REGISTRY):
      *> the request number as shown, and the list's page size.
           01  LS-AR-NUMBER-TEXT          PIC Z(8)9.
           01  LS-AR-LIMIT                PIC 9(3) VALUE 0.
       COPY access-request IN "air-quality/service".
      *> Commune merger remap (see COMMUNE-MERGER-SERVICE): the code
      *> in force today for a retired code_zone, the registry entries
      *> still on retired codes, and what the remap made of them.
           01  LS-CURRENT-CODE-ZONE       PIC X(5) VALUE SPACES.
           01  LS-CRL-IDX                 PIC 9(3) VALUE 0.
           01  LS-REMAP-WATCHED-COUNT     PIC 9(3) VALUE 0.
           01  LS-REMAP-FEED-COUNT        PIC 9(3) VALUE 0.
           01  LS-REMAP-FAILED-COUNT      PIC 9(3) VALUE 0.
           01  LS-ZONE-REMAP-COUNT        PIC 9(5) VALUE 0.
           01  LS-REMAP-ZONE-RESULT       PIC 9(1) VALUE 0.
           01  LS-REMAP-WATCHED-TEXT      PIC ZZ9.
           01  LS-REMAP-FEED-TEXT         PIC ZZ9.
           01  LS-REMAP-FAILED-TEXT       PIC ZZ9.
           01  LS-ZONE-REMAP-TEXT         PIC ZZZZ9.
           01  LS-REMAP-FAILED-NOTE       PIC X(60) VALUE SPACES.
           01  LS-REMAP-ZONE-NOTE         PIC X(60) VALUE SPACES.
           01  LS-REMAP-MORE-NOTE         PIC X(60) VALUE SPACES.
       COPY commune-remap-list IN "air-quality/service".
      *> Watched-location rename/merge (see LOCATION-RENAME-SERVICE):
      *> the two ids, the dry-run count shown before it is filed for
      *> approval, and dry_run=Y to see the count without filing.
           01  LS-QUERY-PARAM-DRY-RUN     PIC X(16) VALUE "dry_run".
           01  LS-RELOCATE-FROM           PIC X(8) VALUE SPACES.
           01  LS-RELOCATE-TO             PIC X(8) VALUE SPACES.
           01  LS-RELOCATE-APPLY          PIC X(1) VALUE "N".
           01  LS-RELOCATE-RESULT         PIC 9(1) VALUE 0.
           01  LS-RELOCATE-SUMMARY        PIC X(2000) VALUE SPACES.
       COPY location-rename-counts IN "air-quality/service".
      *> Location groups (see LOCATION-GROUP-REGISTRY): the group,
      *> location and channel params of /admin/location-groups and
      *> the group digest feed, and the registry record they file.
           01  LS-QUERY-PARAM-GROUP       PIC X(16) VALUE "group".
           01  LS-GROUP-PARAM-VALUE       PIC X(100) VALUE SPACES.
           01  LS-QUERY-PARAM-LOCATION    PIC X(16) VALUE "location".
           01  LS-LOCATION-PARAM-VALUE    PIC X(100) VALUE SPACES.
           01  LS-GROUP-ID                PIC X(8) VALUE SPACES.
           01  LS-LGR-RECORD.
               05  LS-LGR-KEY.
                   10  LS-LGR-GROUP-ID    PIC X(8).
                   10  LS-LGR-MEMBER-KIND PIC X(8).
                   10  LS-LGR-MEMBER-ID   PIC X(8).
               05  LS-LGR-LABEL           PIC X(32).
               05  LS-LGR-TENANT          PIC X(8).
      *> Configuration history (see CONFIG-HISTORY): the instance
      *> filter, snapshot numbers and moment GET
      *> /admin/config-history is asked about.
           01  LS-QUERY-PARAM-INSTANCE    PIC X(16) VALUE "instance".
           01  LS-INSTANCE-PARAM-VALUE    PIC X(100) VALUE SPACES.
           01  LS-CH-INSTANCE             PIC X(32) VALUE SPACES.
           01  LS-CH-LIMIT                PIC 9(3) VALUE 0.
           01  LS-CH-SNAPSHOT-ID          PIC 9(9) VALUE 0.
           01  LS-CH-FROM-ID              PIC 9(9) VALUE 0.
           01  LS-CH-TO-ID                PIC 9(9) VALUE 0.
           01  LS-CH-AT                   PIC X(14) VALUE SPACES.
      *> Report distribution lists (see REPORT-DISTRIBUTION): the
      *> report param of /admin/report-distribution and the list
      *> record it files.
           01  LS-QUERY-PARAM-REPORT      PIC X(16) VALUE "report".
           01  LS-REPORT-PARAM-VALUE      PIC X(100) VALUE SPACES.
           01  LS-RD-RECORD.
               05  LS-RD-KEY.
                   10  LS-RD-REPORT-NAME  PIC X(40).
                   10  LS-RD-CHANNEL-ID   PIC X(8).
               05  LS-RD-LABEL            PIC X(32).
      *> Rendered-body check (see RENDER-GATE): the format a feed
      *> answer is checked as, the first fault found in it, what went
      *> out in its place ("LKG" or "500"), and the refused render as
      *> it is logged.
           01  LS-RENDER-FORMAT           PIC X(8) VALUE SPACES.
           01  LS-RENDER-REASON           PIC X(80) VALUE SPACES.
           01  LS-RENDER-ANSWER           PIC X(3) VALUE SPACES.
       COPY render-failure-record IN "air-quality/service".

       LINKAGE SECTION.
           01  IN-CONNECTION-PTR          USAGE POINTER.
               05  OUT-CONTENT-TYPE       PIC X(32)        VALUE SPACES.
               05  OUT-BODY               PIC X(10000)     VALUE SPACES.
      *> Seconds for the Retry-After header on a maintenance-window
      *> 503 (see MAINTENANCE-WINDOW-SERVICE), an overload 503 (see
      *> LOAD-SHED) or an API key quota refusal's 429; 0 means no
      *> header.
               05  OUT-RETRY-AFTER        PIC 9(9).
      *> The Set-Cookie header value for a subscriber portal sign-in
      *> or sign-out (see HANDLE-PORTAL-REQUEST); spaces means no
      *> header.
               05  OUT-SET-COOKIE         PIC X(200).

       PROCEDURE DIVISION
           USING
               BY REFERENCE C-LOG-INFO
               BY REFERENCE LS-LOG-MESSAGE.

           *> The subscriber portal signs its browser in once and
           *> keeps the key in a cookie, so it makes its own API-key
           *> check rather than the one below.
           IF IN-URL(1:7) = "/portal"
               AND (IN-URL(8:1) = SPACE OR IN-URL(8:1) = "/"
                   OR IN-URL(8:1) = "?")
           THEN
               PERFORM HANDLE-PORTAL-REQUEST
           END-IF

           *> The newsletter's sign-up and the links in its mail are
           *> for residents without an API key; the token in a link
           *> is its only credential.
           IF IN-URL(1:12) = "/newsletter/"
           THEN
               PERFORM HANDLE-NEWSLETTER-REQUEST
           END-IF

           *> Authenticate the caller's API key before any route is
           *> dispatched. The key arrives as an api_key query
           *> parameter or an X-Api-Key header; /healthz and /version
               WHEN 2
                   MOVE 429 TO OUT-STATUS-CODE
                   MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
                   CALL "API-KEY-QUOTA-RESET" USING
                       BY REFERENCE LS-AK-RESET-SECONDS
                   MOVE LS-AK-RESET-SECONDS TO OUT-RETRY-AFTER
                   COMPUTE LS-AK-RESET-HOURS =
                       LS-AK-RESET-SECONDS / 3600
                   COMPUTE LS-AK-RESET-MINUTES =
                       FUNCTION MOD(LS-AK-RESET-SECONDS, 3600) / 60
                   MOVE SPACES TO OUT-BODY
                   STRING
                       "Too Many Requests: daily API key quota "
                       "exhausted - it resets at 00:00 server time, "
                       "in " FUNCTION TRIM(LS-AK-RESET-HOURS) "h"
                       LS-AK-RESET-MINUTES "m"
                       INTO OUT-BODY
                   END-STRING
                   PERFORM WRITE-AUDIT-LOG-RECORD
                   GOBACK
               WHEN 4
                   MOVE 401 TO OUT-STATUS-CODE
                   MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
                   MOVE "Unauthorized: this API key has expired - "
                       & "ask the operator for its replacement"
                       TO OUT-BODY
                   PERFORM WRITE-AUDIT-LOG-RECORD
                   GOBACK
               WHEN OTHER
               PERFORM CHECK-ROUTE-PERMISSION
           END-IF

           *> Under overload, requests are shed by the caller's class
           *> before any of the work below is done (see LOAD-SHED).
           PERFORM CHECK-LOAD-SHEDDING

           *> A POST /admin/jobs/{name}/run request queues the named
           *> batch for the main wait loop's next tick, so a batch
           *> can be re-run after a config or data fix without
               WHEN "JSON"
                   MOVE "JSON" TO LS-FORMAT
               WHEN "ICS"
                   *> iCalendar output only exists for the two
                   *> forecast routes: the PREV'AIR one renders
                   *> elevated forecast days and official episode
                   *> days as all-day calendar events (see
                   *> ICS-CALENDAR-SERVICE), the pollen one its
                   *> high-pollen days (see POLLEN-RENDER).
                   IF FUNCTION TRIM(IN-URL)
                           NOT = "/pollutant-rss/prevair/forecast"
                       AND FUNCTION TRIM(IN-URL)
                           NOT = "/pollen-rss/forecast"
                   THEN
                       MOVE 400 TO OUT-STATUS-CODE
                       MOVE C-CONTENT-TYPE-TEXT-PLAIN
                           TO OUT-CONTENT-TYPE
                       MOVE "Bad Request: format=ics is only "
                           & "available on /pollutant-rss/prevair/"
                           & "forecast and /pollen-rss/forecast"
                           TO OUT-BODY
                       PERFORM WRITE-AUDIT-LOG-RECORD
                       GOBACK
                   END-IF
               END-IF
           END-IF

           *> The caller's stored profile fills in whatever the query
           *> string left out - an explicit param always wins over
           *> it - and a saved feed's own parameters are then laid
           *> over both.
           PERFORM APPLY-SUBSCRIBER-PROFILE

           *> Saved-feed parameters are applied over whatever the
           *> query string carried, after all the generic parsing
           *> above, so the stored record always wins.
               END-IF

               *> Parse the optional "species" query parameter:
               *> only /pollen-rss reads it. Absent, the caller's
               *> profiled sensitivities (if any) stand in for it.
               MOVE SPACES TO LS-SPECIES-PARAM-VALUE
               CALL "PARSE-QUERY-PARAM" USING
                   BY VALUE     IN-CONNECTION-PTR
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
               THEN
                   MOVE PF-SPECIES TO LS-SPECIES-PARAM-VALUE
               END-IF

               CALL "POLLEN-SERVICE" USING
                   END-STRING
               END-IF

           WHEN "GET" ALSO "/pollutant-rss/blend"
               *> The blended D+1..D+3 pollutant forecast: PREV'AIR
               *> and CAMS weighted by our own accuracy scorecard,
               *> with a likely/uncertain confidence per pollutant
               *> (see BLENDED-FORECAST-SERVICE and FORECAST-BLEND).
               IF LS-HAS-CITY = "N"
               THEN
                   CALL "PARSE-NUMERIC-QUERY-PARAM" USING
                       BY VALUE     IN-CONNECTION-PTR
                       BY REFERENCE LS-QUERY-PARAM-LATITUDE
                       BY REFERENCE LS-LATITUDE-DEGREES
                       RETURNING RETURN-CODE
                   IF RETURN-CODE NOT = 0
                   THEN
                       MOVE 400 TO OUT-STATUS-CODE
                       MOVE C-CONTENT-TYPE-TEXT-PLAIN
                           TO OUT-CONTENT-TYPE
                       MOVE "Bad Request: missing city or latitude "
                           & "query param" TO OUT-BODY
                       PERFORM WRITE-AUDIT-LOG-RECORD
                       GOBACK
                   END-IF
                   CALL "PARSE-NUMERIC-QUERY-PARAM" USING
                       BY VALUE     IN-CONNECTION-PTR
                       BY REFERENCE LS-QUERY-PARAM-LONGITUDE
                       BY REFERENCE LS-LONGITUDE-DEGREES
                       RETURNING RETURN-CODE
                   IF RETURN-CODE NOT = 0
                   THEN
                       MOVE 400 TO OUT-STATUS-CODE
                       MOVE C-CONTENT-TYPE-TEXT-PLAIN
                           TO OUT-CONTENT-TYPE
                       MOVE "Bad Request: missing city or longitude "
                           & "query param" TO OUT-BODY
                       PERFORM WRITE-AUDIT-LOG-RECORD
                       GOBACK
                   END-IF
                   PERFORM CHECK-LOCATION-COVERAGE
               END-IF

               MOVE 3 TO LS-FORECAST-DAYS
               MOVE SPACES TO LS-DAYS-PARAM-VALUE
               CALL "PARSE-QUERY-PARAM" USING
                   BY VALUE     IN-CONNECTION-PTR
                   BY REFERENCE LS-QUERY-PARAM-DAYS
                   BY REFERENCE LS-DAYS-PARAM-VALUE
                   RETURNING RETURN-CODE
               IF RETURN-CODE = 0
               THEN
                   EVALUATE FUNCTION TRIM(LS-DAYS-PARAM-VALUE)
                   WHEN "1"
                       MOVE 1 TO LS-FORECAST-DAYS
                   WHEN "2"
                       MOVE 2 TO LS-FORECAST-DAYS
                   WHEN "3"
                       MOVE 3 TO LS-FORECAST-DAYS
                   WHEN OTHER
                       MOVE 400 TO OUT-STATUS-CODE
                       MOVE C-CONTENT-TYPE-TEXT-PLAIN
                           TO OUT-CONTENT-TYPE
                       MOVE "Bad Request: days must be 1, 2 or 3"
                           TO OUT-BODY
                       PERFORM WRITE-AUDIT-LOG-RECORD
                       GOBACK
                   END-EVALUATE
               END-IF

               MOVE 200 TO OUT-STATUS-CODE
               CALL "BLENDED-FORECAST-SERVICE" USING
                   BY REFERENCE IN-URL
                   BY REFERENCE LS-LATITUDE-DEGREES
                   BY REFERENCE LS-LONGITUDE-DEGREES
                   BY REFERENCE LS-FORECAST-DAYS
                   BY REFERENCE LS-FORMAT
                   BY REFERENCE LS-LANG
                   BY REFERENCE OUT-BODY
                   RETURNING RETURN-CODE
               MOVE "BLENDED-FORECAST-SERVICE"
                   TO LS-AUDIT-UPSTREAM-CALL
               IF RETURN-CODE NOT = 0
               THEN
                   MOVE 502 TO OUT-STATUS-CODE
                   MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
                   STRING "Bad Gateway: "
                       FUNCTION TRIM(IN-URL) " failed" INTO OUT-BODY
                   END-STRING
               END-IF

           WHEN "GET" ALSO "/pollutant-rss/departement"
               *> One subscription for a whole departement: its
               *> communes aggregated through the Atmo France
                   END-STRING
               END-IF

           WHEN "GET" ALSO "/pollen-rss/forecast"
               *> The next one to three days' pollen levels per
               *> species from the Copernicus CAMS forecast (see
               *> POLLEN-FORECAST-SERVICE), answerable as a feed or,
               *> with format=ics, as a calendar of high-pollen days.
               *> It rides both switches: it is a pollen route, and
               *> every call goes to the CAMS upstream.
               CALL "GET-POLLEN-ROUTE-ENABLED" USING
                   BY REFERENCE LS-POLLEN-ROUTE-ENABLED
               CALL "GET-CAMS-ROUTE-ENABLED" USING
                   BY REFERENCE LS-CAMS-ROUTE-ENABLED
               IF LS-POLLEN-ROUTE-ENABLED = "N"
                   OR LS-CAMS-ROUTE-ENABLED = "N"
               THEN
                   MOVE 503 TO OUT-STATUS-CODE
                   MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
                   MOVE "Service Unavailable: the pollen forecast "
                       & "route is temporarily disabled for "
                       & "maintenance" TO OUT-BODY
                   PERFORM WRITE-AUDIT-LOG-RECORD
                   GOBACK
               END-IF
               IF LS-HAS-CITY = "N"
               THEN
                   CALL "PARSE-NUMERIC-QUERY-PARAM" USING
                       BY VALUE     IN-CONNECTION-PTR
                       BY REFERENCE LS-QUERY-PARAM-LATITUDE
                       BY REFERENCE LS-LATITUDE-DEGREES
                       RETURNING RETURN-CODE
                   IF RETURN-CODE NOT = 0
                   THEN
                       MOVE 400 TO OUT-STATUS-CODE
                       MOVE C-CONTENT-TYPE-TEXT-PLAIN
                           TO OUT-CONTENT-TYPE
                       MOVE "Bad Request: missing city or latitude "
                           & "query param" TO OUT-BODY
                       PERFORM WRITE-AUDIT-LOG-RECORD
                       GOBACK
                   END-IF
                   CALL "PARSE-NUMERIC-QUERY-PARAM" USING
                       BY VALUE     IN-CONNECTION-PTR
                       BY REFERENCE LS-QUERY-PARAM-LONGITUDE
                       BY REFERENCE LS-LONGITUDE-DEGREES
                       RETURNING RETURN-CODE
                   IF RETURN-CODE NOT = 0
                   THEN
                       MOVE 400 TO OUT-STATUS-CODE
                       MOVE C-CONTENT-TYPE-TEXT-PLAIN
                           TO OUT-CONTENT-TYPE
                       MOVE "Bad Request: missing city or longitude "
                           & "query param" TO OUT-BODY
                       PERFORM WRITE-AUDIT-LOG-RECORD
                       GOBACK
                   END-IF
                   PERFORM CHECK-LOCATION-COVERAGE
               END-IF

               MOVE SPACES TO LS-POLLEN-REGION-CODE
               CALL "POLLEN-REGION-FOR-LOCATION" USING
                   BY REFERENCE LS-LATITUDE-DEGREES
                   BY REFERENCE LS-LONGITUDE-DEGREES
                   BY REFERENCE LS-REGION
                   BY REFERENCE LS-POLLEN-REGION-CODE
               IF FUNCTION TRIM(LS-POLLEN-REGION-CODE) NOT = "METRO"
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
                   MOVE "Bad Request: the pollen forecast only "
                       & "covers metropolitan France" TO OUT-BODY
                   PERFORM WRITE-AUDIT-LOG-RECORD
                   GOBACK
               END-IF

               MOVE 3 TO LS-FORECAST-DAYS
               MOVE SPACES TO LS-DAYS-PARAM-VALUE
               CALL "PARSE-QUERY-PARAM" USING
                   BY VALUE     IN-CONNECTION-PTR
                   BY REFERENCE LS-QUERY-PARAM-DAYS
                   BY REFERENCE LS-DAYS-PARAM-VALUE
                   RETURNING RETURN-CODE
               IF RETURN-CODE = 0
               THEN
                   EVALUATE FUNCTION TRIM(LS-DAYS-PARAM-VALUE)
                   WHEN "1"
                       MOVE 1 TO LS-FORECAST-DAYS
                   WHEN "2"
                       MOVE 2 TO LS-FORECAST-DAYS
                   WHEN "3"
                       MOVE 3 TO LS-FORECAST-DAYS
                   WHEN OTHER
                       MOVE 400 TO OUT-STATUS-CODE
                       MOVE C-CONTENT-TYPE-TEXT-PLAIN
                           TO OUT-CONTENT-TYPE
                       MOVE "Bad Request: days must be 1, 2 or 3"
                           TO OUT-BODY
                       PERFORM WRITE-AUDIT-LOG-RECORD
                       GOBACK
                   END-EVALUATE
               END-IF

               MOVE SPACES TO LS-SPECIES-PARAM-VALUE
               CALL "PARSE-QUERY-PARAM" USING
                   BY VALUE     IN-CONNECTION-PTR
                   BY REFERENCE LS-QUERY-PARAM-SPECIES
                   BY REFERENCE LS-SPECIES-PARAM-VALUE
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
               THEN
                   MOVE PF-SPECIES TO LS-SPECIES-PARAM-VALUE
               END-IF

               MOVE 200 TO OUT-STATUS-CODE
               CALL "POLLEN-FORECAST-SERVICE" USING
                   BY REFERENCE LS-LATITUDE-DEGREES
                   BY REFERENCE LS-LONGITUDE-DEGREES
                   BY REFERENCE LS-FORECAST-DAYS
                   BY REFERENCE LS-FORMAT
                   BY REFERENCE LS-LANG
                   BY REFERENCE LS-LIMIT
                   BY REFERENCE LS-SPECIES-PARAM-VALUE
                   BY REFERENCE OUT-BODY
                   RETURNING RETURN-CODE
               MOVE "POLLEN-FORECAST-SERVICE"
                   TO LS-AUDIT-UPSTREAM-CALL
               IF RETURN-CODE NOT = 0
               THEN
                   MOVE 502 TO OUT-STATUS-CODE
                   MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
                   STRING "Bad Gateway: "
                       FUNCTION TRIM(IN-URL) " failed" INTO OUT-BODY
                   END-STRING
               END-IF

           WHEN "GET" ALSO "/pollen-rss/outlook"
               *> The next-14-days pollen season outlook, projected
               *> from the history archive; no upstream provider is
                   BY REFERENCE LS-LANG
                   BY REFERENCE OUT-BODY

           WHEN "GET" ALSO "/pollen-rss/personal"
               *> The caller's own "your risk today" score: today's
               *> and tomorrow's pollen weighed with the sensitivities
               *> measured from their symptom journal (see
               *> PERSONAL-RISK-SERVICE), so it needs their key.
               IF FUNCTION TRIM(LS-API-KEY-VALUE) = SPACES
               THEN
                   MOVE 401 TO OUT-STATUS-CODE
                   MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
                   MOVE "Unauthorized: a personal feed requires an "
                       & "API key" TO OUT-BODY
                   PERFORM WRITE-AUDIT-LOG-RECORD
                   GOBACK
               END-IF
               MOVE "Y" TO LS-ANSWER-PERSONAL
               IF LS-HAS-CITY = "N"
               THEN
                   CALL "PARSE-NUMERIC-QUERY-PARAM" USING
                       BY VALUE     IN-CONNECTION-PTR
                       BY REFERENCE LS-QUERY-PARAM-LATITUDE
                       BY REFERENCE LS-LATITUDE-DEGREES
                       RETURNING RETURN-CODE
                   IF RETURN-CODE NOT = 0
                   THEN
                       MOVE 400 TO OUT-STATUS-CODE
                       MOVE C-CONTENT-TYPE-TEXT-PLAIN
                           TO OUT-CONTENT-TYPE
                       MOVE "Bad Request: missing city or latitude "
                           & "query param" TO OUT-BODY
                       PERFORM WRITE-AUDIT-LOG-RECORD
                       GOBACK
                   END-IF
                   CALL "PARSE-NUMERIC-QUERY-PARAM" USING
                       BY VALUE     IN-CONNECTION-PTR
                       BY REFERENCE LS-QUERY-PARAM-LONGITUDE
                       BY REFERENCE LS-LONGITUDE-DEGREES
                       RETURNING RETURN-CODE
                   IF RETURN-CODE NOT = 0
                   THEN
                       MOVE 400 TO OUT-STATUS-CODE
                       MOVE C-CONTENT-TYPE-TEXT-PLAIN
                           TO OUT-CONTENT-TYPE
                       MOVE "Bad Request: missing city or longitude "
                           & "query param" TO OUT-BODY
                       PERFORM WRITE-AUDIT-LOG-RECORD
                       GOBACK
                   END-IF
               END-IF
               MOVE LS-API-KEY-VALUE TO LS-PROFILE-API-KEY
               MOVE 200 TO OUT-STATUS-CODE
               CALL "PERSONAL-RISK-SERVICE" USING
                   BY REFERENCE IN-URL
                   BY REFERENCE LS-PROFILE-API-KEY
                   BY REFERENCE LS-LATITUDE-DEGREES
                   BY REFERENCE LS-LONGITUDE-DEGREES
                   BY REFERENCE LS-FORMAT
                   BY REFERENCE LS-LANG
                   BY REFERENCE OUT-BODY
                   RETURNING RETURN-CODE
               MOVE "PERSONAL-RISK-SERVICE" TO LS-AUDIT-UPSTREAM-CALL
               IF RETURN-CODE NOT = 0
               THEN
                   MOVE 502 TO OUT-STATUS-CODE
                   MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
                   STRING "Bad Gateway: "
                       FUNCTION TRIM(IN-URL) " failed" INTO OUT-BODY
                   END-STRING
               END-IF

           WHEN "GET" ALSO "/uv-rss"
               *> The UV index feed: its own fetch against the
               *> open-meteo API and its own "UV" rule rows in the
                   END-STRING
               END-IF

           WHEN "GET" ALSO "/outdoor-rss"
               *> Tomorrow's best two-to-three-hour window to be
               *> outside, and the hours to avoid, from the CAMS
               *> hourly forecast weighed with wind, temperature and
               *> UV (see OUTDOOR-WINDOW-SERVICE). Every call goes to
               *> the CAMS upstream, so the CAMS switch applies.
               CALL "GET-CAMS-ROUTE-ENABLED" USING
                   BY REFERENCE LS-CAMS-ROUTE-ENABLED
               IF LS-CAMS-ROUTE-ENABLED = "N"
               THEN
                   MOVE 503 TO OUT-STATUS-CODE
                   MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
                   MOVE "Service Unavailable: the outdoor planner "
                       & "route is temporarily disabled for "
                       & "maintenance" TO OUT-BODY
                   PERFORM WRITE-AUDIT-LOG-RECORD
                   GOBACK
               END-IF
               IF LS-HAS-CITY = "N"
               THEN
                   CALL "PARSE-NUMERIC-QUERY-PARAM" USING
                       BY VALUE     IN-CONNECTION-PTR
                       BY REFERENCE LS-QUERY-PARAM-LATITUDE
                       BY REFERENCE LS-LATITUDE-DEGREES
                       RETURNING RETURN-CODE
                   IF RETURN-CODE NOT = 0
                   THEN
                       MOVE 400 TO OUT-STATUS-CODE
                       MOVE C-CONTENT-TYPE-TEXT-PLAIN
                           TO OUT-CONTENT-TYPE
                       MOVE "Bad Request: missing city or latitude "
                           & "query param" TO OUT-BODY
                       PERFORM WRITE-AUDIT-LOG-RECORD
                       GOBACK
                   END-IF
                   CALL "PARSE-NUMERIC-QUERY-PARAM" USING
                       BY VALUE     IN-CONNECTION-PTR
                       BY REFERENCE LS-QUERY-PARAM-LONGITUDE
                       BY REFERENCE LS-LONGITUDE-DEGREES
                       RETURNING RETURN-CODE
                   IF RETURN-CODE NOT = 0
                   THEN
                       MOVE 400 TO OUT-STATUS-CODE
                       MOVE C-CONTENT-TYPE-TEXT-PLAIN
                           TO OUT-CONTENT-TYPE
                       MOVE "Bad Request: missing city or longitude "
                           & "query param" TO OUT-BODY
                       PERFORM WRITE-AUDIT-LOG-RECORD
                       GOBACK
                   END-IF
                   PERFORM CHECK-LOCATION-COVERAGE
               END-IF
               MOVE 200 TO OUT-STATUS-CODE
               CALL "OUTDOOR-WINDOW-SERVICE" USING
                   BY REFERENCE IN-URL
                   BY REFERENCE LS-LATITUDE-DEGREES
                   BY REFERENCE LS-LONGITUDE-DEGREES
                   BY REFERENCE LS-FORMAT
                   BY REFERENCE LS-LANG
                   BY REFERENCE OUT-BODY
                   RETURNING RETURN-CODE
               MOVE "OUTDOOR-WINDOW-SERVICE" TO LS-AUDIT-UPSTREAM-CALL
               IF RETURN-CODE NOT = 0
               THEN
                   MOVE 502 TO OUT-STATUS-CODE
                   MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
                   STRING "Bad Gateway: "
                       FUNCTION TRIM(IN-URL) " failed" INTO OUT-BODY
                   END-STRING
               END-IF

           WHEN "GET" ALSO "/commute-rss"
               *> One entry per commute leg plus a worst-segment
               *> headline, sampled through the PREV'AIR machinery -
               *> so the PREV'AIR maintenance flag applies here too.
               CALL "GET-PREVAIR-ROUTE-ENABLED" USING
                   BY REFERENCE LS-PREVAIR-ROUTE-ENABLED
               IF LS-PREVAIR-ROUTE-ENABLED = "N"
               THEN
                   MOVE 503 TO OUT-STATUS-CODE
                   MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
                   BY REFERENCE LS-LANG
                   BY REFERENCE OUT-BODY

           WHEN "GET" ALSO "/air-quality-rss/group"
               *> One location group's digest: today's board cut
               *> down to the group's members, headed by its worst
               *> site and its average, from the same ranking
               *> archive (see GROUP-RANKING-FEED).
               CALL "PARSE-QUERY-PARAM" USING
                   BY VALUE     IN-CONNECTION-PTR
                   BY REFERENCE LS-QUERY-PARAM-ID
                   BY REFERENCE LS-ID-PARAM-VALUE
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
                   OR FUNCTION TRIM(LS-ID-PARAM-VALUE) = SPACES
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
                   MOVE "Bad Request: missing id query param (the "
                       & "group id)" TO OUT-BODY
                   PERFORM WRITE-AUDIT-LOG-RECORD
                   GOBACK
               END-IF
               MOVE LS-ID-PARAM-VALUE TO LS-GROUP-ID
               MOVE 200 TO OUT-STATUS-CODE
               CALL "GROUP-RANKING-FEED" USING
                   BY REFERENCE IN-URL
                   BY REFERENCE LS-FORMAT
                   BY REFERENCE LS-LANG
                   BY REFERENCE LS-GROUP-ID
                   BY REFERENCE OUT-BODY
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
               THEN
                   MOVE 404 TO OUT-STATUS-CODE
                   MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
                   MOVE "Not Found: unknown group id" TO OUT-BODY
               END-IF

           WHEN "GET" ALSO "/co2-rss"
               *> One school building's classrooms: each room's
               *> latest CO2 reading with the ventilation advice the
               *> rules give for it (see CO2-FEED-SERVICE).
               CALL "PARSE-QUERY-PARAM" USING
                   BY VALUE     IN-CONNECTION-PTR
                   BY REFERENCE LS-QUERY-PARAM-BUILDING
                   BY REFERENCE LS-BUILDING-PARAM-VALUE
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
                   OR FUNCTION TRIM(LS-BUILDING-PARAM-VALUE) = SPACES
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
                   MOVE "Bad Request: missing building query param"
                       TO OUT-BODY
                   PERFORM WRITE-AUDIT-LOG-RECORD
                   GOBACK
               END-IF
               MOVE 200 TO OUT-STATUS-CODE
               CALL "CO2-FEED-SERVICE" USING
                   BY REFERENCE IN-URL
                   BY REFERENCE LS-FORMAT
                   BY REFERENCE LS-LANG
                   BY REFERENCE LS-BUILDING-PARAM-VALUE
                   BY REFERENCE OUT-BODY
               MOVE "CO2-FEED-SERVICE" TO LS-AUDIT-UPSTREAM-CALL

           WHEN "GET" ALSO "/sensor-rss"
               *> Our own sensor network, one entry per unit in
               *> service, each compared against PREV'AIR at the
               *> same spot (see SENSOR-FEED-SERVICE).
               MOVE 200 TO OUT-STATUS-CODE
               CALL "SENSOR-FEED-SERVICE" USING
                   BY REFERENCE IN-URL
                   BY REFERENCE LS-FORMAT
                   BY REFERENCE LS-LANG
                   BY REFERENCE OUT-BODY
                   RETURNING RETURN-CODE
               MOVE "SENSOR-FEED-SERVICE" TO LS-AUDIT-UPSTREAM-CALL
               IF RETURN-CODE NOT = 0
               THEN
                   MOVE 500 TO OUT-STATUS-CODE
                   MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
                   MOVE "Internal Server Error: the sensor archive "
                       & "layout is not migrated" TO OUT-BODY
               END-IF

           WHEN "GET" ALSO "/air-quality-rss/weekly-summary"
               *> Built entirely from the local pollen/pollutant
               *> history archives, so there is no upstream provider
               *> better (see EXPORTS-SERVICE).
               MOVE 200 TO OUT-STATUS-CODE
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               *> A tenant-bound key sees its own organisation's
               *> report copies only, a PRIVACY key the subscriber
               *> access packages only, a HEALTH key the health
               *> impact report only.
               EVALUATE TRUE
               WHEN FUNCTION TRIM(LS-API-KEY-ROLE) = "PRIVACY"
                   CALL "EXPORTS-LIST-PRIVACY" USING
                       BY REFERENCE OUT-BODY
               WHEN FUNCTION TRIM(LS-API-KEY-ROLE) = "HEALTH"
                   CALL "EXPORTS-LIST-HEALTH" USING
                       BY REFERENCE OUT-BODY
               WHEN LS-TENANT-SCOPE = "*"
               WHEN LS-TENANT-SCOPE = SPACES
                   CALL "EXPORTS-LIST" USING
                       BY REFERENCE OUT-BODY
               WHEN OTHER
                   CALL "EXPORTS-LIST-TENANT" USING
                       BY REFERENCE LS-TENANT-SCOPE
                       BY REFERENCE OUT-BODY
               END-EVALUATE

           WHEN "GET" ALSO "/feeds.opml"
               *> Built entirely from the watched-location registry,
               MOVE 200 TO OUT-STATUS-CODE
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               CALL "WATCHED-LOCATION-LIST" USING
                   BY REFERENCE LS-TENANT-SCOPE
                   BY REFERENCE OUT-BODY
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
                   PERFORM WRITE-AUDIT-LOG-RECORD
                   GOBACK
               END-IF
               *> "@" + group id is how a location group's alert
               *> profile is filed, so no location may look like one.
               IF LS-ID-PARAM-VALUE(1:1) = "@"
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: a location id may not start "
                       & "with @" TO OUT-BODY
                   PERFORM WRITE-AUDIT-LOG-RECORD
                   GOBACK
               END-IF

               MOVE SPACES TO LS-WLR-RECORD
               MOVE LS-ID-PARAM-VALUE TO LS-WLR-LOCATION-ID
                   MOVE LS-TZ-PARAM-VALUE(1:5) TO LS-WLR-TZ-OFFSET
               END-IF

               PERFORM RESOLVE-RECORD-TENANT
               IF LS-TENANT-OK NOT = "Y"
               THEN
                   PERFORM WRITE-AUDIT-LOG-RECORD
                   GOBACK
               END-IF
               MOVE LS-RECORD-TENANT TO LS-WLR-TENANT

               MOVE "WATCHED-LOCATION" TO LS-CJ-ENTITY
               MOVE LS-WLR-LOCATION-ID TO LS-CJ-ENTITY-ID
               PERFORM CAPTURE-CHANGE-BEFORE
               CALL "WATCHED-LOCATION-ADD" USING
                   BY REFERENCE LS-WLR-RECORD
                   RETURNING RETURN-CODE
               EVALUATE RETURN-CODE
               WHEN 0
                   PERFORM JOURNAL-ADMIN-CHANGE
                   MOVE 200 TO OUT-STATUS-CODE
                   MOVE "Watched location saved" TO OUT-BODY
               WHEN 2
                   MOVE 409 TO OUT-STATUS-CODE
                   MOVE "Conflict: that location id is already in "
                       & "use by another organisation" TO OUT-BODY
               WHEN OTHER
                   MOVE 500 TO OUT-STATUS-CODE
                   MOVE "Internal Server Error: could not update the "
                       & "watched-location registry" TO OUT-BODY
               END-EVALUATE

           WHEN "DELETE" ALSO "/admin/watched-locations"
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
                   GOBACK
               END-IF
               MOVE LS-ID-PARAM-VALUE TO LS-LOCATION-ID
               MOVE "WATCHED-LOCATION" TO LS-CJ-ENTITY
               MOVE LS-LOCATION-ID TO LS-CJ-ENTITY-ID
               PERFORM CAPTURE-CHANGE-BEFORE
               CALL "WATCHED-LOCATION-REMOVE" USING
                   BY REFERENCE LS-LOCATION-ID
                   BY REFERENCE LS-TENANT-SCOPE
                   RETURNING RETURN-CODE
               IF RETURN-CODE = 0
               THEN
                   PERFORM JOURNAL-ADMIN-CHANGE
                   MOVE 200 TO OUT-STATUS-CODE
                   MOVE "Watched location removed" TO OUT-BODY
               ELSE
                   MOVE "Not Found: unknown location id" TO OUT-BODY
               END-IF

           WHEN "GET" ALSO "/admin/location-groups"
               *> Reads only the local group registry, so there is
               *> no upstream provider to record for the audit log.
               MOVE 200 TO OUT-STATUS-CODE
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               CALL "LOCATION-GROUP-LIST" USING
                   BY REFERENCE LS-TENANT-SCOPE
                   BY REFERENCE OUT-BODY
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
               THEN
                   MOVE 500 TO OUT-STATUS-CODE
                   MOVE "Internal Server Error: could not read the "
                       & "location-group registry" TO OUT-BODY
               ELSE
                   IF FUNCTION TRIM(OUT-BODY) = SPACES
                   THEN
                       MOVE "(no location groups)" TO OUT-BODY
                   END-IF
               END-IF

           WHEN "POST" ALSO "/admin/location-groups"
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               PERFORM HANDLE-LOCATION-GROUP-POST

           WHEN "DELETE" ALSO "/admin/location-groups"
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               CALL "PARSE-QUERY-PARAM" USING
                   BY VALUE     IN-CONNECTION-PTR
                   BY REFERENCE LS-QUERY-PARAM-ID
                   BY REFERENCE LS-ID-PARAM-VALUE
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
                   OR FUNCTION TRIM(LS-ID-PARAM-VALUE) = SPACES
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: missing id query param"
                       TO OUT-BODY
                   PERFORM WRITE-AUDIT-LOG-RECORD
                   GOBACK
               END-IF
               MOVE SPACES TO LS-LGR-RECORD
               MOVE LS-ID-PARAM-VALUE TO LS-LGR-GROUP-ID
               MOVE "GROUP" TO LS-LGR-MEMBER-KIND
               MOVE "LOCATION-GROUP" TO LS-CJ-ENTITY
               MOVE LS-LGR-KEY TO LS-CJ-ENTITY-ID
               PERFORM CAPTURE-CHANGE-BEFORE
               CALL "LOCATION-GROUP-DELETE" USING
                   BY REFERENCE LS-LGR-KEY
                   BY REFERENCE LS-TENANT-SCOPE
                   RETURNING RETURN-CODE
               EVALUATE RETURN-CODE
               WHEN 0
                   PERFORM JOURNAL-ADMIN-CHANGE
                   MOVE 200 TO OUT-STATUS-CODE
                   MOVE "Location group removed" TO OUT-BODY
               WHEN 2
                   MOVE 409 TO OUT-STATUS-CODE
                   MOVE "Conflict: the group still has members or "
                       & "channels; remove them first (DELETE "
                       & "/admin/location-groups/members)" TO OUT-BODY
               WHEN OTHER
                   MOVE 404 TO OUT-STATUS-CODE
                   MOVE "Not Found: unknown group id" TO OUT-BODY
               END-EVALUATE

           WHEN "POST" ALSO "/admin/location-groups/members"
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               PERFORM HANDLE-LOCATION-GROUP-MEMBER-POST

           WHEN "DELETE" ALSO "/admin/location-groups/members"
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               PERFORM PARSE-LOCATION-GROUP-MEMBER
               IF OUT-STATUS-CODE NOT = 0
               THEN
                   PERFORM WRITE-AUDIT-LOG-RECORD
                   GOBACK
               END-IF
               MOVE "LOCATION-GROUP" TO LS-CJ-ENTITY
               MOVE LS-LGR-KEY TO LS-CJ-ENTITY-ID
               PERFORM CAPTURE-CHANGE-BEFORE
               CALL "LOCATION-GROUP-DELETE" USING
                   BY REFERENCE LS-LGR-KEY
                   BY REFERENCE LS-TENANT-SCOPE
                   RETURNING RETURN-CODE
               IF RETURN-CODE = 0
               THEN
                   PERFORM JOURNAL-ADMIN-CHANGE
                   MOVE 200 TO OUT-STATUS-CODE
                   MOVE "Group member removed" TO OUT-BODY
               ELSE
                   MOVE 404 TO OUT-STATUS-CODE
                   MOVE "Not Found: that location or channel is not "
                       & "in the group" TO OUT-BODY
               END-IF

           WHEN "GET" ALSO "/admin/sensors"
               *> Reads only the local registry file, so there is no
               *> upstream provider to record for the audit log.
               MOVE 200 TO OUT-STATUS-CODE
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               CALL "SENSOR-REGISTRY-LIST" USING
                   BY REFERENCE OUT-BODY
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
               THEN
                   MOVE 500 TO OUT-STATUS-CODE
                   MOVE "Internal Server Error: could not read the "
                       & "sensor registry" TO OUT-BODY
               ELSE
                   IF FUNCTION TRIM(OUT-BODY) = SPACES
                   THEN
                       MOVE "(no registered sensors)" TO OUT-BODY
                   END-IF
               END-IF

           WHEN "POST" ALSO "/admin/sensors"
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               PERFORM HANDLE-SENSOR-REGISTRY-POST

           WHEN "DELETE" ALSO "/admin/sensors"
               *> Only for a unit registered by mistake: a unit taken
               *> out of service is re-posted with a decommissioned
               *> date instead, so its archive still names a known
               *> unit.
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               CALL "PARSE-QUERY-PARAM" USING
                   BY VALUE     IN-CONNECTION-PTR
                   BY REFERENCE LS-QUERY-PARAM-ID
                   BY REFERENCE LS-ID-PARAM-VALUE
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
                   OR FUNCTION TRIM(LS-ID-PARAM-VALUE) = SPACES
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: missing id query param"
                       TO OUT-BODY
                   PERFORM WRITE-AUDIT-LOG-RECORD
                   GOBACK
               END-IF
               MOVE LS-ID-PARAM-VALUE TO LS-SENSOR-ID
               CALL "SENSOR-REGISTRY-REMOVE" USING
                   BY REFERENCE LS-SENSOR-ID
                   RETURNING RETURN-CODE
               IF RETURN-CODE = 0
               THEN
                   MOVE 200 TO OUT-STATUS-CODE
                   MOVE "Sensor removed from the registry" TO OUT-BODY
               ELSE
                   MOVE 404 TO OUT-STATUS-CODE
                   MOVE "Not Found: unknown sensor id" TO OUT-BODY
               END-IF

           WHEN "GET" ALSO "/admin/alerts"
               *> The alerts still waiting on an acknowledgment
               *> (see ALERT-ACK-REGISTRY).
               MOVE 200 TO OUT-STATUS-CODE
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               CALL "ALERT-PROFILE-LIST" USING
                   BY REFERENCE LS-TENANT-SCOPE
                   BY REFERENCE OUT-BODY
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0

           WHEN "DELETE" ALSO "/admin/alert-profiles"
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               *> id=L for a location's own profile, group=G for the
               *> profile a group's members fall back to.
               PERFORM PARSE-ALERT-PROFILE-KEY
               IF OUT-STATUS-CODE NOT = 0
               THEN
                   PERFORM WRITE-AUDIT-LOG-RECORD
                   GOBACK
               END-IF
               MOVE LS-ID-PARAM-VALUE TO LS-LOCATION-ID
               MOVE "ALERT-PROFILE" TO LS-CJ-ENTITY
               MOVE LS-LOCATION-ID TO LS-CJ-ENTITY-ID
               PERFORM CAPTURE-CHANGE-BEFORE
               CALL "ALERT-PROFILE-REMOVE" USING
                   BY REFERENCE LS-LOCATION-ID
                   BY REFERENCE LS-TENANT-SCOPE
                   RETURNING RETURN-CODE
               IF RETURN-CODE = 0
               THEN
                   PERFORM JOURNAL-ADMIN-CHANGE
                   MOVE 200 TO OUT-STATUS-CODE
                   MOVE "Alert profile removed; the location falls "
                       & "back to the global alert configuration"
               MOVE 200 TO OUT-STATUS-CODE
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               CALL "NOTIFICATION-CHANNEL-LIST" USING
                   BY REFERENCE LS-TENANT-SCOPE
                   BY REFERENCE OUT-BODY
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
                   GOBACK
               END-IF
               MOVE LS-ID-PARAM-VALUE TO LS-NC-CHANNEL-ID
               MOVE "CHANNEL" TO LS-CJ-ENTITY
               MOVE LS-NC-CHANNEL-ID TO LS-CJ-ENTITY-ID
               PERFORM CAPTURE-CHANGE-BEFORE
               CALL "NOTIFICATION-CHANNEL-REMOVE" USING
                   BY REFERENCE LS-NC-CHANNEL-ID
                   BY REFERENCE LS-TENANT-SCOPE
                   RETURNING RETURN-CODE
               IF RETURN-CODE = 0
               THEN
                   PERFORM JOURNAL-ADMIN-CHANGE
      *> The channel's signing secrets go with it, so a channel
      *> later re-created under the same id starts unsigned.
                   CALL "CHANNEL-SECRET-REMOVE" USING
                       BY REFERENCE LS-NC-CHANNEL-ID
                   MOVE 200 TO OUT-STATUS-CODE
                   MOVE "Notification channel removed" TO OUT-BODY
               ELSE
                   MOVE "Not Found: unknown channel id" TO OUT-BODY
               END-IF

           WHEN "POST" ALSO "/admin/notification-channels/rotate-secret"
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               PERFORM HANDLE-CHANNEL-SECRET-ROTATE

           WHEN "GET" ALSO "/admin/api-keys"
               *> The key registry, each key named by its first
               *> eight characters only (see API-KEY-LIST).
               MOVE 200 TO OUT-STATUS-CODE
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               CALL "API-KEY-LIST" USING
                   BY REFERENCE LS-TENANT-SCOPE
                   BY REFERENCE OUT-BODY
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
               THEN
                   MOVE 500 TO OUT-STATUS-CODE
                   MOVE "Internal Server Error: could not read the "
                       & "API key registry" TO OUT-BODY
               ELSE
                   IF FUNCTION TRIM(OUT-BODY) = SPACES
                   THEN
                       MOVE "No API keys issued" TO OUT-BODY
                   END-IF
               END-IF

           WHEN "POST" ALSO "/admin/api-keys"
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               PERFORM HANDLE-API-KEY-ISSUE

           WHEN "POST" ALSO "/admin/api-keys/suspend"
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               MOVE "Y" TO LS-AK-SUSPEND
               PERFORM HANDLE-API-KEY-STATE

           WHEN "POST" ALSO "/admin/api-keys/resume"
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               MOVE "N" TO LS-AK-SUSPEND
               PERFORM HANDLE-API-KEY-STATE

           WHEN "POST" ALSO "/admin/api-keys/rotate"
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               PERFORM HANDLE-API-KEY-ROTATE

           WHEN "POST" ALSO "/admin/api-keys/contact"
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               PERFORM HANDLE-API-KEY-CONTACT

           WHEN "POST" ALSO "/admin/api-keys/contract"
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               PERFORM HANDLE-API-KEY-CONTRACT

           WHEN "POST" ALSO "/admin/api-keys/plan"
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               PERFORM HANDLE-API-KEY-PLAN

           WHEN "GET" ALSO "/admin/plans"
               *> The subscriber plan catalog (see PLAN-CATALOG).
               MOVE 200 TO OUT-STATUS-CODE
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               CALL "PLAN-CATALOG-LIST" USING
                   BY REFERENCE OUT-BODY
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
               THEN
                   MOVE 500 TO OUT-STATUS-CODE
                   MOVE "Internal Server Error: could not read the "
                       & "plan catalog" TO OUT-BODY
               ELSE
                   IF FUNCTION TRIM(OUT-BODY) = SPACES
                   THEN
                       MOVE "No plans defined" TO OUT-BODY
                   END-IF
               END-IF

           WHEN "POST" ALSO "/admin/plans"
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               PERFORM HANDLE-PLAN-SAVE

           WHEN "GET" ALSO "/admin/tenants"
               *> The organisations sharing this server (see
               *> TENANT-REGISTRY); SUPER keys only.
               MOVE 200 TO OUT-STATUS-CODE
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               CALL "TENANT-LIST" USING
                   BY REFERENCE OUT-BODY
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
               THEN
                   MOVE 500 TO OUT-STATUS-CODE
                   MOVE "Internal Server Error: could not read the "
                       & "tenant file" TO OUT-BODY
               ELSE
                   IF FUNCTION TRIM(OUT-BODY) = SPACES
                   THEN
                       MOVE "(no tenants: every record belongs to "
                           & "the operator)" TO OUT-BODY
                   END-IF
               END-IF

           WHEN "POST" ALSO "/admin/tenants"
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               PERFORM HANDLE-TENANT-SAVE

           WHEN "GET" ALSO "/admin/branding"
               *> The feed branding templates (see FEED-BRANDING).
               MOVE 200 TO OUT-STATUS-CODE
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               CALL "FEED-BRANDING-LIST" USING
                   BY REFERENCE OUT-BODY
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
               THEN
                   MOVE 500 TO OUT-STATUS-CODE
                   MOVE "Internal Server Error: could not read the "
                       & "feed branding file" TO OUT-BODY
               ELSE
                   IF FUNCTION TRIM(OUT-BODY) = SPACES
                   THEN
                       MOVE "No branding templates: every feed "
                           & "renders as built" TO OUT-BODY
                   END-IF
               END-IF

           WHEN "POST" ALSO "/admin/branding"
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               PERFORM HANDLE-BRANDING-SAVE

           WHEN "POST" ALSO "/admin/branding/remove"
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               PERFORM PARSE-BRANDING-KEY
               IF LS-BRANDING-OK = "Y"
               THEN
                   CALL "FEED-BRANDING-REMOVE" USING
                       BY REFERENCE LS-FB-ROUTE
                       BY REFERENCE LS-FB-LANG
                       RETURNING RETURN-CODE
                   EVALUATE RETURN-CODE
                   WHEN 0
                       MOVE 200 TO OUT-STATUS-CODE
                       MOVE SPACES TO OUT-BODY
                       STRING
                           "Branding for " FUNCTION TRIM(LS-FB-ROUTE)
                           " lang=" LS-FB-LANG " removed"
                           INTO OUT-BODY
                       END-STRING
                   WHEN 3
                       MOVE 404 TO OUT-STATUS-CODE
                       MOVE "Not Found: no branding template for that "
                           & "route and lang" TO OUT-BODY
                   WHEN OTHER
                       MOVE 500 TO OUT-STATUS-CODE
                       MOVE "Internal Server Error: could not update "
                           & "the feed branding file" TO OUT-BODY
                   END-EVALUATE
               END-IF

           WHEN "GET" ALSO "/admin/invoices"
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               PERFORM HANDLE-INVOICE-LIST

           WHEN "POST" ALSO "/admin/invoices/credit"
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               PERFORM HANDLE-INVOICE-CREDIT

           WHEN "GET" ALSO "/admin/credentials"
               *> The vault's entry names, versions and set dates -
               *> never a value (see CREDENTIAL-VAULT).
               MOVE 200 TO OUT-STATUS-CODE
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               CALL "CREDENTIAL-VAULT-LIST" USING
                   BY REFERENCE OUT-BODY
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
               THEN
                   MOVE 500 TO OUT-STATUS-CODE
                   MOVE "Internal Server Error: could not read the "
                       & "credential vault" TO OUT-BODY
               ELSE
                   IF FUNCTION TRIM(OUT-BODY) = SPACES
                   THEN
                       MOVE "No credentials in the vault" TO OUT-BODY
                   END-IF
               END-IF

           WHEN "POST" ALSO "/admin/credentials"
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               MOVE "N" TO LS-CREDENTIAL-ROTATE
               PERFORM HANDLE-CREDENTIAL-POST

           WHEN "POST" ALSO "/admin/credentials/rotate"
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               MOVE "Y" TO LS-CREDENTIAL-ROTATE
               PERFORM HANDLE-CREDENTIAL-POST

           WHEN "GET" ALSO "/admin/notifications"
               *> The notification outbox's recent deliveries and
               *> failures (see NOTIFICATION-OUTBOX). Reads only the
               *> local outbox file, so there is no upstream
               *> provider to record.
               MOVE 200 TO OUT-STATUS-CODE
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               CALL "OUTBOX-LIST" USING
                   BY REFERENCE OUT-BODY
                   END-IF
               END-IF

           WHEN "GET" ALSO "/admin/annotations"
               *> Reads only the local annotation file, so there is
               *> no upstream provider to record for the audit log.
               MOVE 200 TO OUT-STATUS-CODE
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               CALL "READING-ANNOTATION-LIST" USING
                   BY REFERENCE OUT-BODY
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
               THEN
                   MOVE 500 TO OUT-STATUS-CODE
                   MOVE "Internal Server Error: could not read the "
                       & "reading annotations" TO OUT-BODY
               ELSE
                   IF FUNCTION TRIM(OUT-BODY) = SPACES
                   THEN
                       MOVE "(no annotated readings)" TO OUT-BODY
                   END-IF
               END-IF

           WHEN "POST" ALSO "/admin/annotations"
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               PERFORM HANDLE-READING-ANNOTATION-POST

           WHEN "DELETE" ALSO "/admin/annotations"
               *> Lifting the annotation puts the archived value
               *> straight back into every report - nothing was ever
               *> taken out of the archive itself.
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               PERFORM PARSE-READING-ANNOTATION-KEY
               IF OUT-STATUS-CODE NOT = 400
               THEN
                   CALL "READING-ANNOTATION-REMOVE" USING
                       BY REFERENCE LS-RA-RECORD
                       RETURNING RETURN-CODE
                   IF RETURN-CODE = 0
                   THEN
                       MOVE 200 TO OUT-STATUS-CODE
                       MOVE "Annotation removed; the reading counts "
                           & "again everywhere" TO OUT-BODY
                   ELSE
                       MOVE 404 TO OUT-STATUS-CODE
                       MOVE "Not Found: that reading carries no "
                           & "annotation" TO OUT-BODY
                   END-IF
               END-IF

           WHEN "GET" ALSO "/admin/feed-snapshots"
               *> What a feed route actually served for a location at
               *> a given moment, read back from the as-served
               *> archive; no upstream provider is touched.
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               PERFORM HANDLE-FEED-SNAPSHOT-LOOKUP

           WHEN "GET" ALSO "/map.geojson"
               *> The whole watched network's current state as one
               *> GeoJSON FeatureCollection for the dashboard map
                   BY REFERENCE OUT-BODY
               MOVE "GRID-GEOJSON-SERVICE" TO LS-AUDIT-UPSTREAM-CALL

           WHEN "GET" ALSO "/map-fused.geojson"
               *> The neighbourhood surface for the planners: the
               *> same bounding box and grid, each cell interpolated
               *> from the official stations and our own sensors
               *> weighted by their drift record, with the excess
               *> over the official-only value (see
               *> FUSED-MAP-SERVICE). "pollutant" defaults to pm25.
               PERFORM PARSE-GRID-BBOX-PARAMS
               MOVE SPACES TO LS-POLLUTANT-PARAM-VALUE
               CALL "PARSE-QUERY-PARAM" USING
                   BY VALUE     IN-CONNECTION-PTR
                   BY REFERENCE LS-QUERY-PARAM-POLLUTANT
                   BY REFERENCE LS-POLLUTANT-PARAM-VALUE
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
               THEN
                   MOVE SPACES TO LS-POLLUTANT-PARAM-VALUE
               END-IF
               EVALUATE FUNCTION LOWER-CASE(
                       FUNCTION TRIM(LS-POLLUTANT-PARAM-VALUE))
               WHEN SPACES
               WHEN "no2"
               WHEN "o3"
               WHEN "pm10"
               WHEN "pm25"
               WHEN "so2"
                   CONTINUE
               WHEN OTHER
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
                   MOVE "Bad Request: pollutant must be no2, o3, "
                       & "pm10, pm25 or so2" TO OUT-BODY
                   PERFORM WRITE-AUDIT-LOG-RECORD
                   GOBACK
               END-EVALUATE
               MOVE 200 TO OUT-STATUS-CODE
               MOVE "application/geo+json" TO OUT-CONTENT-TYPE
               CALL "FUSED-MAP-SERVICE" USING
                   BY REFERENCE LS-GRID-MIN-LATITUDE
                   BY REFERENCE LS-GRID-MIN-LONGITUDE
                   BY REFERENCE LS-GRID-MAX-LATITUDE
                   BY REFERENCE LS-GRID-MAX-LONGITUDE
                   BY REFERENCE LS-GRID-N
                   BY REFERENCE LS-POLLUTANT-PARAM-VALUE
                   BY REFERENCE OUT-BODY
                   RETURNING RETURN-CODE
               MOVE "FUSED-MAP-SERVICE" TO LS-AUDIT-UPSTREAM-CALL
               IF RETURN-CODE NOT = 0
               THEN
                   MOVE 500 TO OUT-STATUS-CODE
                   MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
                   MOVE "Internal Server Error: the sensor archive "
                       & "layout is not migrated" TO OUT-BODY
               END-IF

           WHEN "GET" ALSO "/search"
               *> Candidate communes for a possibly misspelled name,
               *> from the offline commune reference with prefix,
               MOVE 200 TO OUT-STATUS-CODE
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               CALL "SAVED-FEED-LIST" USING
                   BY REFERENCE LS-TENANT-SCOPE
                   BY REFERENCE OUT-BODY
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
                   GOBACK
               END-IF
               MOVE LS-NAME-PARAM-VALUE TO LS-SAVED-FEED-NAME
               MOVE "SAVED-FEED" TO LS-CJ-ENTITY
               MOVE LS-SAVED-FEED-NAME TO LS-CJ-ENTITY-ID
               PERFORM CAPTURE-CHANGE-BEFORE
               CALL "SAVED-FEED-REMOVE" USING
                   BY REFERENCE LS-SAVED-FEED-NAME
                   BY REFERENCE LS-TENANT-SCOPE
                   RETURNING RETURN-CODE
               IF RETURN-CODE = 0
               THEN
                   PERFORM JOURNAL-ADMIN-CHANGE
                   MOVE 200 TO OUT-STATUS-CODE
                   MOVE "Saved feed removed" TO OUT-BODY
               ELSE
                   MOVE "Not Found: unknown feed name" TO OUT-BODY
               END-IF

           WHEN "GET" ALSO "/admin/changes"
               *> Reads only the local change journal, so there is no
               *> upstream provider to record for the audit log.
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               PERFORM HANDLE-CHANGE-LIST

           WHEN "POST" ALSO "/admin/changes/revert"
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               PERFORM HANDLE-CHANGE-REVERT

           WHEN "GET" ALSO "/admin/job-approvals"
               *> Reads only the local approvals file, so there is no
               *> upstream provider to record for the audit log.
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               PERFORM HANDLE-JOB-APPROVAL-LIST

           WHEN "POST" ALSO "/admin/job-approvals/approve"
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               MOVE "APPROVE" TO LS-JA-DECISION
               PERFORM HANDLE-JOB-APPROVAL-DECISION

           WHEN "POST" ALSO "/admin/job-approvals/reject"
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               MOVE "REJECT" TO LS-JA-DECISION
               PERFORM HANDLE-JOB-APPROVAL-DECISION

           WHEN "GET" ALSO "/admin/commune-successions"
               *> Reads only local files, so there is no upstream
               *> provider to record for the audit log.
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               MOVE 200 TO OUT-STATUS-CODE
               CALL "COMMUNE-MERGER-REPORT" USING
                   BY REFERENCE OUT-BODY
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
               THEN
                   MOVE 404 TO OUT-STATUS-CODE
               END-IF

           WHEN "POST" ALSO "/admin/commune-successions/remap"
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               PERFORM HANDLE-COMMUNE-SUCCESSION-REMAP

           WHEN "GET" ALSO "/admin/config-history"
               *> Reads only the local history file, so there is no
               *> upstream provider to record for the audit log.
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               PERFORM HANDLE-CONFIG-HISTORY

           WHEN "GET" ALSO "/admin/report-distribution"
               *> Reads only the local distribution list, so there is
               *> no upstream provider to record for the audit log.
               MOVE 200 TO OUT-STATUS-CODE
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               CALL "REPORT-DISTRIBUTION-LIST" USING
                   BY REFERENCE OUT-BODY
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
               THEN
                   MOVE 500 TO OUT-STATUS-CODE
                   MOVE "Internal Server Error: could not read the "
                       & "report distribution list" TO OUT-BODY
               END-IF

           WHEN "POST" ALSO "/admin/report-distribution"
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               PERFORM HANDLE-REPORT-DISTRIBUTION-POST

           WHEN "DELETE" ALSO "/admin/report-distribution"
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               PERFORM PARSE-REPORT-DISTRIBUTION-KEY
               IF OUT-STATUS-CODE NOT = 0
               THEN
                   PERFORM WRITE-AUDIT-LOG-RECORD
                   GOBACK
               END-IF
               MOVE "REPORT-DISTRIBUTION" TO LS-CJ-ENTITY
               MOVE LS-RD-KEY TO LS-CJ-ENTITY-ID
               PERFORM CAPTURE-CHANGE-BEFORE
               CALL "REPORT-DISTRIBUTION-DELETE" USING
                   BY REFERENCE LS-RD-KEY
                   RETURNING RETURN-CODE
               IF RETURN-CODE = 0
               THEN
                   PERFORM JOURNAL-ADMIN-CHANGE
                   MOVE 200 TO OUT-STATUS-CODE
                   MOVE "Recipient removed from the report's "
                       & "distribution list" TO OUT-BODY
               ELSE
                   MOVE 404 TO OUT-STATUS-CODE
                   MOVE "Not Found: that channel is not on the "
                       & "report's distribution list" TO OUT-BODY
               END-IF

           WHEN "POST" ALSO "/admin/newsletter/bounces"
               *> The mail gateway's bounce report for one newsletter
               *> address, posted with an ADMIN key.
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               MOVE LS-QUERY-PARAM-EMAIL TO LS-NL-FIELD-NAME
               PERFORM READ-NEWSLETTER-FIELD
               MOVE LS-NL-FIELD-VALUE TO LS-NL-EMAIL
               IF LS-NL-EMAIL = SPACES
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: email is required" TO OUT-BODY
               ELSE
                   MOVE SPACES TO LS-NL-MESSAGE
                   CALL "NEWSLETTER-BOUNCE" USING
                       BY REFERENCE LS-NL-EMAIL
                       BY REFERENCE LS-NL-MESSAGE
                       RETURNING RETURN-CODE
                   EVALUATE RETURN-CODE
                   WHEN 0
                       MOVE 200 TO OUT-STATUS-CODE
                   WHEN 1
                       MOVE 404 TO OUT-STATUS-CODE
                   WHEN OTHER
                       MOVE 500 TO OUT-STATUS-CODE
                   END-EVALUATE
                   MOVE LS-NL-MESSAGE TO OUT-BODY
               END-IF

           WHEN "GET" ALSO "/privacy/access-requests"
               *> Reads only the local requests file, so there is no
               *> upstream provider to record for the audit log.
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               PERFORM HANDLE-ACCESS-REQUEST-LIST

           WHEN "POST" ALSO "/privacy/access-requests"
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               PERFORM HANDLE-ACCESS-REQUEST-FILE

           WHEN "GET" ALSO "/admin/maintenance-windows"
               *> Reads only the local calendar file, so there is no
               *> upstream provider to record for the audit log.
               MOVE 200 TO OUT-STATUS-CODE
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               CALL "MAINTENANCE-WINDOW-LIST" USING
                   BY REFERENCE OUT-BODY
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
               THEN
                   MOVE 500 TO OUT-STATUS-CODE
                   MOVE "Internal Server Error: could not read the "
                       & "maintenance-window calendar" TO OUT-BODY
               ELSE
                   IF FUNCTION TRIM(OUT-BODY) = SPACES
                   THEN
                       MOVE "(no maintenance windows)" TO OUT-BODY
                   END-IF
               END-IF

           WHEN "POST" ALSO "/admin/maintenance-windows"
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               PERFORM HANDLE-MAINTENANCE-WINDOW-POST

           WHEN "DELETE" ALSO "/admin/maintenance-windows"
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               PERFORM PARSE-MAINTENANCE-WINDOW-KEY
               IF OUT-STATUS-CODE NOT = 400
               THEN
                   MOVE "MAINTENANCE-WINDOW" TO LS-CJ-ENTITY
                   MOVE MW-RECORD TO LS-CJ-ENTITY-ID
                   PERFORM CAPTURE-CHANGE-BEFORE
                   CALL "MAINTENANCE-WINDOW-REMOVE" USING
                       BY REFERENCE MW-RECORD
                       RETURNING RETURN-CODE
                   IF RETURN-CODE = 0
                   THEN
                       PERFORM JOURNAL-ADMIN-CHANGE
                       MOVE 200 TO OUT-STATUS-CODE
                       MOVE "Maintenance window removed" TO OUT-BODY
                   ELSE
                       MOVE 404 TO OUT-STATUS-CODE
                       MOVE "Not Found: no maintenance window for "
                           & "that target and start" TO OUT-BODY
                   END-IF
               END-IF

           WHEN "GET" ALSO "/admin/health-rules"
               *> Reads only the local rules file, so there is no
               *> upstream provider to record for the audit log.
               MOVE 200 TO OUT-STATUS-CODE
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               CALL "HEALTH-RULE-LIST" USING
                   BY REFERENCE OUT-BODY
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
               THEN
                   MOVE 500 TO OUT-STATUS-CODE
                   MOVE "Internal Server Error: could not read the "
                       & "health recommendation rules" TO OUT-BODY
               ELSE
                   IF FUNCTION TRIM(OUT-BODY) = SPACES
                   THEN
                       MOVE "(no health recommendation rules)"
                           TO OUT-BODY
                   END-IF
               END-IF

           WHEN "POST" ALSO "/admin/health-rules"
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               PERFORM HANDLE-HEALTH-RULE-POST

           WHEN "DELETE" ALSO "/admin/health-rules"
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               PERFORM PARSE-HEALTH-RULE-KEY
               IF OUT-STATUS-CODE NOT = 400
               THEN
                   MOVE "HEALTH-RULE" TO LS-CJ-ENTITY
                   PERFORM SET-HEALTH-RULE-ENTITY-ID
                   PERFORM CAPTURE-CHANGE-BEFORE
                   CALL "HEALTH-RULE-REMOVE" USING
                       BY REFERENCE LS-CJ-ENTITY-ID
                       RETURNING RETURN-CODE
                   IF RETURN-CODE = 0
                   THEN
                       PERFORM JOURNAL-ADMIN-CHANGE
                       MOVE 200 TO OUT-STATUS-CODE
                       MOVE "Health recommendation rule removed"
                           TO OUT-BODY
                   ELSE
                       MOVE 404 TO OUT-STATUS-CODE
                       MOVE "Not Found: no rule for that item, low "
                           & "level, audience and lang" TO OUT-BODY
                   END-IF
               END-IF

           WHEN "GET" ALSO "/alert-subscriptions"
               *> A subscriber lists their own alert subscriptions -
               *> the key the request authenticated with is the only
               *> journal they can see.
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               IF FUNCTION TRIM(LS-API-KEY-VALUE) = SPACES
               THEN
                   MOVE 401 TO OUT-STATUS-CODE
                   MOVE "Unauthorized: alert subscriptions require "
                       & "an API key" TO OUT-BODY
                   PERFORM WRITE-AUDIT-LOG-RECORD
                   GOBACK
               END-IF
               MOVE 200 TO OUT-STATUS-CODE
               MOVE LS-API-KEY-VALUE TO LS-SUB-API-KEY
               CALL "ALERT-SUBSCRIPTION-LIST" USING
                   BY REFERENCE LS-SUB-API-KEY
                   BY REFERENCE OUT-BODY
               IF FUNCTION TRIM(OUT-BODY) = SPACES
               THEN
                   MOVE "(no alert subscriptions)" TO OUT-BODY
               END-IF

           WHEN "POST" ALSO "/alert-subscriptions"
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               PERFORM HANDLE-SUBSCRIPTION-POST

           WHEN "DELETE" ALSO "/alert-subscriptions"
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               IF FUNCTION TRIM(LS-API-KEY-VALUE) = SPACES
               THEN
                   MOVE 401 TO OUT-STATUS-CODE
                   MOVE "Unauthorized: alert subscriptions require "
                       & "an API key" TO OUT-BODY
                   PERFORM WRITE-AUDIT-LOG-RECORD
                   GOBACK
               END-IF
               CALL "PARSE-QUERY-PARAM" USING
                   BY VALUE     IN-CONNECTION-PTR
                   BY REFERENCE LS-QUERY-PARAM-ID
                   BY REFERENCE LS-ID-PARAM-VALUE
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
                   OR FUNCTION TRIM(LS-ID-PARAM-VALUE) = SPACES
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: missing id query param"
                       TO OUT-BODY
                   PERFORM WRITE-AUDIT-LOG-RECORD
                   GOBACK
               END-IF
               MOVE LS-API-KEY-VALUE TO LS-SUB-API-KEY
               MOVE LS-ID-PARAM-VALUE TO LS-SUB-LOCATION-ID
               CALL "ALERT-SUBSCRIPTION-REMOVE" USING
                   BY REFERENCE LS-SUB-API-KEY
                   BY REFERENCE LS-SUB-LOCATION-ID
                   RETURNING RETURN-CODE
               IF RETURN-CODE = 0
               THEN
                   MOVE 200 TO OUT-STATUS-CODE
                   MOVE "Alert subscription removed" TO OUT-BODY
               ELSE
                   MOVE 404 TO OUT-STATUS-CODE
                   MOVE "Not Found: no subscription for that "
                       & "location" TO OUT-BODY
               END-IF

           WHEN "GET" ALSO "/profile"
               *> A subscriber reads back their own stored profile -
               *> the key the request authenticated with is the only
               *> one they can see.
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               PERFORM HANDLE-PROFILE-GET

           WHEN "POST" ALSO "/profile"
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               PERFORM HANDLE-PROFILE-POST

           WHEN "DELETE" ALSO "/profile"
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               IF FUNCTION TRIM(LS-API-KEY-VALUE) = SPACES
               THEN
                   MOVE 401 TO OUT-STATUS-CODE
                   MOVE "Unauthorized: a profile requires an API key"
                       TO OUT-BODY
                   PERFORM WRITE-AUDIT-LOG-RECORD
                   GOBACK
               END-IF
               MOVE LS-API-KEY-VALUE TO LS-PROFILE-API-KEY
               CALL "SUBSCRIBER-PROFILE-REMOVE" USING
                   BY REFERENCE LS-PROFILE-API-KEY
                   RETURNING RETURN-CODE
               IF RETURN-CODE = 0
               THEN
                   MOVE 200 TO OUT-STATUS-CODE
                   MOVE "Profile removed" TO OUT-BODY
               ELSE
                   MOVE 404 TO OUT-STATUS-CODE
                   MOVE "Not Found: no profile for this API key"
                       TO OUT-BODY
               END-IF

           WHEN "POST" ALSO "/sensor-readings"
               *> One of our own rooftop sensors posts a reading;
               *> SENSOR-RECONCILIATION-BATCH later compares it
               *> against the nearest official station to spot a
               *> drifting unit.
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               PERFORM HANDLE-SENSOR-READING-POST

           WHEN "POST" ALSO "/symptom-journal"
               *> A subscriber logs today's symptom severity under
               *> their own API key; the journal is what the symptom
               *> correlation batch joins against the pollen archive.
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               PERFORM HANDLE-SYMPTOM-JOURNAL-POST
               MOVE "Not Found" TO OUT-BODY
           END-EVALUATE.

           *> A feed answer goes out under its route's branding
           *> template, whatever format it was rendered in (see
           *> FEED-BRANDING).
           PERFORM APPLY-FEED-BRANDING

           *> Nothing malformed leaves the router: a rendered body a
           *> strict reader would reject is swapped for the last good
           *> answer to the same request (see RENDER-GATE).
           PERFORM CHECK-RENDERED-BODY

           *> A request about to die with a 500 is captured as an
           *> incident record, and its reference id goes back in the
           *> body so the subscriber can quote it instead of a
           WHEN FUNCTION TRIM(IN-URL) = "/pollen-rss"
               MOVE "POLLEN" TO LS-MW-PROVIDER
           WHEN IN-URL(1:22) = "/pollutant-rss/prevair"
      *> The commute legs and the sensor feed's official comparison
      *> are sampled through PREVAIR-RAW-FETCH and the badge's
      *> current index comes from the same provider, so all three
      *> ride PREV'AIR's windows.
           WHEN FUNCTION TRIM(IN-URL) = "/commute-rss"
           WHEN FUNCTION TRIM(IN-URL) = "/badge"
           WHEN FUNCTION TRIM(IN-URL) = "/sensor-rss"
               MOVE "PREVAIR" TO LS-MW-PROVIDER
           WHEN FUNCTION TRIM(IN-URL) = "/pollutant-rss/atmo-france"
           WHEN FUNCTION TRIM(IN-URL) = "/pollutant-rss/departement"
               MOVE "ATMO-FRANCE" TO LS-MW-PROVIDER
           WHEN FUNCTION TRIM(IN-URL) = "/pollutant-rss/cams"
           WHEN FUNCTION TRIM(IN-URL) = "/pollen-rss/forecast"
           WHEN FUNCTION TRIM(IN-URL) = "/outdoor-rss"
               MOVE "CAMS" TO LS-MW-PROVIDER
      *> The map grid and the fused map burn the same PREV'AIR
      *> budget the pollutant routes do.
           WHEN FUNCTION TRIM(IN-URL) = "/map-grid.geojson"
           WHEN FUNCTION TRIM(IN-URL) = "/map-fused.geojson"
               MOVE "PREVAIR" TO LS-MW-PROVIDER
      *> The remaining upstream-calling routes (open-meteo UV, the
      *> commune search's live index samples, the station
      *> vocabulary; they are still consulted with the provider
      *> blank so a window targeting their route path, or ALL,
      *> fires for them too.
      *> The blend falls back to whichever of PREV'AIR and CAMS is
      *> still answering, so neither provider's window silences it;
      *> the personal risk feed likewise scores on whichever of
      *> today's pollen reading and CAMS' tomorrow is available.
           WHEN FUNCTION TRIM(IN-URL) = "/pollutant-rss/blend"
           WHEN FUNCTION TRIM(IN-URL) = "/pollen-rss/personal"
           WHEN FUNCTION TRIM(IN-URL) = "/uv-rss"
           WHEN FUNCTION TRIM(IN-URL) = "/search"
           WHEN FUNCTION TRIM(IN-URL) = "/stations"
               END-STRING
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: CHECK-LOAD-SHEDDING
      *> PURPOSE: Shed this request when the server is overloaded
      *>          (see LOAD-SHED): at level 1 an anonymous caller, at
      *>          level 2 a READER or REPORTER key as well. ADMIN keys
      *>          and contracted keys are never shed, nor the admin
      *>          and monitoring routes, nor anything but a GET - a
      *>          POST carries data no remembered answer can stand in
      *>          for. A shed request gets the last good answer to
      *>          the same request when one is remembered, otherwise
      *>          503 with Retry-After; either way it is counted in
      *>          /metrics and audited with LOAD-SHED as its upstream,
      *>          and the program is left.
      *>          While shedding is configured at all, the request's
      *>          signature is built here so its answer can be
      *>          remembered on the way out.
      *> ===============================================================
       CHECK-LOAD-SHEDDING.
           IF FUNCTION TRIM(IN-HTTP-METHOD) NOT = "GET"
               OR FUNCTION TRIM(IN-URL) = "/healthz"
               OR FUNCTION TRIM(IN-URL) = "/version"
               OR FUNCTION TRIM(IN-URL) = "/metrics"
               OR FUNCTION TRIM(IN-URL) = "/status"
               OR IN-URL(1:7) = "/admin/"
           THEN
               EXIT PARAGRAPH
           END-IF

           CALL "LOAD-SHED-LEVEL" USING
               BY REFERENCE LS-SHED-LEVEL
               BY REFERENCE LS-SHED-RETRY-AFTER
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO LS-SHED-CONFIGURED
           PERFORM BUILD-SHED-SIGNATURE
           IF LS-SHED-LEVEL = 0
           THEN
               EXIT PARAGRAPH
           END-IF

      *> The caller's class. With no key registry every caller is
      *> anonymous, whatever key it sent.
           MOVE SPACES TO LS-SHED-CLASS
           IF FUNCTION TRIM(LS-API-KEY-VALUE) = SPACES
           THEN
               MOVE "anonymous" TO LS-SHED-CLASS
           ELSE
               CALL "API-KEY-PRIORITY" USING
                   BY REFERENCE LS-API-KEY-VALUE
                   BY REFERENCE LS-SHED-KEY-ROLE
                   BY REFERENCE LS-SHED-CONTRACTED
                   RETURNING RETURN-CODE
               EVALUATE TRUE
               WHEN RETURN-CODE NOT = 0
                   MOVE "anonymous" TO LS-SHED-CLASS
               WHEN FUNCTION TRIM(LS-SHED-KEY-ROLE) = "ADMIN"
                   OR FUNCTION TRIM(LS-SHED-KEY-ROLE) = "SUPER"
                   OR LS-SHED-CONTRACTED = "Y"
                   CONTINUE
               WHEN OTHER
                   MOVE "reader" TO LS-SHED-CLASS
               END-EVALUATE
           END-IF
           IF LS-SHED-CLASS = SPACES
               OR (LS-SHED-CLASS = "reader" AND LS-SHED-LEVEL < 2)
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE "Y" TO LS-SHED-APPLIED
           MOVE "LOAD-SHED" TO LS-AUDIT-UPSTREAM-CALL
           CALL "LOAD-SHED-RECALL" USING
               BY REFERENCE LS-SHED-SIGNATURE
               BY REFERENCE OUT-CONTENT-TYPE
               BY REFERENCE OUT-BODY
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               MOVE 200 TO OUT-STATUS-CODE
               MOVE "LKG" TO LS-SHED-ANSWER
           ELSE
               MOVE 503 TO OUT-STATUS-CODE
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               MOVE LS-SHED-RETRY-AFTER TO OUT-RETRY-AFTER
               MOVE LS-SHED-RETRY-AFTER TO LS-SHED-RETRY-DISPLAY
               MOVE SPACES TO OUT-BODY
               STRING
                   "Service Unavailable: the server is overloaded "
                   "and is serving priority subscribers first - "
                   "please retry in "
                   FUNCTION TRIM(LS-SHED-RETRY-DISPLAY) " seconds"
                   INTO OUT-BODY
               END-STRING
               MOVE "503" TO LS-SHED-ANSWER
           END-IF
           CALL "METRICS-COUNT-SHED" USING
               BY REFERENCE LS-SHED-CLASS
               BY REFERENCE LS-SHED-ANSWER

           MOVE SPACES TO LS-LOG-MESSAGE
           STRING
               "Load shed: " FUNCTION TRIM(LS-SHED-CLASS)
               " request for " FUNCTION TRIM(IN-URL)
               " answered " OUT-STATUS-CODE
               INTO LS-LOG-MESSAGE
           END-STRING
           CALL "AQRSS-LOG" USING
               BY REFERENCE C-LOG-WARN
               BY REFERENCE LS-LOG-MESSAGE
           PERFORM WRITE-AUDIT-LOG-RECORD
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: BUILD-SHED-SIGNATURE
      *> PURPOSE: The request's signature in LS-SHED-SIGNATURE: the
      *>          route, then " name=value" for each answer-shaping
      *>          query parameter present, in LS-SHED-PARAM-NAMES
      *>          order, so the same request spelled with its
      *>          parameters in another order still matches.
      *> ===============================================================
       BUILD-SHED-SIGNATURE.
           MOVE SPACES TO LS-SHED-SIGNATURE
           MOVE IN-URL TO LS-SHED-SIGNATURE
           PERFORM VARYING LS-SHED-PARAM-IDX FROM 1 BY 1
               UNTIL LS-SHED-PARAM-IDX > 29
               MOVE SPACES TO LS-SHED-PARAM-VALUE
               CALL "PARSE-QUERY-PARAM" USING
                   BY VALUE     IN-CONNECTION-PTR
                   BY REFERENCE LS-SHED-PARAM-NAME(LS-SHED-PARAM-IDX)
                   BY REFERENCE LS-SHED-PARAM-VALUE
                   RETURNING RETURN-CODE
               IF RETURN-CODE = 0
               THEN
                   MOVE LS-SHED-SIGNATURE TO LS-SHED-SCRATCH
                   MOVE SPACES TO LS-SHED-SIGNATURE
                   STRING
                       FUNCTION TRIM(LS-SHED-SCRATCH) " "
                       FUNCTION TRIM(
                           LS-SHED-PARAM-NAME(LS-SHED-PARAM-IDX))
                       "=" FUNCTION TRIM(LS-SHED-PARAM-VALUE)
                       DELIMITED BY SIZE INTO LS-SHED-SIGNATURE
                   END-STRING
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: CHECK-ROUTE-PERMISSION
      *> PURPOSE: Enforce the per-route role requirement before any
      *>          dispatch: /admin/tenants demands the SUPER role, the
      *>          other /admin routes ADMIN (or SUPER), the /exports
      *>          routes REPORTER or better, the /privacy routes the
      *>          PRIVACY role and no other (not even SUPER: the
      *>          subscriber access requests are the privacy
      *>          officer's alone), and the data routes are open to
      *>          every valid key. A PRIVACY key also passes /exports,
      *>          where it sees the access packages only, and so does
      *>          the health agency's HEALTH key, which sees the
      *>          health impact report only and no other route. A
      *>          deployment with no key registry enforces nothing,
      *>          exactly as API-KEY-CHECK already behaves. A key
      *>          short of the required role answers 403 and leaves
      *>          the program.
      *>          Also settles the caller's tenant scope: a SUPER key
      *>          works across every tenant ("*"), any other key
      *>          within its own. An ADMIN key bound to a tenant is
      *>          held to the routes that are kept per tenant (see
      *>          CHECK-TENANT-ADMIN-ROUTE); the rest of /admin runs
      *>          the server itself and stays the operator's.
      *> ===============================================================
       CHECK-ROUTE-PERMISSION.
           MOVE SPACES TO LS-REQUIRED-ROLE
           EVALUATE TRUE
           WHEN IN-URL(1:14) = "/admin/tenants"
               MOVE "SUPER" TO LS-REQUIRED-ROLE
           WHEN IN-URL(1:7) = "/admin/"
               MOVE "ADMIN" TO LS-REQUIRED-ROLE
           WHEN IN-URL(1:9) = "/privacy/"
               MOVE "PRIVACY" TO LS-REQUIRED-ROLE
           WHEN IN-URL(1:8) = "/exports"
               MOVE "REPORTER" TO LS-REQUIRED-ROLE
           END-EVALUATE
               EXIT PARAGRAPH
           END-IF

           CALL "API-KEY-SCOPE" USING
               BY REFERENCE LS-API-KEY-VALUE
               BY REFERENCE LS-API-KEY-ROLE
               BY REFERENCE LS-CALLER-TENANT
               RETURNING RETURN-CODE
           EVALUATE RETURN-CODE
           WHEN 3
               GOBACK
           END-EVALUATE

           IF LS-REQUIRED-ROLE = "PRIVACY"
               AND FUNCTION TRIM(LS-API-KEY-ROLE) = "PRIVACY"
           THEN
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(LS-API-KEY-ROLE) = "SUPER"
               AND LS-REQUIRED-ROLE NOT = "PRIVACY"
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE LS-CALLER-TENANT TO LS-TENANT-SCOPE

           EVALUATE TRUE
           WHEN LS-REQUIRED-ROLE = "SUPER"
           WHEN LS-REQUIRED-ROLE = "PRIVACY"
               CONTINUE
           WHEN FUNCTION TRIM(LS-API-KEY-ROLE) = "ADMIN"
               PERFORM CHECK-TENANT-ADMIN-ROUTE
               EXIT PARAGRAPH
           WHEN LS-REQUIRED-ROLE = "REPORTER"
               AND FUNCTION TRIM(LS-API-KEY-ROLE) = "REPORTER"
           WHEN LS-REQUIRED-ROLE = "REPORTER"
               AND FUNCTION TRIM(LS-API-KEY-ROLE) = "PRIVACY"
           WHEN LS-REQUIRED-ROLE = "REPORTER"
               AND FUNCTION TRIM(LS-API-KEY-ROLE) = "HEALTH"
               EXIT PARAGRAPH
           END-EVALUATE

           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: CHECK-TENANT-ADMIN-ROUTE
      *> PURPOSE: Hold an ADMIN key bound to a tenant to the /admin
      *>          routes kept per tenant - its watched locations and
      *>          location groups, alert profiles, notification
      *>          channels, saved feeds and API keys, and the change
      *>          journal of those
      *>          (read only: putting a change back is the
      *>          operator's). Everything else under /admin (jobs,
      *>          sensors, plans, invoices, credentials, incidents,
      *>          annotations...) runs the server for everyone and
      *>          answers 403 to it. The operator's own ADMIN keys
      *>          (blank tenant) pass unchanged.
      *> ===============================================================
       CHECK-TENANT-ADMIN-ROUTE.
           IF LS-CALLER-TENANT = SPACES
               OR IN-URL(1:7) NOT = "/admin/"
           THEN
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
           WHEN IN-URL(1:24) = "/admin/watched-locations"
           WHEN IN-URL(1:22) = "/admin/location-groups"
           WHEN IN-URL(1:21) = "/admin/alert-profiles"
           WHEN IN-URL(1:28) = "/admin/notification-channels"
           WHEN IN-URL(1:18) = "/admin/saved-feeds"
           WHEN IN-URL = "/admin/changes"
               EXIT PARAGRAPH
           WHEN IN-URL(1:15) = "/admin/api-keys"
               IF IN-URL(1:24) NOT = "/admin/api-keys/contract"
                   AND IN-URL(1:20) NOT = "/admin/api-keys/plan"
               THEN
                   EXIT PARAGRAPH
               END-IF
           END-EVALUATE

           MOVE 403 TO OUT-STATUS-CODE
           MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
           MOVE "Forbidden: this route is reserved to the server's "
               & "operator" TO OUT-BODY
           PERFORM WRITE-AUDIT-LOG-RECORD
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: RESOLVE-RECORD-TENANT
      *> PURPOSE: The tenant a record or key being saved is filed
      *>          under, into LS-RECORD-TENANT: the caller's own, or
      *>          for a SUPER key (scope "*") the organisation the
      *>          optional tenant query param names - blank, the
      *>          operator's own, when absent. An unknown tenant
      *>          sets a 400 response and LS-TENANT-OK "N" for the
      *>          caller to return it.
      *> ===============================================================
       RESOLVE-RECORD-TENANT.
           MOVE "Y" TO LS-TENANT-OK
           MOVE LS-CALLER-TENANT TO LS-RECORD-TENANT
           IF LS-TENANT-SCOPE NOT = "*"
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-RECORD-TENANT
           MOVE SPACES TO LS-TENANT-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-TENANT
               BY REFERENCE LS-TENANT-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-TENANT-PARAM-VALUE) = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(
               FUNCTION TRIM(LS-TENANT-PARAM-VALUE))
               TO LS-RECORD-TENANT
           CALL "TENANT-FIND" USING
               BY REFERENCE LS-RECORD-TENANT
               BY REFERENCE LS-TN-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION LENGTH(
                   FUNCTION TRIM(LS-TENANT-PARAM-VALUE)) > 8
           THEN
               MOVE "N" TO LS-TENANT-OK
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: unknown tenant (see "
                   & "/admin/tenants)" TO OUT-BODY
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: CHECK-KEY-TENANT
      *> PURPOSE: Before a suspend, resume, rotate or contact change,
      *>          make sure the key named by the key query param is
      *>          within the caller's tenant scope, and leave its
      *>          tenant in LS-RECORD-TENANT. Another organisation's
      *>          key is answered exactly like an unknown one (404),
      *>          with LS-TENANT-OK "N" for the caller to return it.
      *> ===============================================================
       CHECK-KEY-TENANT.
           MOVE "Y" TO LS-TENANT-OK
           CALL "API-KEY-TENANT-OF" USING
               BY REFERENCE LS-KEY-PARAM-VALUE
               BY REFERENCE LS-RECORD-TENANT
               RETURNING RETURN-CODE
           EVALUATE TRUE
           WHEN RETURN-CODE = 2
               MOVE "N" TO LS-TENANT-OK
               MOVE 500 TO OUT-STATUS-CODE
               MOVE "Internal Server Error: could not read the "
                   & "API key registry" TO OUT-BODY
           WHEN RETURN-CODE NOT = 0
               OR (LS-TENANT-SCOPE NOT = "*"
                   AND LS-RECORD-TENANT NOT = LS-TENANT-SCOPE)
               MOVE "N" TO LS-TENANT-OK
               MOVE 404 TO OUT-STATUS-CODE
               MOVE "Not Found: no single API key matches (give the "
                   & "key or at least its first 8 characters)"
                   TO OUT-BODY
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: CHECK-CHANNEL-TENANT
      *> PURPOSE: Is the LS-NC-CHANNEL-ID channel on file, within the
      *>          caller's tenant scope and owned by LS-RECORD-TENANT
      *>          ("*" when any owner will do)? LS-TENANT-OK "N" (with
      *>          a 404 set) when it is unknown or another
      *>          organisation's - a tenant can neither rotate
      *>          another's secret nor point a key's quota notices at
      *>          another's channel.
      *> ===============================================================
       CHECK-CHANNEL-TENANT.
           MOVE "Y" TO LS-TENANT-OK
           CALL "NOTIFICATION-CHANNEL-TENANT" USING
               BY REFERENCE LS-NC-CHANNEL-ID
               BY REFERENCE LS-OWNER-TENANT
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR (LS-TENANT-SCOPE NOT = "*"
                   AND LS-OWNER-TENANT NOT = LS-TENANT-SCOPE)
               OR (LS-RECORD-TENANT NOT = "*"
                   AND LS-OWNER-TENANT NOT = LS-RECORD-TENANT)
           THEN
               MOVE "N" TO LS-TENANT-OK
               MOVE 404 TO OUT-STATUS-CODE
               MOVE "Not Found: unknown channel id" TO OUT-BODY
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: VALIDATE-CODE-ZONE-EXISTS
      *> PURPOSE: Cross-check the submitted code_zone against
      *>          CR-INSEE-CODE in the offline commune reference
      *>          before any upstream call: a well-formed code for a
      *>          commune that does not exist used to go all the way
      *>          to Atmo France, burn budget, and come back as a
      *>          confusing empty feed. An unknown code answers 404
      *>          naming the problem, with near-miss communes
      *>          suggested; with no reference file loaded the check
      *>          stands aside and the request proceeds as before.
      *>          A code retired by a commune merger is not unknown:
      *>          it is replaced by the code in force today (see
      *>          COMMUNE-SUCCESSOR), which is what Atmo France
      *>          answers for, and the request carries on.
      *>          Leaves the program on an unknown code.
      *> ===============================================================
       VALIDATE-CODE-ZONE-EXISTS.
           THEN
               EXIT PARAGRAPH
           END-IF
           CALL "COMMUNE-SUCCESSOR" USING
               BY REFERENCE LS-CODE-ZONE
               BY REFERENCE LS-CURRENT-CODE-ZONE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               MOVE LS-CURRENT-CODE-ZONE TO LS-CODE-ZONE
               EXIT PARAGRAPH
           END-IF

           MOVE 404 TO OUT-STATUS-CODE
           MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: HANDLE-CHANNEL-SECRET-ROTATE
      *> PURPOSE: POST /admin/notification-channels/rotate-secret
      *>          ?id=<channel>[&overlap_hours=N]: issue the channel a
      *>          new webhook signing secret (its first, or a
      *>          replacement) and show it once in the response. The
      *>          replaced secret keeps signing for overlap_hours
      *>          (default 24, 0 to 168) so the receiver can be
      *>          switched over without rejecting a message.
      *> ===============================================================
       HANDLE-CHANNEL-SECRET-ROTATE.
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-ID
               BY REFERENCE LS-ID-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-ID-PARAM-VALUE) = SPACES
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing id query param"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           MOVE LS-ID-PARAM-VALUE TO LS-NC-CHANNEL-ID

           MOVE 24 TO LS-NC-OVERLAP-HOURS
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-OVERLAP
               BY REFERENCE LS-OVERLAP-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
               AND FUNCTION TRIM(LS-OVERLAP-PARAM-VALUE) NOT = SPACES
           THEN
               IF FUNCTION TRIM(LS-OVERLAP-PARAM-VALUE) IS NOT NUMERIC
                   OR FUNCTION NUMVAL(LS-OVERLAP-PARAM-VALUE) > 168
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: overlap_hours must be 0 to 168"
                       TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(LS-OVERLAP-PARAM-VALUE)
                   TO LS-NC-OVERLAP-HOURS
           END-IF

           MOVE "*" TO LS-RECORD-TENANT
           PERFORM CHECK-CHANNEL-TENANT
           IF LS-TENANT-OK NOT = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF

           CALL "CHANNEL-SECRET-ROTATE" USING
               BY REFERENCE LS-NC-CHANNEL-ID
               BY REFERENCE LS-NC-OVERLAP-HOURS
               BY REFERENCE LS-NC-NEW-SECRET
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 500 TO OUT-STATUS-CODE
               MOVE "Internal Server Error: could not rotate the "
                   & "channel secret" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF

           MOVE 200 TO OUT-STATUS-CODE
           MOVE SPACES TO OUT-BODY
           STRING
               "channel=" FUNCTION TRIM(LS-NC-CHANNEL-ID)
               " secret=" FUNCTION TRIM(LS-NC-NEW-SECRET)
               " overlap_hours=" LS-NC-OVERLAP-HOURS X"0A"
               "Store this secret now: it is not shown again."
               INTO OUT-BODY
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: HANDLE-API-KEY-ISSUE
      *> PURPOSE: POST /admin/api-keys?owner=<name>[&role=READER|
      *>          REPORTER|ADMIN|SUPER][&quota=N][&valid_days=N]
      *>          [&contact=<channel id>][&plan=<plan code>]
      *>          [&tenant=<code>]: issue a new key (READER,
      *>          unlimited, valid 365 days, no quota notices and no
      *>          plan by default; valid_days 1 to 3650) and show it
      *>          once in the response. A key on a plan takes the
      *>          plan's quota, so plan and quota are not given
      *>          together. The key belongs to the caller's tenant
      *>          (a SUPER caller may name one); a SUPER key is the
      *>          operator's alone and is issued by the operator's
      *>          own ADMIN or SUPER keys only.
      *> ===============================================================
       HANDLE-API-KEY-ISSUE.
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-OWNER
               BY REFERENCE LS-OWNER-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-OWNER-PARAM-VALUE) = SPACES
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing owner query param"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(LS-OWNER-PARAM-VALUE))
               > 32
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: owner must be at most 32 "
                   & "characters" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(LS-OWNER-PARAM-VALUE) TO LS-AK-OWNER

           MOVE "READER" TO LS-AK-ROLE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-ROLE
               BY REFERENCE LS-ROLE-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
               AND FUNCTION TRIM(LS-ROLE-PARAM-VALUE) NOT = SPACES
           THEN
               EVALUATE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(LS-ROLE-PARAM-VALUE))
               WHEN "READER"
               WHEN "REPORTER"
               WHEN "ADMIN"
               WHEN "PRIVACY"
               WHEN "HEALTH"
               WHEN "SUPER"
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(LS-ROLE-PARAM-VALUE))
                       TO LS-AK-ROLE
               WHEN OTHER
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: role must be READER, REPORTER, "
                       & "ADMIN, PRIVACY, HEALTH or SUPER" TO OUT-BODY
                   EXIT PARAGRAPH
               END-EVALUATE
           END-IF

           PERFORM RESOLVE-RECORD-TENANT
           IF LS-TENANT-OK NOT = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF
           IF LS-AK-ROLE = "SUPER"
               AND (LS-CALLER-TENANT NOT = SPACES
                   OR LS-RECORD-TENANT NOT = SPACES)
           THEN
               MOVE 403 TO OUT-STATUS-CODE
               MOVE "Forbidden: a SUPER key belongs to the server's "
                   & "operator and carries no tenant" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           IF LS-AK-ROLE = "PRIVACY"
               AND (LS-CALLER-TENANT NOT = SPACES
                   OR LS-RECORD-TENANT NOT = SPACES)
           THEN
               MOVE 403 TO OUT-STATUS-CODE
               MOVE "Forbidden: a PRIVACY key belongs to the server's "
                   & "privacy officer and carries no tenant" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           IF LS-AK-ROLE = "HEALTH"
               AND (LS-CALLER-TENANT NOT = SPACES
                   OR LS-RECORD-TENANT NOT = SPACES)
           THEN
               MOVE 403 TO OUT-STATUS-CODE
               MOVE "Forbidden: a HEALTH key belongs to the regional "
                   & "health agency and carries no tenant" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO LS-AK-DAILY-QUOTA
           MOVE SPACES TO LS-QUOTA-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-QUOTA
               BY REFERENCE LS-QUOTA-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
               AND FUNCTION TRIM(LS-QUOTA-PARAM-VALUE) NOT = SPACES
           THEN
               IF FUNCTION TRIM(LS-QUOTA-PARAM-VALUE) IS NOT NUMERIC
                   OR FUNCTION LENGTH(
                       FUNCTION TRIM(LS-QUOTA-PARAM-VALUE)) > 7
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: quota must be 0 (unlimited) to "
                       & "9999999" TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(LS-QUOTA-PARAM-VALUE)
                   TO LS-AK-DAILY-QUOTA
           END-IF

           MOVE 365 TO LS-AK-VALID-DAYS
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-VALID-DAYS
               BY REFERENCE LS-VALID-DAYS-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
               AND FUNCTION TRIM(LS-VALID-DAYS-PARAM-VALUE)
                   NOT = SPACES
           THEN
               IF FUNCTION TRIM(LS-VALID-DAYS-PARAM-VALUE)
                   IS NOT NUMERIC
                   OR FUNCTION NUMVAL(LS-VALID-DAYS-PARAM-VALUE) < 1
                   OR FUNCTION NUMVAL(LS-VALID-DAYS-PARAM-VALUE)
                       > 3650
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: valid_days must be 1 to 3650"
                       TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(LS-VALID-DAYS-PARAM-VALUE)
                   TO LS-AK-VALID-DAYS
           END-IF

           PERFORM PARSE-API-KEY-CONTACT
           IF LS-AK-CONTACT-OK NOT = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM PARSE-API-KEY-PLAN
           IF LS-AK-PLAN-OK NOT = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF
           IF LS-AK-PLAN-CODE NOT = SPACES
           THEN
               IF FUNCTION TRIM(LS-QUOTA-PARAM-VALUE) NOT = SPACES
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: a key on a plan takes the "
                       & "plan's quota; give plan or quota, not both"
                       TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
               MOVE LS-PL-DAILY-QUOTA TO LS-AK-DAILY-QUOTA
           END-IF

           CALL "API-KEY-ISSUE" USING
               BY REFERENCE LS-AK-OWNER
               BY REFERENCE LS-AK-ROLE
               BY REFERENCE LS-AK-DAILY-QUOTA
               BY REFERENCE LS-AK-VALID-DAYS
               BY REFERENCE LS-AK-CONTACT
               BY REFERENCE LS-AK-PLAN-CODE
               BY REFERENCE LS-RECORD-TENANT
               BY REFERENCE LS-AK-NEW-KEY
               BY REFERENCE LS-AK-EXPIRES-DATE
               RETURNING RETURN-CODE
           EVALUATE RETURN-CODE
           WHEN 0
               MOVE "API-KEY" TO LS-CJ-ENTITY
               MOVE LS-AK-NEW-KEY TO LS-CJ-ENTITY-ID
               MOVE SPACES TO LS-CJ-BEFORE-IMAGE
               PERFORM JOURNAL-ADMIN-CHANGE
           WHEN 2
               MOVE 503 TO OUT-STATUS-CODE
               MOVE "Service Unavailable: the API key registry is "
                   & "at capacity" TO OUT-BODY
               EXIT PARAGRAPH
           WHEN OTHER
               MOVE 500 TO OUT-STATUS-CODE
               MOVE "Internal Server Error: could not issue the "
                   & "API key" TO OUT-BODY
               EXIT PARAGRAPH
           END-EVALUATE

           MOVE 201 TO OUT-STATUS-CODE
           MOVE SPACES TO OUT-BODY
           STRING
               "key=" LS-AK-NEW-KEY
               " owner=" FUNCTION TRIM(LS-AK-OWNER)
               " role=" FUNCTION TRIM(LS-AK-ROLE)
               " tenant=" FUNCTION TRIM(LS-RECORD-TENANT)
               " expires=" LS-AK-EXPIRES-DATE(1:4) "-"
               LS-AK-EXPIRES-DATE(5:2) "-" LS-AK-EXPIRES-DATE(7:2)
               X"0A"
               "Hand this key over now: it is not shown again."
               INTO OUT-BODY
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: HANDLE-API-KEY-STATE
      *> PURPOSE: POST /admin/api-keys/suspend?key=<key> and
      *>          /admin/api-keys/resume?key=<key> (per
      *>          LS-AK-SUSPEND).
      *> ===============================================================
       HANDLE-API-KEY-STATE.
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-KEY
               BY REFERENCE LS-KEY-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-KEY-PARAM-VALUE) = SPACES
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing key query param"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-KEY-TENANT
           IF LS-TENANT-OK NOT = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE "API-KEY" TO LS-CJ-ENTITY
           MOVE LS-KEY-PARAM-VALUE TO LS-CJ-ENTITY-ID
           PERFORM CAPTURE-CHANGE-BEFORE
           IF LS-AK-SUSPEND = "Y"
           THEN
               CALL "API-KEY-SUSPEND" USING
                   BY REFERENCE LS-KEY-PARAM-VALUE
                   RETURNING RETURN-CODE
           ELSE
               CALL "API-KEY-RESUME" USING
                   BY REFERENCE LS-KEY-PARAM-VALUE
                   RETURNING RETURN-CODE
           END-IF
           EVALUATE RETURN-CODE
           WHEN 0
               PERFORM JOURNAL-ADMIN-CHANGE
               MOVE 200 TO OUT-STATUS-CODE
               IF LS-AK-SUSPEND = "Y"
               THEN
                   MOVE "API key suspended" TO OUT-BODY
               ELSE
                   MOVE "API key resumed" TO OUT-BODY
               END-IF
           WHEN 1
               MOVE 404 TO OUT-STATUS-CODE
               MOVE "Not Found: no single API key matches (give the "
                   & "key or at least its first 8 characters)"
                   TO OUT-BODY
           WHEN 3
               MOVE 409 TO OUT-STATUS-CODE
               IF LS-AK-SUSPEND = "Y"
               THEN
                   MOVE "Conflict: the key is not active"
                       TO OUT-BODY
               ELSE
                   MOVE "Conflict: the key is not suspended"
                       TO OUT-BODY
               END-IF
           WHEN OTHER
               MOVE 500 TO OUT-STATUS-CODE
               MOVE "Internal Server Error: could not update the "
                   & "API key registry" TO OUT-BODY
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: HANDLE-API-KEY-ROTATE
      *> PURPOSE: POST /admin/api-keys/rotate?key=<key>
      *>          [&grace_days=N]: issue the key's successor and show
      *>          it once; the old key keeps working for grace_days
      *>          (default 14, 0 to 90) so the subscriber can switch
      *>          their feeds over.
      *> ===============================================================
       HANDLE-API-KEY-ROTATE.
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-KEY
               BY REFERENCE LS-KEY-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-KEY-PARAM-VALUE) = SPACES
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing key query param"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-KEY-TENANT
           IF LS-TENANT-OK NOT = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 14 TO LS-AK-GRACE-DAYS
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-GRACE-DAYS
               BY REFERENCE LS-GRACE-DAYS-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
               AND FUNCTION TRIM(LS-GRACE-DAYS-PARAM-VALUE)
                   NOT = SPACES
           THEN
               IF FUNCTION TRIM(LS-GRACE-DAYS-PARAM-VALUE)
                   IS NOT NUMERIC
                   OR FUNCTION NUMVAL(LS-GRACE-DAYS-PARAM-VALUE) > 90
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: grace_days must be 0 to 90"
                       TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(LS-GRACE-DAYS-PARAM-VALUE)
                   TO LS-AK-GRACE-DAYS
           END-IF

           MOVE "API-KEY" TO LS-CJ-ENTITY
           MOVE LS-KEY-PARAM-VALUE TO LS-CJ-ENTITY-ID
           PERFORM CAPTURE-CHANGE-BEFORE
           CALL "API-KEY-ROTATE" USING
               BY REFERENCE LS-KEY-PARAM-VALUE
               BY REFERENCE LS-AK-GRACE-DAYS
               BY REFERENCE LS-AK-NEW-KEY
               BY REFERENCE LS-AK-EXPIRES-DATE
               RETURNING RETURN-CODE
           EVALUATE RETURN-CODE
           WHEN 0
      *> Two changes: the old key now names its successor and runs
      *> out at the end of the grace period, and the successor is a
      *> new row.
               PERFORM JOURNAL-ADMIN-CHANGE
               MOVE SPACES TO LS-CJ-BEFORE-IMAGE
               MOVE LS-AK-NEW-KEY TO LS-CJ-ENTITY-ID
               PERFORM JOURNAL-ADMIN-CHANGE
           WHEN 1
               MOVE 404 TO OUT-STATUS-CODE
               MOVE "Not Found: no single API key matches (give the "
                   & "key or at least its first 8 characters)"
                   TO OUT-BODY
               EXIT PARAGRAPH
           WHEN 3
               MOVE 409 TO OUT-STATUS-CODE
               MOVE "Conflict: only an active key that has not "
                   & "already been rotated can be rotated" TO OUT-BODY
               EXIT PARAGRAPH
           WHEN OTHER
               MOVE 500 TO OUT-STATUS-CODE
               MOVE "Internal Server Error: could not rotate the "
                   & "API key" TO OUT-BODY
               EXIT PARAGRAPH
           END-EVALUATE

           MOVE 200 TO OUT-STATUS-CODE
           MOVE SPACES TO OUT-BODY
           STRING
               "key=" LS-AK-NEW-KEY
               " replaces " LS-KEY-PARAM-VALUE(1:8) "..."
               ", which keeps working through "
               LS-AK-EXPIRES-DATE(1:4) "-" LS-AK-EXPIRES-DATE(5:2)
               "-" LS-AK-EXPIRES-DATE(7:2) X"0A"
               "Hand this key over now: it is not shown again."
               INTO OUT-BODY
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: HANDLE-API-KEY-CONTACT
      *> PURPOSE: POST /admin/api-keys/contact?key=<key>
      *>          [&contact=<channel id>]: send the key's quota
      *>          notices to that notification channel from now on;
      *>          no contact stops them.
      *> ===============================================================
       HANDLE-API-KEY-CONTACT.
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-KEY
               BY REFERENCE LS-KEY-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-KEY-PARAM-VALUE) = SPACES
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing key query param"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-KEY-TENANT
           IF LS-TENANT-OK NOT = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM PARSE-API-KEY-CONTACT
           IF LS-AK-CONTACT-OK NOT = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE "API-KEY" TO LS-CJ-ENTITY
           MOVE LS-KEY-PARAM-VALUE TO LS-CJ-ENTITY-ID
           PERFORM CAPTURE-CHANGE-BEFORE
           CALL "API-KEY-SET-CONTACT" USING
               BY REFERENCE LS-KEY-PARAM-VALUE
               BY REFERENCE LS-AK-CONTACT
               RETURNING RETURN-CODE
           EVALUATE RETURN-CODE
           WHEN 0
               PERFORM JOURNAL-ADMIN-CHANGE
               MOVE 200 TO OUT-STATUS-CODE
               MOVE SPACES TO OUT-BODY
               IF LS-AK-CONTACT = SPACES
               THEN
                   MOVE "API key quota notices stopped" TO OUT-BODY
               ELSE
                   STRING
                       "API key quota notices now go to channel "
                       FUNCTION TRIM(LS-AK-CONTACT)
                       INTO OUT-BODY
                   END-STRING
               END-IF
           WHEN 1
               MOVE 404 TO OUT-STATUS-CODE
               MOVE "Not Found: no single API key matches (give the "
                   & "key or at least its first 8 characters)"
                   TO OUT-BODY
           WHEN OTHER
               MOVE 500 TO OUT-STATUS-CODE
               MOVE "Internal Server Error: could not update the "
                   & "API key registry" TO OUT-BODY
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: HANDLE-API-KEY-CONTRACT
      *> PURPOSE: POST /admin/api-keys/contract?key=<key>
      *>          &contracted=Y|N: mark the key as held under a
      *>          service contract, whose requests are never shed
      *>          under overload, or as an ordinary key again.
      *> ===============================================================
       HANDLE-API-KEY-CONTRACT.
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-KEY
               BY REFERENCE LS-KEY-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-KEY-PARAM-VALUE) = SPACES
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing key query param"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF

           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-CONTRACTED
               BY REFERENCE LS-CONTRACTED-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE SPACES TO LS-CONTRACTED-PARAM-VALUE
           END-IF
           EVALUATE FUNCTION TRIM(FUNCTION UPPER-CASE(
                   LS-CONTRACTED-PARAM-VALUE))
           WHEN "Y"
               MOVE "Y" TO LS-AK-CONTRACTED
           WHEN "N"
               MOVE "N" TO LS-AK-CONTRACTED
           WHEN OTHER
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: contracted must be Y or N"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-EVALUATE

           MOVE "API-KEY" TO LS-CJ-ENTITY
           MOVE LS-KEY-PARAM-VALUE TO LS-CJ-ENTITY-ID
           PERFORM CAPTURE-CHANGE-BEFORE
           CALL "API-KEY-SET-CONTRACT" USING
               BY REFERENCE LS-KEY-PARAM-VALUE
               BY REFERENCE LS-AK-CONTRACTED
               RETURNING RETURN-CODE
           EVALUATE RETURN-CODE
           WHEN 0
               PERFORM JOURNAL-ADMIN-CHANGE
               MOVE 200 TO OUT-STATUS-CODE
               IF LS-AK-CONTRACTED = "Y"
               THEN
                   MOVE "API key marked as contracted: never shed "
                       & "under overload" TO OUT-BODY
               ELSE
                   MOVE "API key marked as an ordinary key"
                       TO OUT-BODY
               END-IF
           WHEN 1
               MOVE 404 TO OUT-STATUS-CODE
               MOVE "Not Found: no single API key matches (give the "
                   & "key or at least its first 8 characters)"
                   TO OUT-BODY
           WHEN OTHER
               MOVE 500 TO OUT-STATUS-CODE
               MOVE "Internal Server Error: could not update the "
                   & "API key registry" TO OUT-BODY
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: HANDLE-API-KEY-PLAN
      *> PURPOSE: POST /admin/api-keys/plan?key=<key>[&plan=<plan
      *>          code>]: put the key on a plan from the catalog,
      *>          taking that plan's daily quota, or (plan empty or
      *>          absent) take it off invoicing, leaving its quota
      *>          as it was.
      *> ===============================================================
       HANDLE-API-KEY-PLAN.
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-KEY
               BY REFERENCE LS-KEY-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-KEY-PARAM-VALUE) = SPACES
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing key query param"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF

           PERFORM PARSE-API-KEY-PLAN
           IF LS-AK-PLAN-OK NOT = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LS-AK-DAILY-QUOTA
           IF LS-AK-PLAN-CODE NOT = SPACES
           THEN
               MOVE LS-PL-DAILY-QUOTA TO LS-AK-DAILY-QUOTA
           END-IF

           MOVE "API-KEY" TO LS-CJ-ENTITY
           MOVE LS-KEY-PARAM-VALUE TO LS-CJ-ENTITY-ID
           PERFORM CAPTURE-CHANGE-BEFORE
           CALL "API-KEY-SET-PLAN" USING
               BY REFERENCE LS-KEY-PARAM-VALUE
               BY REFERENCE LS-AK-PLAN-CODE
               BY REFERENCE LS-AK-DAILY-QUOTA
               RETURNING RETURN-CODE
           EVALUATE RETURN-CODE
           WHEN 0
               PERFORM JOURNAL-ADMIN-CHANGE
               MOVE 200 TO OUT-STATUS-CODE
               MOVE SPACES TO OUT-BODY
               IF LS-AK-PLAN-CODE = SPACES
               THEN
                   MOVE "API key taken off its plan: it is no "
                       & "longer invoiced" TO OUT-BODY
               ELSE
                   STRING
                       "API key moved to plan "
                       FUNCTION TRIM(LS-AK-PLAN-CODE)
                       INTO OUT-BODY
                   END-STRING
               END-IF
           WHEN 1
               MOVE 404 TO OUT-STATUS-CODE
               MOVE "Not Found: no single API key matches (give the "
                   & "key or at least its first 8 characters)"
                   TO OUT-BODY
           WHEN OTHER
               MOVE 500 TO OUT-STATUS-CODE
               MOVE "Internal Server Error: could not update the "
                   & "API key registry" TO OUT-BODY
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: PARSE-API-KEY-PLAN
      *> PURPOSE: The optional plan query param into LS-AK-PLAN-CODE
      *>          (spaces when absent) and the plan's terms into
      *>          LS-PLAN-RECORD. A plan the catalog does not hold
      *>          sets a 404 response and LS-AK-PLAN-OK "N" for the
      *>          caller to return it.
      *> ===============================================================
       PARSE-API-KEY-PLAN.
           MOVE "Y" TO LS-AK-PLAN-OK
           MOVE SPACES TO LS-AK-PLAN-CODE
           MOVE SPACES TO LS-PLAN-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-PLAN
               BY REFERENCE LS-PLAN-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-PLAN-PARAM-VALUE) = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(LS-PLAN-PARAM-VALUE)) > 8
           THEN
               MOVE "N" TO LS-AK-PLAN-OK
               MOVE 404 TO OUT-STATUS-CODE
               MOVE "Not Found: unknown plan code" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-PLAN-PARAM-VALUE))
               TO LS-AK-PLAN-CODE
           CALL "PLAN-CATALOG-FIND" USING
               BY REFERENCE LS-AK-PLAN-CODE
               BY REFERENCE LS-PLAN-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE "N" TO LS-AK-PLAN-OK
               MOVE 404 TO OUT-STATUS-CODE
               MOVE "Not Found: unknown plan code" TO OUT-BODY
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: HANDLE-TENANT-SAVE
      *> PURPOSE: POST /admin/tenants?code=<code>[&name=<name>]
      *>          [&enabled=Y|N]: add an organisation, or rename,
      *>          disable or re-enable the one with that code. The
      *>          code (1 to 8 characters, upper-cased) goes into
      *>          report file names, so it carries no slash, dot or
      *>          star. A tenant is never deleted: disabling it
      *>          refuses every one of its keys and leaves its data
      *>          in place.
      *> ===============================================================
       HANDLE-TENANT-SAVE.
           MOVE SPACES TO LS-TN-RECORD
           MOVE SPACES TO LS-BILLING-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-PLAN-CODE
               BY REFERENCE LS-BILLING-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-BILLING-PARAM-VALUE) = SPACES
               OR FUNCTION LENGTH(
                   FUNCTION TRIM(LS-BILLING-PARAM-VALUE)) > 8
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: code must be 1 to 8 characters"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(
               FUNCTION TRIM(LS-BILLING-PARAM-VALUE))
               TO LS-TN-CODE
           MOVE 0 TO LS-SLASH-COUNT
           INSPECT LS-TN-CODE
               TALLYING LS-SLASH-COUNT FOR ALL "/" ALL "." ALL "*"
           IF LS-SLASH-COUNT NOT = 0
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: code must not contain a slash, dot "
                   & "or star" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF

      *> A rename or a state change keeps whatever is not given.
           MOVE LS-TN-CODE TO LS-RECORD-TENANT
           CALL "TENANT-FIND" USING
               BY REFERENCE LS-RECORD-TENANT
               BY REFERENCE LS-TN-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE SPACES TO LS-TN-RECORD
               MOVE LS-RECORD-TENANT TO LS-TN-CODE
               MOVE LS-RECORD-TENANT TO LS-TN-NAME
               MOVE "Y" TO LS-TN-ENABLED
               MOVE 0 TO LS-TN-CREATED-DATE
           END-IF

           MOVE SPACES TO LS-NAME-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-NAME
               BY REFERENCE LS-NAME-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
               AND FUNCTION TRIM(LS-NAME-PARAM-VALUE) NOT = SPACES
           THEN
               IF FUNCTION LENGTH(FUNCTION TRIM(LS-NAME-PARAM-VALUE))
                   > 40
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: name must be at most 40 "
                       & "characters" TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION TRIM(LS-NAME-PARAM-VALUE) TO LS-TN-NAME
           END-IF

           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-ENABLED
               BY REFERENCE LS-ENABLED-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               EVALUATE FUNCTION TRIM(FUNCTION UPPER-CASE(
                       LS-ENABLED-PARAM-VALUE))
               WHEN "Y"
                   MOVE "Y" TO LS-TN-ENABLED
               WHEN "N"
                   MOVE "N" TO LS-TN-ENABLED
               WHEN OTHER
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: enabled must be Y or N"
                       TO OUT-BODY
                   EXIT PARAGRAPH
               END-EVALUATE
           END-IF

           CALL "TENANT-SAVE" USING
               BY REFERENCE LS-TN-RECORD
               RETURNING RETURN-CODE
           EVALUATE RETURN-CODE
           WHEN 0
               MOVE 200 TO OUT-STATUS-CODE
               MOVE SPACES TO OUT-BODY
               STRING
                   "Tenant " FUNCTION TRIM(LS-TN-CODE) " saved ("
                   FUNCTION TRIM(LS-TN-NAME) ", enabled="
                   LS-TN-ENABLED ")"
                   INTO OUT-BODY
               END-STRING
           WHEN 2
               MOVE 503 TO OUT-STATUS-CODE
               MOVE "Service Unavailable: the tenant file is at "
                   & "capacity" TO OUT-BODY
           WHEN OTHER
               MOVE 500 TO OUT-STATUS-CODE
               MOVE "Internal Server Error: could not update the "
                   & "tenant file" TO OUT-BODY
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: HANDLE-BRANDING-SAVE
      *> PURPOSE: POST /admin/branding?route=<route>[&lang=fr|en]
      *>          with any of title, description, image, copyright
      *>          and footer, as form fields in the body or as query
      *>          parameters: file the branding template for that
      *>          feed route ("*" for every route without its own)
      *>          and language, replacing any earlier one whole. In
      *>          the title, {title} stands for the title the route
      *>          builds itself.
      *> ===============================================================
       HANDLE-BRANDING-SAVE.
           PERFORM PARSE-BRANDING-KEY
           IF LS-BRANDING-OK NOT = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE LS-QUERY-PARAM-TITLE TO LS-BRANDING-PARAM-NAME
           PERFORM PARSE-BRANDING-FIELD
           MOVE FUNCTION TRIM(LS-BRANDING-PARAM-VALUE)
               TO LS-FB-TITLE-PATTERN
           MOVE LS-QUERY-PARAM-DESCRIPTION TO LS-BRANDING-PARAM-NAME
           PERFORM PARSE-BRANDING-FIELD
           MOVE FUNCTION TRIM(LS-BRANDING-PARAM-VALUE)
               TO LS-FB-DESCRIPTION
           MOVE LS-QUERY-PARAM-IMAGE TO LS-BRANDING-PARAM-NAME
           PERFORM PARSE-BRANDING-FIELD
           MOVE FUNCTION TRIM(LS-BRANDING-PARAM-VALUE)
               TO LS-FB-IMAGE-URL
           MOVE LS-QUERY-PARAM-COPYRIGHT TO LS-BRANDING-PARAM-NAME
           PERFORM PARSE-BRANDING-FIELD
           MOVE FUNCTION TRIM(LS-BRANDING-PARAM-VALUE)
               TO LS-FB-COPYRIGHT
           MOVE LS-QUERY-PARAM-FOOTER TO LS-BRANDING-PARAM-NAME
           PERFORM PARSE-BRANDING-FIELD
           MOVE FUNCTION TRIM(LS-BRANDING-PARAM-VALUE)
               TO LS-FB-FOOTER

           IF LS-FB-TITLE-PATTERN = SPACES
               AND LS-FB-DESCRIPTION = SPACES
               AND LS-FB-IMAGE-URL = SPACES
               AND LS-FB-COPYRIGHT = SPACES
               AND LS-FB-FOOTER = SPACES
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: give at least one of title, "
                   & "description, image, copyright or footer"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           IF LS-FB-IMAGE-URL NOT = SPACES
               AND LS-FB-IMAGE-URL(1:7) NOT = "http://"
               AND LS-FB-IMAGE-URL(1:8) NOT = "https://"
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: image must be an http:// or "
                   & "https:// URL" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF

           CALL "FEED-BRANDING-SAVE" USING
               BY REFERENCE LS-FB-RECORD
               RETURNING RETURN-CODE
           EVALUATE RETURN-CODE
           WHEN 0
               MOVE 200 TO OUT-STATUS-CODE
               MOVE SPACES TO OUT-BODY
               STRING
                   "Branding for " FUNCTION TRIM(LS-FB-ROUTE)
                   " lang=" LS-FB-LANG " saved"
                   INTO OUT-BODY
               END-STRING
           WHEN 2
               MOVE 503 TO OUT-STATUS-CODE
               MOVE "Service Unavailable: the feed branding file is "
                   & "at capacity" TO OUT-BODY
           WHEN OTHER
               MOVE 500 TO OUT-STATUS-CODE
               MOVE "Internal Server Error: could not update the "
                   & "feed branding file" TO OUT-BODY
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: PARSE-BRANDING-KEY
      *> PURPOSE: The route and language an /admin/branding call
      *>          names, into LS-FB-ROUTE and LS-FB-LANG (the rest of
      *>          LS-FB-RECORD cleared). The language is the request's
      *>          own lang parameter, French by default. A bad route
      *>          answers 400 and sets LS-BRANDING-OK to "N".
      *> ===============================================================
       PARSE-BRANDING-KEY.
           MOVE "Y" TO LS-BRANDING-OK
           MOVE SPACES TO LS-FB-RECORD
           MOVE LS-QUERY-PARAM-ROUTE TO LS-BRANDING-PARAM-NAME
           PERFORM PARSE-BRANDING-FIELD
           IF RETURN-CODE NOT = 0
               OR FUNCTION LENGTH(
                   FUNCTION TRIM(LS-BRANDING-PARAM-VALUE)) > 60
               OR (LS-BRANDING-PARAM-VALUE(1:1) NOT = "/"
                   AND FUNCTION TRIM(LS-BRANDING-PARAM-VALUE)
                       NOT = "*")
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: route must be a feed route such as "
                   & "/air-quality-rss, or * for every route"
                   TO OUT-BODY
               MOVE "N" TO LS-BRANDING-OK
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(LS-BRANDING-PARAM-VALUE) TO LS-FB-ROUTE
           MOVE LS-LANG TO LS-FB-LANG.

      *> ===============================================================
      *> PARAGRAPH: PARSE-BRANDING-FIELD
      *> PURPOSE: The LS-BRANDING-PARAM-NAME field of an
      *>          /admin/branding call into LS-BRANDING-PARAM-VALUE:
      *>          the form-encoded body first, then the query string,
      *>          the same way the /websub handshake reads its fields.
      *>          RETURN-CODE is 0 when the field is found; when it
      *>          is not, the value is left SPACES.
      *> ===============================================================
       PARSE-BRANDING-FIELD.
           MOVE SPACES TO LS-BRANDING-PARAM-VALUE
           CALL "PARSE-POST-PARAM" USING
               BY REFERENCE IN-REQUEST-BODY
               BY REFERENCE LS-BRANDING-PARAM-NAME
               BY REFERENCE LS-BRANDING-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE SPACES TO LS-BRANDING-PARAM-VALUE
               CALL "PARSE-QUERY-PARAM" USING
                   BY VALUE     IN-CONNECTION-PTR
                   BY REFERENCE LS-BRANDING-PARAM-NAME
                   BY REFERENCE LS-BRANDING-PARAM-VALUE
                   RETURNING RETURN-CODE
           END-IF
           IF RETURN-CODE NOT = 0
           THEN
               MOVE SPACES TO LS-BRANDING-PARAM-VALUE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: HANDLE-PLAN-SAVE
      *> PURPOSE: POST /admin/plans?code=<code>&fee=<euros>
      *>          [&name=<name>][&included=N][&overage=<euros>]
      *>          [&quota=N]: add a plan to the catalog, or reprice
      *>          the one with that code. The fee is monthly, the
      *>          overage price is per thousand requests beyond the
      *>          included ones, and the quota is the daily quota
      *>          keys on the plan are granted (0 unlimited). Keys
      *>          already on a repriced plan keep their quota until
      *>          they are moved onto it again.
      *> ===============================================================
       HANDLE-PLAN-SAVE.
           MOVE SPACES TO LS-PLAN-RECORD
           MOVE SPACES TO LS-BILLING-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-PLAN-CODE
               BY REFERENCE LS-BILLING-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-BILLING-PARAM-VALUE) = SPACES
               OR FUNCTION LENGTH(
                   FUNCTION TRIM(LS-BILLING-PARAM-VALUE)) > 8
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: code must be 1 to 8 characters"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(
               FUNCTION TRIM(LS-BILLING-PARAM-VALUE))
               TO LS-PL-PLAN-CODE

           MOVE LS-PL-PLAN-CODE TO LS-PL-PLAN-NAME
           MOVE SPACES TO LS-NAME-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-NAME
               BY REFERENCE LS-NAME-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
               AND FUNCTION TRIM(LS-NAME-PARAM-VALUE) NOT = SPACES
           THEN
               IF FUNCTION LENGTH(FUNCTION TRIM(LS-NAME-PARAM-VALUE))
                   > 32
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: name must be at most 32 "
                       & "characters" TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION TRIM(LS-NAME-PARAM-VALUE)
                   TO LS-PL-PLAN-NAME
           END-IF

           MOVE SPACES TO LS-MONEY-TEXT
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-FEE
               BY REFERENCE LS-MONEY-TEXT
               RETURNING RETURN-CODE
           MOVE 7 TO LS-MONEY-INT-DIGITS
           PERFORM PARSE-MONEY-PARAM
           IF LS-MONEY-OK NOT = "Y"
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: fee must be an amount in euros, "
                   & "e.g. 49.90" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           MOVE LS-MONEY-VALUE TO LS-PL-MONTHLY-FEE

           MOVE 0 TO LS-PL-INCLUDED
           MOVE SPACES TO LS-BILLING-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-INCLUDED
               BY REFERENCE LS-BILLING-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
               AND FUNCTION TRIM(LS-BILLING-PARAM-VALUE) NOT = SPACES
           THEN
               IF FUNCTION TRIM(LS-BILLING-PARAM-VALUE)
                   IS NOT NUMERIC
                   OR FUNCTION LENGTH(
                       FUNCTION TRIM(LS-BILLING-PARAM-VALUE)) > 9
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: included must be 0 to "
                       & "999999999 requests" TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(LS-BILLING-PARAM-VALUE)
                   TO LS-PL-INCLUDED
           END-IF

           MOVE 0 TO LS-PL-OVERAGE-PRICE
           MOVE SPACES TO LS-MONEY-TEXT
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-OVERAGE
               BY REFERENCE LS-MONEY-TEXT
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
               AND FUNCTION TRIM(LS-MONEY-TEXT) NOT = SPACES
           THEN
               MOVE 5 TO LS-MONEY-INT-DIGITS
               PERFORM PARSE-MONEY-PARAM
               IF LS-MONEY-OK NOT = "Y"
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: overage must be an amount in "
                       & "euros per thousand requests, e.g. 2.50"
                       TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
               MOVE LS-MONEY-VALUE TO LS-PL-OVERAGE-PRICE
           END-IF

           MOVE 0 TO LS-PL-DAILY-QUOTA
           MOVE SPACES TO LS-QUOTA-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-QUOTA
               BY REFERENCE LS-QUOTA-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
               AND FUNCTION TRIM(LS-QUOTA-PARAM-VALUE) NOT = SPACES
           THEN
               IF FUNCTION TRIM(LS-QUOTA-PARAM-VALUE) IS NOT NUMERIC
                   OR FUNCTION LENGTH(
                       FUNCTION TRIM(LS-QUOTA-PARAM-VALUE)) > 7
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: quota must be 0 (unlimited) to "
                       & "9999999" TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(LS-QUOTA-PARAM-VALUE)
                   TO LS-PL-DAILY-QUOTA
           END-IF

           CALL "PLAN-CATALOG-SAVE" USING
               BY REFERENCE LS-PLAN-RECORD
               RETURNING RETURN-CODE
           EVALUATE RETURN-CODE
           WHEN 0
               MOVE 200 TO OUT-STATUS-CODE
               MOVE SPACES TO OUT-BODY
               STRING
                   "Plan saved: " FUNCTION TRIM(LS-PL-PLAN-CODE)
                   INTO OUT-BODY
               END-STRING
           WHEN 2
               MOVE 503 TO OUT-STATUS-CODE
               MOVE "Service Unavailable: the plan catalog is at "
                   & "capacity" TO OUT-BODY
           WHEN OTHER
               MOVE 500 TO OUT-STATUS-CODE
               MOVE "Internal Server Error: could not update the "
                   & "plan catalog" TO OUT-BODY
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: PARSE-MONEY-PARAM
      *> PURPOSE: Check LS-MONEY-TEXT is an amount in euros - digits,
      *>          at most LS-MONEY-INT-DIGITS of them before an
      *>          optional decimal point and at most two after it -
      *>          setting LS-MONEY-OK and, when "Y", LS-MONEY-VALUE.
      *> ===============================================================
       PARSE-MONEY-PARAM.
           MOVE "N" TO LS-MONEY-OK
           MOVE 0 TO LS-MONEY-VALUE
           IF FUNCTION TRIM(LS-MONEY-TEXT) = SPACES
               OR FUNCTION LENGTH(FUNCTION TRIM(LS-MONEY-TEXT)) > 20
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(LS-MONEY-TEXT) TO LS-MONEY-SCRATCH
           INSPECT LS-MONEY-SCRATCH CONVERTING "0123456789."
               TO SPACES
           IF LS-MONEY-SCRATCH NOT = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LS-MONEY-DOT-COUNT
           INSPECT LS-MONEY-TEXT TALLYING
               LS-MONEY-DOT-COUNT FOR ALL "."
           IF LS-MONEY-DOT-COUNT > 1
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-MONEY-INT-PART
           MOVE SPACES TO LS-MONEY-DEC-PART
           MOVE 0 TO LS-MONEY-INT-LENGTH
           MOVE 0 TO LS-MONEY-DEC-LENGTH
           MOVE FUNCTION TRIM(LS-MONEY-TEXT) TO LS-MONEY-SCRATCH
           UNSTRING LS-MONEY-SCRATCH DELIMITED BY "." OR SPACE
               INTO LS-MONEY-INT-PART COUNT IN LS-MONEY-INT-LENGTH
                    LS-MONEY-DEC-PART COUNT IN LS-MONEY-DEC-LENGTH
           END-UNSTRING
           IF LS-MONEY-INT-LENGTH = 0
               OR LS-MONEY-INT-LENGTH > LS-MONEY-INT-DIGITS
               OR LS-MONEY-DEC-LENGTH > 2
           THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE LS-MONEY-VALUE = FUNCTION NUMVAL(LS-MONEY-SCRATCH)
           MOVE "Y" TO LS-MONEY-OK.

      *> ===============================================================
      *> PARAGRAPH: HANDLE-INVOICE-LIST
      *> PURPOSE: GET /admin/invoices[?period=YYYYMM]: the invoices
      *>          and credit notes in the register, all of them or
      *>          those for one billed month (see INVOICE-LIST).
      *> ===============================================================
       HANDLE-INVOICE-LIST.
           MOVE SPACES TO LS-INVOICE-PERIOD
           MOVE SPACES TO LS-BILLING-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-PERIOD
               BY REFERENCE LS-BILLING-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
               AND FUNCTION TRIM(LS-BILLING-PARAM-VALUE) NOT = SPACES
           THEN
               IF FUNCTION TRIM(LS-BILLING-PARAM-VALUE)
                   IS NOT NUMERIC
                   OR FUNCTION LENGTH(
                       FUNCTION TRIM(LS-BILLING-PARAM-VALUE)) NOT = 6
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: period must be YYYYMM"
                       TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION TRIM(LS-BILLING-PARAM-VALUE)
                   TO LS-INVOICE-PERIOD
           END-IF

           MOVE 200 TO OUT-STATUS-CODE
           CALL "INVOICE-LIST" USING
               BY REFERENCE LS-INVOICE-PERIOD
               BY REFERENCE OUT-BODY
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 500 TO OUT-STATUS-CODE
               MOVE "Internal Server Error: could not read the "
                   & "invoice register" TO OUT-BODY
           ELSE
               IF FUNCTION TRIM(OUT-BODY) = SPACES
               THEN
                   MOVE "No invoices issued" TO OUT-BODY
               END-IF
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: HANDLE-INVOICE-CREDIT
      *> PURPOSE: POST /admin/invoices/credit?invoice=<number>
      *>          &reason=<text>[&amount=<euros>]: issue a credit
      *>          note against an invoice, for the amount given or
      *>          (no amount) for whatever earlier credit notes left
      *>          of it. Once an invoice is credited in full, the
      *>          next monthly run invoices its key for that month
      *>          again.
      *> ===============================================================
       HANDLE-INVOICE-CREDIT.
           MOVE SPACES TO LS-BILLING-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-INVOICE
               BY REFERENCE LS-BILLING-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-BILLING-PARAM-VALUE) = SPACES
               OR FUNCTION LENGTH(
                   FUNCTION TRIM(LS-BILLING-PARAM-VALUE)) NOT = 14
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: invoice must be an invoice number, "
                   & "e.g. INV-2026-00001" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(
               FUNCTION TRIM(LS-BILLING-PARAM-VALUE))
               TO LS-INVOICE-NUMBER

           MOVE SPACES TO LS-BILLING-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-REASON
               BY REFERENCE LS-BILLING-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-BILLING-PARAM-VALUE) = SPACES
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing reason query param"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(LS-BILLING-PARAM-VALUE))
               > 80
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: reason must be at most 80 "
                   & "characters" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(LS-BILLING-PARAM-VALUE)
               TO LS-CREDIT-REASON

           MOVE 0 TO LS-CREDIT-AMOUNT
           MOVE SPACES TO LS-MONEY-TEXT
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-AMOUNT
               BY REFERENCE LS-MONEY-TEXT
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
               AND FUNCTION TRIM(LS-MONEY-TEXT) NOT = SPACES
           THEN
               MOVE 7 TO LS-MONEY-INT-DIGITS
               PERFORM PARSE-MONEY-PARAM
               IF LS-MONEY-OK NOT = "Y"
                   OR LS-MONEY-VALUE = 0
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: amount must be an amount in "
                       & "euros above zero, e.g. 12.50" TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
               MOVE LS-MONEY-VALUE TO LS-CREDIT-AMOUNT
           END-IF

           CALL "INVOICE-CREDIT" USING
               BY REFERENCE LS-INVOICE-NUMBER
               BY REFERENCE LS-CREDIT-AMOUNT
               BY REFERENCE LS-CREDIT-REASON
               BY REFERENCE LS-CREDIT-NUMBER
               RETURNING RETURN-CODE
           EVALUATE RETURN-CODE
           WHEN 0
               MOVE 201 TO OUT-STATUS-CODE
               MOVE SPACES TO OUT-BODY
               STRING
                   "Credit note " LS-CREDIT-NUMBER
                   " issued against " LS-INVOICE-NUMBER
                   INTO OUT-BODY
               END-STRING
           WHEN 1
               MOVE 404 TO OUT-STATUS-CODE
               MOVE "Not Found: no such invoice" TO OUT-BODY
           WHEN 3
               MOVE 409 TO OUT-STATUS-CODE
               MOVE "Conflict: the amount is more than is left to "
                   & "credit on the invoice" TO OUT-BODY
           WHEN OTHER
               MOVE 500 TO OUT-STATUS-CODE
               MOVE "Internal Server Error: could not update the "
                   & "invoice register" TO OUT-BODY
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: PARSE-API-KEY-CONTACT
      *> PURPOSE: The optional contact query param into LS-AK-CONTACT
      *>          (spaces when absent). A contact that is not a
      *>          registered notification channel id of the key's
      *>          organisation (LS-RECORD-TENANT) sets a 400 or 404
      *>          response and LS-AK-CONTACT-OK "N" for the caller to
      *>          return it.
      *> ===============================================================
       PARSE-API-KEY-CONTACT.
           MOVE "Y" TO LS-AK-CONTACT-OK
           MOVE SPACES TO LS-AK-CONTACT
           MOVE SPACES TO LS-CONTACT-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-CONTACT
               BY REFERENCE LS-CONTACT-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-CONTACT-PARAM-VALUE) = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(LS-CONTACT-PARAM-VALUE))
               > 8
           THEN
               MOVE "N" TO LS-AK-CONTACT-OK
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: contact must be a notification "
                   & "channel id" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(LS-CONTACT-PARAM-VALUE) TO LS-AK-CONTACT
           MOVE LS-AK-CONTACT TO LS-NC-CHANNEL-ID
           PERFORM CHECK-CHANNEL-TENANT
           IF LS-TENANT-OK NOT = "Y"
           THEN
               MOVE "N" TO LS-AK-CONTACT-OK
               MOVE 404 TO OUT-STATUS-CODE
               MOVE "Not Found: unknown contact channel id"
                   TO OUT-BODY
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: HANDLE-CREDENTIAL-POST
      *> PURPOSE: POST /admin/credentials?name=<name> (a new entry)
      *>          and POST /admin/credentials/rotate?name=<name> (a
      *>          replacement value for an existing one, per
      *>          LS-CREDENTIAL-ROTATE), the value form-encoded in the
      *>          body as value=<secret>. The response names the entry
      *>          and its version only: the value is never echoed.
      *> ===============================================================
       HANDLE-CREDENTIAL-POST.
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-NAME
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing name query param"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
      *> Names are what {vault:<name>} references carry, so keep
      *> them to lower-case letters, digits, '.', '_' and '-'.
           MOVE 0 TO LS-SLASH-COUNT
           INSPECT FUNCTION TRIM(LS-NAME-PARAM-VALUE) TALLYING
               LS-SLASH-COUNT FOR ALL " "
           MOVE LS-NAME-PARAM-VALUE TO LS-CREDENTIAL-VALUE
           INSPECT LS-CREDENTIAL-VALUE CONVERTING
               "abcdefghijklmnopqrstuvwxyz0123456789._-"
               TO SPACES
           IF FUNCTION LENGTH(FUNCTION TRIM(LS-NAME-PARAM-VALUE)) > 32
               OR LS-SLASH-COUNT > 0
               OR LS-CREDENTIAL-VALUE NOT = SPACES
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: name must be up to 32 lower-case "
                   & "letters, digits, '.', '_' or '-'" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(LS-NAME-PARAM-VALUE)
               TO LS-CREDENTIAL-NAME

           MOVE SPACES TO LS-CREDENTIAL-VALUE
           CALL "PARSE-POST-PARAM" USING
               BY REFERENCE IN-REQUEST-BODY
               BY REFERENCE LS-QUERY-PARAM-VALUE
               BY REFERENCE LS-CREDENTIAL-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-CREDENTIAL-VALUE) = SPACES
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing value form field in the "
                   & "request body" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF

           IF LS-CREDENTIAL-ROTATE = "Y"
           THEN
               CALL "CREDENTIAL-VAULT-ROTATE" USING
                   BY REFERENCE LS-CREDENTIAL-NAME
                   BY REFERENCE LS-CREDENTIAL-VALUE
                   BY REFERENCE LS-CREDENTIAL-VERSION
                   RETURNING RETURN-CODE
           ELSE
               CALL "CREDENTIAL-VAULT-SET" USING
                   BY REFERENCE LS-CREDENTIAL-NAME
                   BY REFERENCE LS-CREDENTIAL-VALUE
                   BY REFERENCE LS-CREDENTIAL-VERSION
                   RETURNING RETURN-CODE
           END-IF
           MOVE SPACES TO LS-CREDENTIAL-VALUE

           EVALUATE RETURN-CODE
           WHEN 0
               CONTINUE
           WHEN 1
               IF LS-CREDENTIAL-ROTATE = "Y"
               THEN
                   MOVE 404 TO OUT-STATUS-CODE
                   MOVE "Not Found: no credential by that name"
                       TO OUT-BODY
               ELSE
                   MOVE 409 TO OUT-STATUS-CODE
                   MOVE "Conflict: a credential by that name exists; "
                       & "use /admin/credentials/rotate" TO OUT-BODY
               END-IF
               EXIT PARAGRAPH
           WHEN 2
               MOVE 503 TO OUT-STATUS-CODE
               MOVE "Service Unavailable: the credential vault is "
                   & "not open (check AQRSS_VAULT_KEY)" TO OUT-BODY
               EXIT PARAGRAPH
           WHEN OTHER
               MOVE 500 TO OUT-STATUS-CODE
               MOVE "Internal Server Error: could not write the "
                   & "credential vault" TO OUT-BODY
               EXIT PARAGRAPH
           END-EVALUATE

      *> A rotated upstream login must not keep riding on a token
      *> minted with the old one.
           IF LS-CREDENTIAL-ROTATE = "Y"
           THEN
               CALL "ATMO-TOKEN-INVALIDATE"
               MOVE 200 TO OUT-STATUS-CODE
           ELSE
               MOVE 201 TO OUT-STATUS-CODE
           END-IF
           MOVE SPACES TO OUT-BODY
           STRING
               "credential=" FUNCTION TRIM(LS-CREDENTIAL-NAME)
               " version=" LS-CREDENTIAL-VERSION
               INTO OUT-BODY
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: HANDLE-WEBSUB-REQUEST
      *> PURPOSE: Parse hub.mode/hub.topic/hub.callback (and the
      *>          optional hub.secret pushes are signed with) from the
      *>          POST /websub request and run the subscribe or
      *>          unsubscribe handshake through WEBSUB-REGISTRY.
      *> ===============================================================
       HANDLE-WEBSUB-REQUEST.
      *> WebSub subscribers send the hub.* fields form-encoded in
      *> the POST body, so each lookup tries the body first and
      *> falls back to the query string - the query-string form is
      *> kept as a documented convenience for hand-driven tests and
      *> simple clients.
           CALL "PARSE-POST-PARAM" USING
               BY REFERENCE IN-REQUEST-BODY
               BY REFERENCE LS-QUERY-PARAM-HUB-MODE
               BY REFERENCE LS-HUB-MODE-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               CALL "PARSE-QUERY-PARAM" USING
                   BY VALUE     IN-CONNECTION-PTR
                   BY REFERENCE LS-QUERY-PARAM-HUB-MODE
                   BY REFERENCE LS-HUB-MODE-VALUE
                   RETURNING RETURN-CODE
           END-IF
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing hub.mode param"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           CALL "PARSE-POST-PARAM" USING
               BY REFERENCE IN-REQUEST-BODY
               BY REFERENCE LS-QUERY-PARAM-HUB-TOPIC
               BY REFERENCE LS-HUB-TOPIC-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               CALL "PARSE-QUERY-PARAM" USING
                   BY VALUE     IN-CONNECTION-PTR
                   BY REFERENCE LS-QUERY-PARAM-HUB-TOPIC
                   BY REFERENCE LS-HUB-TOPIC-VALUE
                   RETURNING RETURN-CODE
           END-IF
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing hub.topic param"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           CALL "PARSE-POST-PARAM" USING
               BY REFERENCE IN-REQUEST-BODY
               BY REFERENCE LS-QUERY-PARAM-HUB-CALLBK
               BY REFERENCE LS-HUB-CALLBACK-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               CALL "PARSE-QUERY-PARAM" USING
                   BY VALUE     IN-CONNECTION-PTR
                   BY REFERENCE LS-QUERY-PARAM-HUB-CALLBK
                   BY REFERENCE LS-HUB-CALLBACK-VALUE
                   RETURNING RETURN-CODE
           END-IF
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing hub.callback param"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF

      *> hub.secret is optional: without one the pushes go out
      *> unsigned.
           MOVE SPACES TO LS-HUB-SECRET-VALUE
           CALL "PARSE-POST-PARAM" USING
               BY REFERENCE IN-REQUEST-BODY
               BY REFERENCE LS-QUERY-PARAM-HUB-SECRET
               BY REFERENCE LS-HUB-SECRET-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE SPACES TO LS-HUB-SECRET-VALUE
               CALL "PARSE-QUERY-PARAM" USING
                   BY VALUE     IN-CONNECTION-PTR
                   BY REFERENCE LS-QUERY-PARAM-HUB-SECRET
                   BY REFERENCE LS-HUB-SECRET-VALUE
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
               THEN
                   MOVE SPACES TO LS-HUB-SECRET-VALUE
               END-IF
           END-IF

           MOVE LS-HUB-TOPIC-VALUE TO LS-WEBSUB-TOPIC
           MOVE LS-HUB-CALLBACK-VALUE TO LS-WEBSUB-CALLBACK
           MOVE LS-HUB-SECRET-VALUE TO LS-WEBSUB-SECRET
           MOVE LS-API-KEY-VALUE(1:40) TO LS-WEBSUB-API-KEY
           EVALUATE FUNCTION TRIM(LS-HUB-MODE-VALUE)
           WHEN "subscribe"
               CALL "WEBSUB-SUBSCRIBE" USING
                   BY REFERENCE LS-WEBSUB-TOPIC
                   BY REFERENCE LS-WEBSUB-CALLBACK
                   BY REFERENCE LS-WEBSUB-SECRET
                   BY REFERENCE LS-WEBSUB-API-KEY
                   RETURNING RETURN-CODE
           WHEN "unsubscribe"
               CALL "WEBSUB-UNSUBSCRIBE" USING
                   BY REFERENCE LS-WEBSUB-TOPIC
                   BY REFERENCE LS-WEBSUB-CALLBACK
                   RETURNING RETURN-CODE
           WHEN OTHER
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: hub.mode must be subscribe or "
                   & "unsubscribe" TO OUT-BODY
               EXIT PARAGRAPH
           END-EVALUATE

           EVALUATE RETURN-CODE
           WHEN 0
               MOVE 202 TO OUT-STATUS-CODE
               MOVE "Accepted" TO OUT-BODY
           WHEN 1
               MOVE 403 TO OUT-STATUS-CODE
               MOVE "Forbidden: callback verification failed"
                   TO OUT-BODY
           WHEN OTHER
               MOVE 503 TO OUT-STATUS-CODE
               MOVE "Service Unavailable: subscription registry "
                   & "full" TO OUT-BODY
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: HANDLE-SUBSCRIPTION-POST
      *> PURPOSE: Validate and file one alert subscription from the
      *>          POST /alert-subscriptions query parameters: a
      *>          required watched-location id and channel id, an
      *>          optional comma-separated item filter and an optional
      *>          personal threshold (1-6; absent means "use the
      *>          location's effective threshold"). The subscription
      *>          is keyed by the API key the request authenticated
      *>          with, so an unauthenticated request is refused.
      *> ===============================================================
       HANDLE-SUBSCRIPTION-POST.
           IF FUNCTION TRIM(LS-API-KEY-VALUE) = SPACES
           THEN
               MOVE 401 TO OUT-STATUS-CODE
               MOVE "Unauthorized: alert subscriptions require an "
                   & "API key" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF

           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-ID
               BY REFERENCE LS-ID-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-ID-PARAM-VALUE) = SPACES
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing id query param (the "
                   & "watched-location id)" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF

           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-CHANNEL
               BY REFERENCE LS-CHANNEL-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-CHANNEL-PARAM-VALUE) = SPACES
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing channel query param (a "
                   & "notification-channel id)" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LS-SUB-RECORD
           MOVE LS-API-KEY-VALUE TO LS-SUB-REC-API-KEY
           MOVE LS-ID-PARAM-VALUE TO LS-SUB-REC-LOCATION-ID
           MOVE LS-CHANNEL-PARAM-VALUE TO LS-SUB-REC-CHANNEL-ID
           MOVE "Y" TO LS-SUB-REC-ENABLED
           MOVE 0 TO LS-SUB-REC-THRESHOLD

           MOVE SPACES TO LS-ITEMS-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-ITEMS
               BY REFERENCE LS-ITEMS-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               MOVE LS-ITEMS-PARAM-VALUE TO LS-SUB-REC-ITEMS
           END-IF

           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-THRESHOLD
               BY REFERENCE LS-THRESHOLD-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               IF FUNCTION TRIM(LS-THRESHOLD-PARAM-VALUE)
                       IS NOT NUMERIC
                   OR FUNCTION NUMVAL(LS-THRESHOLD-PARAM-VALUE) < 1
                   OR FUNCTION NUMVAL(LS-THRESHOLD-PARAM-VALUE) > 6
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: threshold must be 1 to 6"
                       TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(LS-THRESHOLD-PARAM-VALUE)
                   TO LS-SUB-REC-THRESHOLD
           END-IF

           CALL "ALERT-SUBSCRIPTION-ADD" USING
               BY REFERENCE LS-SUB-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               MOVE 200 TO OUT-STATUS-CODE
               MOVE "Alert subscription saved" TO OUT-BODY
           ELSE
               MOVE 500 TO OUT-STATUS-CODE
               MOVE "Internal Server Error: could not update the "
                   & "alert-subscription registry" TO OUT-BODY
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: HANDLE-PROFILE-GET
      *> PURPOSE: GET /profile: list the calling key's stored profile,
      *>          one name=value line per preference, in the param
      *>          names POST /profile takes them by. A blank value
      *>          means "no preference".
      *> ===============================================================
       HANDLE-PROFILE-GET.
           IF FUNCTION TRIM(LS-API-KEY-VALUE) = SPACES
           THEN
               MOVE 401 TO OUT-STATUS-CODE
               MOVE "Unauthorized: a profile requires an API key"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           IF LS-PROFILE-FOUND = "N"
           THEN
               MOVE 404 TO OUT-STATUS-CODE
               MOVE "Not Found: no profile for this API key"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF

           MOVE 200 TO OUT-STATUS-CODE
           MOVE SPACES TO OUT-BODY
           STRING
               "species=" FUNCTION TRIM(PF-SPECIES) X"0A"
               "pollutants=" FUNCTION TRIM(PF-POLLUTANTS) X"0A"
               "lang=" FUNCTION TRIM(PF-LANG) X"0A"
               "icon=" FUNCTION TRIM(PF-ICON-STYLE) X"0A"
               "units=" FUNCTION TRIM(PF-UNITS) X"0A"
               "home=" FUNCTION TRIM(PF-HOME-LATITUDE-STR) ","
               FUNCTION TRIM(PF-HOME-LONGITUDE-STR)
               " code_zone=" FUNCTION TRIM(PF-HOME-CODE-ZONE) X"0A"
               "work=" FUNCTION TRIM(PF-WORK-LATITUDE-STR) ","
               FUNCTION TRIM(PF-WORK-LONGITUDE-STR)
               " code_zone=" FUNCTION TRIM(PF-WORK-CODE-ZONE) X"0A"
               "sensitive=" PF-SENSITIVE X"0A"
               "updated=" PF-UPDATED(1:4) "-" PF-UPDATED(5:2) "-"
               PF-UPDATED(7:2) " " PF-UPDATED(9:2) ":"
               PF-UPDATED(11:2)
               DELIMITED BY SIZE
               INTO OUT-BODY
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: HANDLE-PROFILE-POST
      *> PURPOSE: POST /profile: create or update the calling key's
      *>          stored profile from whichever of these query params
      *>          the request carries - params it leaves out keep
      *>          their stored value, and an empty species= or
      *>          pollutants= clears that list:
      *>            species=    pollen species, comma-separated
      *>            pollutants= pollutants, comma-separated
      *>            lang= icon= units=  (validated by the generic
      *>                        parsing at the top, as on any route)
      *>            sensitive=  yes or no (sensitive group)
      *>            place=      home (default) or work, plus that
      *>                        place's latitude and longitude, city
      *>                        or code_zone
      *>          DELETE /profile clears the whole profile.
      *> ===============================================================
       HANDLE-PROFILE-POST.
           IF FUNCTION TRIM(LS-API-KEY-VALUE) = SPACES
           THEN
               MOVE 401 TO OUT-STATUS-CODE
               MOVE "Unauthorized: a profile requires an API key"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           MOVE LS-API-KEY-VALUE TO PF-API-KEY

           MOVE SPACES TO LS-SPECIES-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-SPECIES
               BY REFERENCE LS-SPECIES-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               MOVE FUNCTION TRIM(LS-SPECIES-PARAM-VALUE)
                   TO PF-SPECIES
           END-IF

           MOVE SPACES TO LS-POLLUTANTS-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-POLLUTANTS
               BY REFERENCE LS-POLLUTANTS-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               IF LS-POLLUTANTS-PARAM-VALUE(61:) NOT = SPACES
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: pollutants is limited to 60 "
                       & "characters" TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION TRIM(LS-POLLUTANTS-PARAM-VALUE)
                   TO PF-POLLUTANTS
           END-IF

           IF LS-LANG-PARAM-VALUE NOT = SPACES
           THEN
               MOVE LS-LANG TO PF-LANG
           END-IF
           IF LS-ICON-PARAM-VALUE NOT = SPACES
           THEN
               MOVE LS-ICON-STYLE TO PF-ICON-STYLE
           END-IF
           IF LS-UNITS-PARAM-VALUE NOT = SPACES
           THEN
               MOVE LS-UNITS TO PF-UNITS
           END-IF

           MOVE SPACES TO LS-SENSITIVE-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-SENSITIVE
               BY REFERENCE LS-SENSITIVE-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               EVALUATE FUNCTION TRIM(FUNCTION LOWER-CASE(
                       LS-SENSITIVE-PARAM-VALUE))
               WHEN "yes"
                   MOVE "Y" TO PF-SENSITIVE
               WHEN "no"
                   MOVE "N" TO PF-SENSITIVE
               WHEN OTHER
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: sensitive must be yes or no"
                       TO OUT-BODY
                   EXIT PARAGRAPH
               END-EVALUATE
           END-IF

           PERFORM PARSE-PROFILE-PLACE
           IF OUT-STATUS-CODE = 400
           THEN
               EXIT PARAGRAPH
           END-IF

           CALL "SUBSCRIBER-PROFILE-SAVE" USING
               BY REFERENCE PF-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               MOVE 200 TO OUT-STATUS-CODE
               MOVE "Profile saved" TO OUT-BODY
           ELSE
               MOVE 500 TO OUT-STATUS-CODE
               MOVE "Internal Server Error: could not update the "
                   & "subscriber-profile file" TO OUT-BODY
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: PARSE-PROFILE-PLACE
      *> PURPOSE: For HANDLE-PROFILE-POST, read the place param and
      *>          the location given for it into PF-RECORD's home or
      *>          work fields. Coordinates come from a latitude/
      *>          longitude pair or a city (geocoded by the generic
      *>          parsing at the top) and are stored as text the way
      *>          a saved feed stores them; a code_zone is stored
      *>          beside them. A place with no location, or a bad
      *>          one, answers 400 (OUT-STATUS-CODE); no place and no
      *>          location leaves both places as they were.
      *> ===============================================================
       PARSE-PROFILE-PLACE.
           MOVE SPACES TO LS-PROFILE-LATITUDE-STR
           MOVE SPACES TO LS-PROFILE-LONGITUDE-STR
           MOVE SPACES TO LS-PROFILE-CODE-ZONE

           IF LS-HAS-CITY = "Y" AND LS-PROFILE-LOCATION-APPLIED = "N"
           THEN
               MOVE LS-LATITUDE-DEGREES TO LS-PROFILE-COORD-EDIT
               MOVE LS-PROFILE-COORD-EDIT TO LS-PROFILE-LATITUDE-STR
               MOVE LS-LONGITUDE-DEGREES TO LS-PROFILE-COORD-EDIT
               MOVE LS-PROFILE-COORD-EDIT TO LS-PROFILE-LONGITUDE-STR
           ELSE
               CALL "PARSE-QUERY-PARAM" USING
                   BY VALUE     IN-CONNECTION-PTR
                   BY REFERENCE LS-QUERY-PARAM-LATITUDE
                   BY REFERENCE LS-PROFILE-PARAM-VALUE
                   RETURNING RETURN-CODE
               IF RETURN-CODE = 0
               THEN
                   PERFORM PARSE-PROFILE-COORDINATES
                   IF OUT-STATUS-CODE = 400
                   THEN
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-CODE-ZONE
               BY REFERENCE LS-PROFILE-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               IF LS-PROFILE-PARAM-VALUE(1:5) IS NOT NUMERIC
                   OR LS-PROFILE-PARAM-VALUE(6:) NOT = SPACES
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: invalid code_zone" TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
               MOVE LS-PROFILE-PARAM-VALUE(1:5) TO LS-PROFILE-CODE-ZONE
           END-IF

           MOVE SPACES TO LS-PLACE-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-PLACE
               BY REFERENCE LS-PLACE-PARAM-VALUE
               RETURNING RETURN-CODE
           IF LS-PROFILE-LATITUDE-STR = SPACES
               AND LS-PROFILE-CODE-ZONE = SPACES
           THEN
               IF LS-PLACE-PARAM-VALUE NOT = SPACES
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: place needs latitude and "
                       & "longitude, city or code_zone" TO OUT-BODY
               END-IF
               EXIT PARAGRAPH
           END-IF

           EVALUATE FUNCTION TRIM(FUNCTION LOWER-CASE(
                   LS-PLACE-PARAM-VALUE))
           WHEN SPACES
           WHEN "home"
               MOVE LS-PROFILE-LATITUDE-STR TO PF-HOME-LATITUDE-STR
               MOVE LS-PROFILE-LONGITUDE-STR TO PF-HOME-LONGITUDE-STR
               MOVE LS-PROFILE-CODE-ZONE TO PF-HOME-CODE-ZONE
           WHEN "work"
               MOVE LS-PROFILE-LATITUDE-STR TO PF-WORK-LATITUDE-STR
               MOVE LS-PROFILE-LONGITUDE-STR TO PF-WORK-LONGITUDE-STR
               MOVE LS-PROFILE-CODE-ZONE TO PF-WORK-CODE-ZONE
           WHEN OTHER
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: place must be home or work"
                   TO OUT-BODY
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: PARSE-PROFILE-COORDINATES
      *> PURPOSE: For PARSE-PROFILE-PLACE, validate the latitude/
      *>          longitude pair as every data route does and keep
      *>          it as text in LS-PROFILE-LATITUDE-STR/-LONGITUDE-
      *>          STR. A bad or half pair answers 400.
      *> ===============================================================
       PARSE-PROFILE-COORDINATES.
           CALL "PARSE-NUMERIC-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-LATITUDE
               BY REFERENCE LS-LATITUDE-DEGREES
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               CALL "PARSE-NUMERIC-QUERY-PARAM" USING
                   BY VALUE     IN-CONNECTION-PTR
                   BY REFERENCE LS-QUERY-PARAM-LONGITUDE
                   BY REFERENCE LS-LONGITUDE-DEGREES
                   RETURNING RETURN-CODE
           END-IF
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: latitude and longitude must both "
                   & "be given as numbers" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           IF LS-LATITUDE-DEGREES < -90 OR LS-LATITUDE-DEGREES > 90
               OR LS-LONGITUDE-DEGREES < -180
               OR LS-LONGITUDE-DEGREES > 180
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: latitude or longitude out of range"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           MOVE LS-LATITUDE-DEGREES TO LS-PROFILE-COORD-EDIT
           MOVE LS-PROFILE-COORD-EDIT TO LS-PROFILE-LATITUDE-STR
           MOVE LS-LONGITUDE-DEGREES TO LS-PROFILE-COORD-EDIT
           MOVE LS-PROFILE-COORD-EDIT TO LS-PROFILE-LONGITUDE-STR.

      *> ===============================================================
      *> PARAGRAPH: HANDLE-PORTAL-REQUEST
      *> PURPOSE: Answer a GET or POST under /portal with a page of
      *>          the subscriber portal (see SUBSCRIBER-PORTAL).
      *>          The browser signs in by posting its API key to
      *>          /portal/sign-in; the key is then kept in the
      *>          aqrss_portal cookie (HttpOnly, SameSite=Strict,
      *>          path /portal only) and checked with API-KEY-CHECK
      *>          on every page, exactly as an api_key param would
      *>          be, so an expired or withdrawn key ends the session
      *>          at once. POST /portal/sign-out clears the cookie.
      *>          Portal pages are never shed under load: the shed
      *>          answer is a remembered one, and a page carries its
      *>          subscriber's key. Always leaves the program.
      *> ===============================================================
       HANDLE-PORTAL-REQUEST.
           MOVE SPACES TO PR-REQUEST
           MOVE 0 TO PR-REFUSAL-STATUS
           MOVE "N" TO PR-SIGNED-IN
           MOVE IN-HTTP-METHOD TO PR-METHOD
           UNSTRING IN-URL(8:) DELIMITED BY "?"
               INTO PR-PAGE
           END-UNSTRING
           MOVE SPACES TO OUT-SET-COOKIE
           MOVE "SUBSCRIBER-PORTAL" TO LS-AUDIT-UPSTREAM-CALL

           IF FUNCTION TRIM(IN-HTTP-METHOD) NOT = "GET"
               AND FUNCTION TRIM(IN-HTTP-METHOD) NOT = "POST"
           THEN
               MOVE 405 TO OUT-STATUS-CODE
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               MOVE "Method Not Allowed" TO OUT-BODY
               PERFORM WRITE-AUDIT-LOG-RECORD
               GOBACK
           END-IF

           MOVE SPACES TO LS-API-KEY-VALUE
           EVALUATE TRUE
           WHEN PR-PAGE = "/sign-in"
               AND FUNCTION TRIM(IN-HTTP-METHOD) = "POST"
               CALL "PARSE-POST-PARAM" USING
                   BY REFERENCE IN-REQUEST-BODY
                   BY REFERENCE LS-QUERY-PARAM-API-KEY
                   BY REFERENCE LS-API-KEY-VALUE
                   RETURNING RETURN-CODE
               IF LS-API-KEY-VALUE = SPACES
               THEN
                   MOVE "Enter your API key to sign in." TO PR-NOTICE
                   MOVE 400 TO PR-REFUSAL-STATUS
               END-IF
           WHEN PR-PAGE = "/sign-out"
               MOVE SPACES TO OUT-SET-COOKIE
               STRING
                   FUNCTION TRIM(LS-PORTAL-COOKIE-NAME)
                   "=; Max-Age=0" FUNCTION TRIM(LS-PORTAL-COOKIE-ATTRS)
                   DELIMITED BY SIZE
                   INTO OUT-SET-COOKIE
               END-STRING
           WHEN OTHER
               CALL "PARSE-COOKIE-PARAM" USING
                   BY VALUE     IN-CONNECTION-PTR
                   BY REFERENCE LS-PORTAL-COOKIE-NAME
                   BY REFERENCE LS-API-KEY-VALUE
                   RETURNING RETURN-CODE
           END-EVALUATE

           IF LS-API-KEY-VALUE NOT = SPACES
           THEN
               CALL "API-KEY-CHECK" USING
                   BY REFERENCE LS-API-KEY-VALUE
                   BY REFERENCE LS-API-KEY-OWNER
                   RETURNING RETURN-CODE
               EVALUATE RETURN-CODE
               WHEN 0
               WHEN 3
                   MOVE "Y" TO PR-SIGNED-IN
               WHEN 2
      *> Out of quota for the day: the portal still opens, so the
      *> subscriber can see why their feeds are refused.
                   MOVE "Y" TO PR-SIGNED-IN
                   MOVE "Your key has used its daily quota - feeds "
                       & "are refused until it resets at 00:00 "
                       & "server time." TO PR-NOTICE
               WHEN 4
                   MOVE "This API key has expired - ask the operator "
                       & "for its replacement." TO PR-NOTICE
                   MOVE 401 TO PR-REFUSAL-STATUS
               WHEN OTHER
                   MOVE "That API key is not recognised."
                       TO PR-NOTICE
                   MOVE 401 TO PR-REFUSAL-STATUS
               END-EVALUATE
               IF PR-SIGNED-IN = "Y"
               THEN
                   MOVE LS-API-KEY-VALUE TO PR-API-KEY
                   MOVE LS-API-KEY-OWNER TO PR-KEY-OWNER
                   IF PR-PAGE = "/sign-in"
                   THEN
                       MOVE SPACES TO OUT-SET-COOKIE
                       STRING
                           FUNCTION TRIM(LS-PORTAL-COOKIE-NAME) "="
                           FUNCTION TRIM(LS-API-KEY-VALUE)
                           FUNCTION TRIM(LS-PORTAL-COOKIE-ATTRS)
                           DELIMITED BY SIZE
                           INTO OUT-SET-COOKIE
                       END-STRING
                   END-IF
               ELSE
                   MOVE SPACES TO OUT-SET-COOKIE
                   STRING
                       FUNCTION TRIM(LS-PORTAL-COOKIE-NAME)
                       "=; Max-Age=0"
                       FUNCTION TRIM(LS-PORTAL-COOKIE-ATTRS)
                       DELIMITED BY SIZE
                       INTO OUT-SET-COOKIE
                   END-STRING
               END-IF
           END-IF

           MOVE SPACES TO LS-PORTAL-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-Q
               BY REFERENCE LS-PORTAL-PARAM-VALUE
               RETURNING RETURN-CODE
           MOVE LS-PORTAL-PARAM-VALUE TO PR-QUERY
           MOVE SPACES TO LS-PORTAL-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-MONTH
               BY REFERENCE LS-PORTAL-PARAM-VALUE
               RETURNING RETURN-CODE
           MOVE LS-PORTAL-PARAM-VALUE TO PR-MONTH
           MOVE SPACES TO LS-PORTAL-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-FORMAT
               BY REFERENCE LS-PORTAL-PARAM-VALUE
               RETURNING RETURN-CODE
           MOVE FUNCTION LOWER-CASE(LS-PORTAL-PARAM-VALUE)
               TO PR-FORMAT

           CALL "SUBSCRIBER-PORTAL" USING
               BY REFERENCE PR-REQUEST
               BY REFERENCE IN-REQUEST-BODY
               BY REFERENCE OUT-STATUS-CODE
               BY REFERENCE OUT-BODY
           MOVE C-CONTENT-TYPE-HTML TO OUT-CONTENT-TYPE
           PERFORM WRITE-AUDIT-LOG-RECORD
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: HANDLE-NEWSLETTER-REQUEST
      *> PURPOSE: Answer the public newsletter routes (see
      *>          NEWSLETTER-SIGNUP-SERVICE), which need no API key:
      *>            POST /newsletter/subscribe - email, commune,
      *>              frequency (daily|weekly) and lang (fr|en); 202
      *>              whether or not the address was known, 400 on a
      *>              bad field or unknown commune, 503 while the
      *>              newsletter is closed;
      *>            GET  /newsletter/confirm?token= - the double
      *>              opt-in link;
      *>            GET or POST /newsletter/unsubscribe?token= - the
      *>              one-click link every bulletin carries (a POST
      *>              is taken too, for mail clients' one-click
      *>              unsubscribe).
      *>          Fields come from the posted form, else the query
      *>          string. Always leaves the program.
      *> ===============================================================
       HANDLE-NEWSLETTER-REQUEST.
           MOVE SPACES TO LS-NL-PAGE
           UNSTRING IN-URL(12:) DELIMITED BY "?"
               INTO LS-NL-PAGE
           END-UNSTRING
           MOVE "NEWSLETTER-SIGNUP-SERVICE" TO LS-AUDIT-UPSTREAM-CALL
           MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
           MOVE SPACES TO LS-NL-MESSAGE

           EVALUATE TRUE
           WHEN LS-NL-PAGE = "/subscribe"
               AND FUNCTION TRIM(IN-HTTP-METHOD) = "POST"
               MOVE LS-QUERY-PARAM-EMAIL TO LS-NL-FIELD-NAME
               PERFORM READ-NEWSLETTER-FIELD
               MOVE LS-NL-FIELD-VALUE TO LS-NL-EMAIL
               MOVE LS-QUERY-PARAM-COMMUNE TO LS-NL-FIELD-NAME
               PERFORM READ-NEWSLETTER-FIELD
               MOVE LS-NL-FIELD-VALUE TO LS-NL-COMMUNE
               MOVE LS-QUERY-PARAM-FREQUENCY TO LS-NL-FIELD-NAME
               PERFORM READ-NEWSLETTER-FIELD
               MOVE LS-NL-FIELD-VALUE TO LS-NL-FREQUENCY
               MOVE LS-QUERY-PARAM-LANG TO LS-NL-FIELD-NAME
               PERFORM READ-NEWSLETTER-FIELD
               EVALUATE FUNCTION TRIM(FUNCTION UPPER-CASE(
                       LS-NL-FIELD-VALUE))
               WHEN SPACES
               WHEN "FR"
                   MOVE "FR" TO LS-NL-LANG
               WHEN "EN"
                   MOVE "EN" TO LS-NL-LANG
               WHEN OTHER
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: lang must be fr or en"
                       TO OUT-BODY
                   PERFORM WRITE-AUDIT-LOG-RECORD
                   GOBACK
               END-EVALUATE
               CALL "NEWSLETTER-SUBSCRIBE" USING
                   BY REFERENCE LS-NL-EMAIL
                   BY REFERENCE LS-NL-COMMUNE
                   BY REFERENCE LS-NL-FREQUENCY
                   BY REFERENCE LS-NL-LANG
                   BY REFERENCE IN-CLIENT-IP
                   BY REFERENCE LS-NL-MESSAGE
                   RETURNING RETURN-CODE
               EVALUATE RETURN-CODE
               WHEN 0
                   MOVE 202 TO OUT-STATUS-CODE
               WHEN 1
                   MOVE 400 TO OUT-STATUS-CODE
               WHEN OTHER
                   MOVE 503 TO OUT-STATUS-CODE
               END-EVALUATE

           WHEN LS-NL-PAGE = "/confirm"
               AND FUNCTION TRIM(IN-HTTP-METHOD) = "GET"
               MOVE LS-QUERY-PARAM-TOKEN TO LS-NL-FIELD-NAME
               PERFORM READ-NEWSLETTER-FIELD
               MOVE LS-NL-FIELD-VALUE TO LS-NL-TOKEN
               CALL "NEWSLETTER-CONFIRM" USING
                   BY REFERENCE LS-NL-TOKEN
                   BY REFERENCE IN-CLIENT-IP
                   BY REFERENCE LS-NL-MESSAGE
                   RETURNING RETURN-CODE
               EVALUATE RETURN-CODE
               WHEN 0
                   MOVE 200 TO OUT-STATUS-CODE
               WHEN 1
                   MOVE 404 TO OUT-STATUS-CODE
               WHEN OTHER
                   MOVE 503 TO OUT-STATUS-CODE
               END-EVALUATE

           WHEN LS-NL-PAGE = "/unsubscribe"
               AND (FUNCTION TRIM(IN-HTTP-METHOD) = "GET"
                   OR FUNCTION TRIM(IN-HTTP-METHOD) = "POST")
               MOVE LS-QUERY-PARAM-TOKEN TO LS-NL-FIELD-NAME
               PERFORM READ-NEWSLETTER-FIELD
               MOVE LS-NL-FIELD-VALUE TO LS-NL-TOKEN
               CALL "NEWSLETTER-UNSUBSCRIBE" USING
                   BY REFERENCE LS-NL-TOKEN
                   BY REFERENCE LS-NL-MESSAGE
                   RETURNING RETURN-CODE
               EVALUATE RETURN-CODE
               WHEN 0
                   MOVE 200 TO OUT-STATUS-CODE
               WHEN 1
                   MOVE 404 TO OUT-STATUS-CODE
               WHEN OTHER
                   MOVE 503 TO OUT-STATUS-CODE
               END-EVALUATE

           WHEN LS-NL-PAGE = "/subscribe"
           WHEN LS-NL-PAGE = "/confirm"
               MOVE 405 TO OUT-STATUS-CODE
               MOVE "Method Not Allowed" TO LS-NL-MESSAGE

           WHEN OTHER
               MOVE 404 TO OUT-STATUS-CODE
               MOVE "Not Found" TO LS-NL-MESSAGE
           END-EVALUATE

           MOVE LS-NL-MESSAGE TO OUT-BODY
           PERFORM WRITE-AUDIT-LOG-RECORD
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: READ-NEWSLETTER-FIELD
      *> PURPOSE: The LS-NL-FIELD-NAME field into LS-NL-FIELD-VALUE:
      *>          from the posted form when the body carries it, else
      *>          from the query string; spaces when neither does.
      *> ===============================================================
       READ-NEWSLETTER-FIELD.
           MOVE SPACES TO LS-NL-FIELD-VALUE
           CALL "PARSE-POST-PARAM" USING
               BY REFERENCE IN-REQUEST-BODY
               BY REFERENCE LS-NL-FIELD-NAME
               BY REFERENCE LS-NL-FIELD-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE SPACES TO LS-NL-FIELD-VALUE
               CALL "PARSE-QUERY-PARAM" USING
                   BY VALUE     IN-CONNECTION-PTR
                   BY REFERENCE LS-NL-FIELD-NAME
                   BY REFERENCE LS-NL-FIELD-VALUE
                   RETURNING RETURN-CODE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: SERVE-EXPORT-DOWNLOAD
      *> PURPOSE: Answer GET /exports/{name} with the named export
      *>          file's content; only names on EXPORTS-SERVICE's
      *>          built-in list are ever served, and a tenant-bound
      *>          key's list is its own report copies, a PRIVACY
      *>          key's the access packages issued so far, a HEALTH
      *>          key's the health impact report. Always leaves the
      *>          program.
      *> ===============================================================
       SERVE-EXPORT-DOWNLOAD.
           MOVE SPACES TO LS-EXPORT-NAME
           MOVE IN-URL(10:40) TO LS-EXPORT-NAME
           MOVE 0 TO LS-SLASH-COUNT
           INSPECT LS-EXPORT-NAME
               TALLYING LS-SLASH-COUNT FOR ALL "/"
           IF FUNCTION TRIM(LS-EXPORT-NAME) = SPACES
               OR LS-SLASH-COUNT NOT = 0
           THEN
               MOVE 404 TO OUT-STATUS-CODE
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               MOVE "Not Found" TO OUT-BODY
               PERFORM WRITE-AUDIT-LOG-RECORD
               GOBACK
           END-IF

           EVALUATE TRUE
           WHEN FUNCTION TRIM(LS-API-KEY-ROLE) = "PRIVACY"
               CALL "EXPORTS-FETCH-PRIVACY" USING
                   BY REFERENCE LS-EXPORT-NAME
                   BY REFERENCE OUT-BODY
                   RETURNING RETURN-CODE
           WHEN FUNCTION TRIM(LS-API-KEY-ROLE) = "HEALTH"
               CALL "EXPORTS-FETCH-HEALTH" USING
                   BY REFERENCE LS-EXPORT-NAME
                   BY REFERENCE OUT-BODY
                   RETURNING RETURN-CODE
           WHEN LS-TENANT-SCOPE = "*"
           WHEN LS-TENANT-SCOPE = SPACES
               CALL "EXPORTS-FETCH" USING
                   BY REFERENCE LS-EXPORT-NAME
                   BY REFERENCE OUT-BODY
                   RETURNING RETURN-CODE
           WHEN OTHER
               CALL "EXPORTS-FETCH-TENANT" USING
                   BY REFERENCE LS-TENANT-SCOPE
                   BY REFERENCE LS-EXPORT-NAME
                   BY REFERENCE OUT-BODY
                   RETURNING RETURN-CODE
           END-EVALUATE
           EVALUATE RETURN-CODE
           WHEN 0
               MOVE 200 TO OUT-STATUS-CODE
               EVALUATE LS-EXPORT-NAME(FUNCTION LENGTH(FUNCTION TRIM(
                       LS-EXPORT-NAME)) - 3:4)
               WHEN ".csv"
                   MOVE "text/csv" TO OUT-CONTENT-TYPE
               WHEN ".pdf"
                   MOVE C-CONTENT-TYPE-PDF TO OUT-CONTENT-TYPE
               WHEN OTHER
                   MOVE C-CONTENT-TYPE-TEXT-PLAIN
                       TO OUT-CONTENT-TYPE
               END-EVALUATE
           WHEN 1
               MOVE 404 TO OUT-STATUS-CODE
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               MOVE "Not Found: not an export file" TO OUT-BODY
           WHEN OTHER
               MOVE 404 TO OUT-STATUS-CODE
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               MOVE "Not Found: that export has not been produced "
                   & "yet" TO OUT-BODY
           END-EVALUATE
           PERFORM WRITE-AUDIT-LOG-RECORD
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: PARSE-GRID-BBOX-PARAMS
      *> PURPOSE: Fill the bounding-box fields from the required
      *>          min_lat/min_long/max_lat/max_long query parameters
      *>          of GET /map-grid.geojson, plus the optional grid
      *>          dimension "n". A missing or inverted box answers
      *>          the request with a 400 and leaves the program.
      *> ===============================================================
       PARSE-GRID-BBOX-PARAMS.
           CALL "PARSE-NUMERIC-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-MIN-LAT
               BY REFERENCE LS-GRID-MIN-LATITUDE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               MOVE "Bad Request: missing min_lat query param"
                   TO OUT-BODY
               PERFORM WRITE-AUDIT-LOG-RECORD
               GOBACK
           END-IF
           CALL "PARSE-NUMERIC-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-MIN-LONG
               BY REFERENCE LS-GRID-MIN-LONGITUDE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               MOVE "Bad Request: missing min_long query param"
                   TO OUT-BODY
               PERFORM WRITE-AUDIT-LOG-RECORD
               GOBACK
           END-IF
           CALL "PARSE-NUMERIC-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-MAX-LAT
               BY REFERENCE LS-GRID-MAX-LATITUDE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               MOVE "Bad Request: missing max_lat query param"
                   TO OUT-BODY
               PERFORM WRITE-AUDIT-LOG-RECORD
               GOBACK
           END-IF
           CALL "PARSE-NUMERIC-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-MAX-LONG
               BY REFERENCE LS-GRID-MAX-LONGITUDE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               MOVE "Bad Request: missing max_long query param"
                   TO OUT-BODY
               PERFORM WRITE-AUDIT-LOG-RECORD
               GOBACK
           END-IF
           IF LS-GRID-MIN-LATITUDE >= LS-GRID-MAX-LATITUDE
               OR LS-GRID-MIN-LONGITUDE >= LS-GRID-MAX-LONGITUDE
               OR LS-GRID-MIN-LATITUDE < -90
               OR LS-GRID-MAX-LATITUDE > 90
               OR LS-GRID-MIN-LONGITUDE < -180
               OR LS-GRID-MAX-LONGITUDE > 180
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               MOVE "Bad Request: bounding box must be min < max "
                   & "and inside valid coordinates" TO OUT-BODY
               PERFORM WRITE-AUDIT-LOG-RECORD
               GOBACK
           END-IF

           MOVE 0 TO LS-GRID-N
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-GRID-N
               BY REFERENCE LS-GRID-N-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
               AND FUNCTION TRIM(LS-GRID-N-PARAM-VALUE) IS NUMERIC
           THEN
               MOVE FUNCTION NUMVAL(LS-GRID-N-PARAM-VALUE)
                   TO LS-GRID-N
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: HANDLE-SENSOR-READING-POST
      *> PURPOSE: Validate and file one sensor reading from the POST
      *>          /sensor-readings query parameters: a required
      *>          sensor id, pollutant (no2/o3/pm10/pm25/so2), value
      *>          in µg/m³ and latitude/longitude, plus an optional
      *>          timestamp (defaulting to now). A classroom monitor
      *>          posts pollutant "co2" with its value in ppm
      *>          (0-9999) and a required building and room instead
      *>          of coordinates; its reading goes to the indoor
      *>          archive through INDOOR-CO2-ADD. Requires an API key
      *>          - anyone on the network must not be able to feed
      *>          numbers into the archive - and the unit must be in
      *>          SENSOR-REGISTRY, in service today, posting with its
      *>          own secret, for a pollutant it is calibrated for.
      *>          The posted value is archived as SEN-RAW-VALUE and
      *>          its calibrated counterpart as SEN-VALUE.
      *> ===============================================================
       HANDLE-SENSOR-READING-POST.
           IF FUNCTION TRIM(LS-API-KEY-VALUE) = SPACES
           THEN
               MOVE 401 TO OUT-STATUS-CODE
               MOVE "Unauthorized: sensor ingestion requires an API "
                   & "key" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF

           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-SENSOR
               BY REFERENCE LS-SENSOR-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-SENSOR-PARAM-VALUE) = SPACES
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing sensor query param"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF

           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-POLLUTANT
               BY REFERENCE LS-POLLUTANT-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing pollutant query param"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION LOWER-CASE(
                   FUNCTION TRIM(LS-POLLUTANT-PARAM-VALUE))
           WHEN "no2"
           WHEN "o3"
           WHEN "pm10"
           WHEN "pm25"
           WHEN "so2"
               MOVE "N" TO LS-SEN-INDOOR
           WHEN "co2"
               MOVE "Y" TO LS-SEN-INDOOR
           WHEN OTHER
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: pollutant must be no2, o3, pm10, "
                   & "pm25, so2 or co2" TO OUT-BODY
               EXIT PARAGRAPH
           END-EVALUATE

           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-VALUE
               BY REFERENCE LS-VALUE-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-VALUE-PARAM-VALUE) = SPACES
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing value query param"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           IF LS-SEN-INDOOR = "Y"
           THEN
               IF FUNCTION NUMVAL(LS-VALUE-PARAM-VALUE) < 0
                   OR FUNCTION NUMVAL(LS-VALUE-PARAM-VALUE) > 9999
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: co2 value must be 0 to 9999 ppm"
                       TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF FUNCTION NUMVAL(LS-VALUE-PARAM-VALUE) < 0
                   OR FUNCTION NUMVAL(LS-VALUE-PARAM-VALUE) > 999.9
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: value must be 0 to 999.9 ug/m3"
                       TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
           END-IF

           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-LATITUDE
               BY REFERENCE LS-LATITUDE-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0 AND LS-SEN-INDOOR = "N"
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing latitude query param"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-LONGITUDE
               BY REFERENCE LS-LONGITUDE-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0 AND LS-SEN-INDOOR = "N"
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing longitude query param"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LS-CO2-RECORD
           IF LS-SEN-INDOOR = "Y"
           THEN
               CALL "PARSE-QUERY-PARAM" USING
                   BY VALUE     IN-CONNECTION-PTR
                   BY REFERENCE LS-QUERY-PARAM-BUILDING
                   BY REFERENCE LS-BUILDING-PARAM-VALUE
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
                   OR FUNCTION TRIM(LS-BUILDING-PARAM-VALUE) = SPACES
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: missing building query param"
                       TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
               CALL "PARSE-QUERY-PARAM" USING
                   BY VALUE     IN-CONNECTION-PTR
                   BY REFERENCE LS-QUERY-PARAM-ROOM
                   BY REFERENCE LS-ROOM-PARAM-VALUE
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
                   OR FUNCTION TRIM(LS-ROOM-PARAM-VALUE) = SPACES
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: missing room query param"
                       TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION TRIM(LS-BUILDING-PARAM-VALUE)
                   TO LS-CO2-BUILDING
               MOVE FUNCTION TRIM(LS-ROOM-PARAM-VALUE) TO LS-CO2-ROOM
               MOVE FUNCTION NUMVAL(LS-VALUE-PARAM-VALUE)
                   TO LS-CO2-RAW-PPM
           END-IF

           MOVE SPACES TO LS-SEN-RECORD
           MOVE LS-SENSOR-PARAM-VALUE TO LS-SEN-SENSOR-ID
           MOVE FUNCTION LOWER-CASE(
               FUNCTION TRIM(LS-POLLUTANT-PARAM-VALUE))
               TO LS-SEN-POLLUTANT
           MOVE FUNCTION NUMVAL(LS-VALUE-PARAM-VALUE)
               TO LS-SEN-VALUE
           MOVE LS-LATITUDE-PARAM-VALUE TO LS-SEN-LATITUDE-STR
           MOVE LS-LONGITUDE-PARAM-VALUE TO LS-SEN-LONGITUDE-STR
           MOVE LS-SEN-VALUE TO LS-SEN-RAW-VALUE

           *> An unregistered or out-of-service unit is refused
           *> outright; so is a registry that cannot be read, since
           *> nothing could then be calibrated.
           MOVE LS-SEN-SENSOR-ID TO LS-SENSOR-ID
           CALL "SENSOR-REGISTRY-LOOKUP" USING
               BY REFERENCE LS-SENSOR-ID
               BY REFERENCE LS-SR-RECORD
               RETURNING RETURN-CODE
           EVALUATE RETURN-CODE
           WHEN 0
               CONTINUE
           WHEN 1
               MOVE 403 TO OUT-STATUS-CODE
               MOVE "Forbidden: unknown sensor" TO OUT-BODY
               EXIT PARAGRAPH
           WHEN OTHER
               MOVE 500 TO OUT-STATUS-CODE
               MOVE "Internal Server Error: could not read the "
                   & "sensor registry" TO OUT-BODY
               EXIT PARAGRAPH
           END-EVALUATE

           MOVE FUNCTION CURRENT-DATE(1:8) TO LS-SR-TODAY-DATE
           IF LS-SR-COMMISSIONED-DATE > LS-SR-TODAY-DATE
           THEN
               MOVE 403 TO OUT-STATUS-CODE
               MOVE "Forbidden: sensor is not commissioned yet"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           IF LS-SR-DECOMMISSIONED-DATE NOT = SPACES
               AND LS-SR-DECOMMISSIONED-DATE <= LS-SR-TODAY-DATE
           THEN
               MOVE 403 TO OUT-STATUS-CODE
               MOVE "Forbidden: sensor is decommissioned" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LS-SECRET-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-SECRET
               BY REFERENCE LS-SECRET-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               CALL "PARSE-HEADER-PARAM" USING
                   BY VALUE     IN-CONNECTION-PTR
                   BY REFERENCE LS-SENSOR-SECRET-HEADER-NAME
                   BY REFERENCE LS-SECRET-PARAM-VALUE
                   RETURNING RETURN-CODE
           END-IF
           IF FUNCTION TRIM(LS-SR-SECRET) = SPACES
               OR FUNCTION TRIM(LS-SECRET-PARAM-VALUE) = SPACES
               OR LS-SECRET-PARAM-VALUE NOT = LS-SR-SECRET
           THEN
               MOVE 401 TO OUT-STATUS-CODE
               MOVE "Unauthorized: missing or invalid sensor secret"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO LS-SR-CAL-FOUND
           PERFORM VARYING LS-SR-CAL-IDX FROM 1 BY 1
               UNTIL LS-SR-CAL-IDX > LS-SR-CAL-COUNT
               IF LS-SR-CAL-POLLUTANT(LS-SR-CAL-IDX) = LS-SEN-POLLUTANT
               THEN
                   MOVE LS-SR-CAL-IDX TO LS-SR-CAL-FOUND
               END-IF
           END-PERFORM
           IF LS-SR-CAL-FOUND = 0
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: sensor does not measure that "
                   & "pollutant" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           IF LS-SEN-INDOOR = "Y"
           THEN
               COMPUTE LS-SR-CALIBRATED ROUNDED =
                   LS-CO2-RAW-PPM * LS-SR-CAL-SLOPE(LS-SR-CAL-FOUND)
                   + LS-SR-CAL-OFFSET(LS-SR-CAL-FOUND)
               END-COMPUTE
               IF LS-SR-CALIBRATED < 0
               THEN
                   MOVE 0 TO LS-SR-CALIBRATED
               END-IF
               COMPUTE LS-CO2-PPM ROUNDED = LS-SR-CALIBRATED
           ELSE
               COMPUTE LS-SR-CALIBRATED ROUNDED =
                   LS-SEN-RAW-VALUE * LS-SR-CAL-SLOPE(LS-SR-CAL-FOUND)
                   + LS-SR-CAL-OFFSET(LS-SR-CAL-FOUND)
               END-COMPUTE
               IF LS-SR-CALIBRATED < 0
               THEN
                   MOVE 0 TO LS-SR-CALIBRATED
               END-IF
               IF LS-SR-CALIBRATED > 999.9
               THEN
                   MOVE 999.9 TO LS-SR-CALIBRATED
               END-IF
               MOVE LS-SR-CALIBRATED TO LS-SEN-VALUE
           END-IF

           MOVE SPACES TO LS-TIMESTAMP-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-TIMESTAMP
               BY REFERENCE LS-TIMESTAMP-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
               AND FUNCTION TRIM(LS-TIMESTAMP-PARAM-VALUE)
                   NOT = SPACES
           THEN
               MOVE LS-TIMESTAMP-PARAM-VALUE TO LS-SEN-TIMESTAMP
           ELSE
               MOVE FUNCTION CURRENT-DATE TO LS-SEN-TIMESTAMP
           END-IF

           IF LS-SEN-INDOOR = "Y"
           THEN
               MOVE LS-SEN-SENSOR-ID TO LS-CO2-SENSOR-ID
               MOVE LS-SEN-TIMESTAMP TO LS-CO2-TIMESTAMP
               CALL "INDOOR-CO2-ADD" USING
                   BY REFERENCE LS-CO2-RECORD
                   RETURNING RETURN-CODE
               IF RETURN-CODE = 0
               THEN
                   MOVE 200 TO OUT-STATUS-CODE
                   MOVE "CO2 reading recorded" TO OUT-BODY
               ELSE
                   MOVE 500 TO OUT-STATUS-CODE
                   MOVE "Internal Server Error: could not update the "
                       & "indoor CO2 archive" TO OUT-BODY
               END-IF
               EXIT PARAGRAPH
           END-IF

           CALL "SENSOR-READING-ADD" USING
               BY REFERENCE LS-SEN-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               MOVE 200 TO OUT-STATUS-CODE
               MOVE "Sensor reading recorded" TO OUT-BODY
           ELSE
               MOVE 500 TO OUT-STATUS-CODE
               MOVE "Internal Server Error: could not update the "
                   & "sensor archive" TO OUT-BODY
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: HANDLE-SENSOR-REGISTRY-POST
      *> PURPOSE: Validate and save one sensor registry record from
      *>          the POST /admin/sensors query parameters: required
      *>          id, site, latitude/longitude, commissioned date
      *>          (YYYYMMDD), secret and pollutants list, plus an
      *>          optional decommissioned date and reporting interval
      *>          (minutes, 1-1440, default 15). Re-posting an id
      *>          replaces its record, which is how a unit is
      *>          recalibrated by hand or taken out of service.
      *> ===============================================================
       HANDLE-SENSOR-REGISTRY-POST.
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-ID
               BY REFERENCE LS-ID-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-ID-PARAM-VALUE) = SPACES
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing id query param"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF

           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-SITE
               BY REFERENCE LS-SITE-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-SITE-PARAM-VALUE) = SPACES
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing site query param"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF

           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-LATITUDE
               BY REFERENCE LS-LATITUDE-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing latitude query param"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-LONGITUDE
               BY REFERENCE LS-LONGITUDE-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing longitude query param"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF

           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-COMMISSIONED
               BY REFERENCE LS-COMMISSIONED-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR LS-COMMISSIONED-PARAM-VALUE(1:8) IS NOT NUMERIC
               OR LS-COMMISSIONED-PARAM-VALUE(9:) NOT = SPACES
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: commissioned must be YYYYMMDD"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LS-DECOMMISSIONED-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-DECOMMISSIONED
               BY REFERENCE LS-DECOMMISSIONED-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE SPACES TO LS-DECOMMISSIONED-PARAM-VALUE
           END-IF
           IF LS-DECOMMISSIONED-PARAM-VALUE NOT = SPACES
               AND (LS-DECOMMISSIONED-PARAM-VALUE(1:8) IS NOT NUMERIC
                   OR LS-DECOMMISSIONED-PARAM-VALUE(9:) NOT = SPACES)
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: decommissioned must be YYYYMMDD"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF

           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-SECRET
               BY REFERENCE LS-SECRET-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-SECRET-PARAM-VALUE) = SPACES
               OR LS-SECRET-PARAM-VALUE(41:) NOT = SPACES
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: secret must be 1 to 40 characters"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF

           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-POLLUTANTS
               BY REFERENCE LS-POLLUTANTS-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-POLLUTANTS-PARAM-VALUE) = SPACES
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing pollutants query param"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LS-SR-RECORD
           MOVE LS-ID-PARAM-VALUE TO LS-SR-SENSOR-ID
           MOVE LS-SITE-PARAM-VALUE TO LS-SR-SITE
           MOVE LS-LATITUDE-PARAM-VALUE TO LS-SR-LATITUDE-STR
           MOVE LS-LONGITUDE-PARAM-VALUE TO LS-SR-LONGITUDE-STR
           MOVE LS-COMMISSIONED-PARAM-VALUE
               TO LS-SR-COMMISSIONED-DATE
           MOVE LS-DECOMMISSIONED-PARAM-VALUE
               TO LS-SR-DECOMMISSIONED-DATE
           MOVE LS-SECRET-PARAM-VALUE TO LS-SR-SECRET
           MOVE 0 TO LS-SR-CAL-COUNT
           MOVE 15 TO LS-SR-REPORT-INTERVAL-MIN

           MOVE SPACES TO LS-INTERVAL-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-INTERVAL
               BY REFERENCE LS-INTERVAL-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
               AND FUNCTION TRIM(LS-INTERVAL-PARAM-VALUE) NOT = SPACES
           THEN
               IF FUNCTION TRIM(LS-INTERVAL-PARAM-VALUE) IS NOT NUMERIC
                   OR FUNCTION NUMVAL(LS-INTERVAL-PARAM-VALUE) < 1
                   OR FUNCTION NUMVAL(LS-INTERVAL-PARAM-VALUE) > 1440
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: interval must be 1 to 1440 "
                       & "minutes" TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(LS-INTERVAL-PARAM-VALUE)
                   TO LS-SR-REPORT-INTERVAL-MIN
           END-IF

           MOVE SPACES TO LS-SR-ITEM-TABLE
           MOVE 0 TO LS-SR-ITEM-COUNT
           UNSTRING LS-POLLUTANTS-PARAM-VALUE DELIMITED BY ","
               INTO LS-SR-ITEM(1) LS-SR-ITEM(2) LS-SR-ITEM(3)
                    LS-SR-ITEM(4) LS-SR-ITEM(5) LS-SR-ITEM(6)
               TALLYING IN LS-SR-ITEM-COUNT
           END-UNSTRING
           IF LS-SR-ITEM(6) NOT = SPACES
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: at most 5 pollutants per sensor"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING LS-SR-CAL-IDX FROM 1 BY 1
               UNTIL LS-SR-CAL-IDX > 5
               OR LS-SR-CAL-IDX > LS-SR-ITEM-COUNT
               MOVE SPACES TO LS-SR-ITEM-CODE
               MOVE SPACES TO LS-SR-ITEM-SLOPE
               MOVE SPACES TO LS-SR-ITEM-OFFSET
               UNSTRING LS-SR-ITEM(LS-SR-CAL-IDX) DELIMITED BY ":"
                   INTO LS-SR-ITEM-CODE LS-SR-ITEM-SLOPE
                        LS-SR-ITEM-OFFSET
               END-UNSTRING
               EVALUATE FUNCTION LOWER-CASE(
                       FUNCTION TRIM(LS-SR-ITEM-CODE))
               WHEN "no2"
               WHEN "o3"
               WHEN "pm10"
               WHEN "pm25"
               WHEN "so2"
               WHEN "co2"
                   ADD 1 TO LS-SR-CAL-COUNT
                   MOVE FUNCTION LOWER-CASE(
                       FUNCTION TRIM(LS-SR-ITEM-CODE))
                       TO LS-SR-CAL-POLLUTANT(LS-SR-CAL-COUNT)
                   MOVE 1 TO LS-SR-CAL-SLOPE(LS-SR-CAL-COUNT)
                   MOVE 0 TO LS-SR-CAL-OFFSET(LS-SR-CAL-COUNT)
                   IF LS-SR-ITEM-SLOPE NOT = SPACES
                   THEN
                       IF FUNCTION NUMVAL(LS-SR-ITEM-SLOPE) <= 0
                           OR FUNCTION NUMVAL(LS-SR-ITEM-SLOPE)
                               > 9.9999
                       THEN
                           MOVE 0 TO LS-SR-CAL-COUNT
                       ELSE
                           MOVE FUNCTION NUMVAL(LS-SR-ITEM-SLOPE)
                               TO LS-SR-CAL-SLOPE(LS-SR-CAL-COUNT)
                       END-IF
                   END-IF
                   IF LS-SR-ITEM-OFFSET NOT = SPACES
                       AND LS-SR-CAL-COUNT > 0
                   THEN
                       IF FUNCTION NUMVAL(LS-SR-ITEM-OFFSET) < -999.9
                           OR FUNCTION NUMVAL(LS-SR-ITEM-OFFSET)
                               > 999.9
                       THEN
                           MOVE 0 TO LS-SR-CAL-COUNT
                       ELSE
                           MOVE FUNCTION NUMVAL(LS-SR-ITEM-OFFSET)
                               TO LS-SR-CAL-OFFSET(LS-SR-CAL-COUNT)
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 0 TO LS-SR-CAL-COUNT
               END-EVALUATE
               IF LS-SR-CAL-COUNT = 0
               THEN
                   MOVE 6 TO LS-SR-CAL-IDX
               END-IF
           END-PERFORM
           IF LS-SR-CAL-COUNT = 0
               OR LS-SR-CAL-COUNT NOT = LS-SR-ITEM-COUNT
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: pollutants must be a comma-"
                   & "separated list of code[:slope[:offset]] with "
                   & "code no2, o3, pm10, pm25, so2 or co2, slope 0 to "
                   & "9.9999 and offset -999.9 to 999.9" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF

           CALL "SENSOR-REGISTRY-SAVE" USING
               BY REFERENCE LS-SR-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               MOVE 200 TO OUT-STATUS-CODE
               MOVE "Sensor saved" TO OUT-BODY
           ELSE
               MOVE 500 TO OUT-STATUS-CODE
               MOVE "Internal Server Error: could not update the "
                   & "sensor registry" TO OUT-BODY
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: HANDLE-SYMPTOM-JOURNAL-POST
      *> PURPOSE: Validate and file one day's symptom entry from the
      *>          POST /symptom-journal query parameters. The entry is
      *>          keyed by the API key the request authenticated with,
      *>          so an unauthenticated request (including a
      *>          deployment with no key registry at all) is refused -
      *>          an anonymous journal could never be correlated or
      *>          erased for anyone.
      *> ===============================================================
       HANDLE-SYMPTOM-JOURNAL-POST.
           IF FUNCTION TRIM(LS-API-KEY-VALUE) = SPACES
           THEN
               MOVE 401 TO OUT-STATUS-CODE
               MOVE "Unauthorized: the symptom journal requires an "
                   & "API key" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF

           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-SEVERITY
               BY REFERENCE LS-SEVERITY-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing severity query param"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(LS-SEVERITY-PARAM-VALUE) IS NOT NUMERIC
               OR FUNCTION NUMVAL(LS-SEVERITY-PARAM-VALUE) < 1
               OR FUNCTION NUMVAL(LS-SEVERITY-PARAM-VALUE) > 5
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: severity must be 1 (fine) to 5 "
                   & "(worst day)" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LS-NOTE-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-NOTE
               BY REFERENCE LS-NOTE-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE SPACES TO LS-NOTE-PARAM-VALUE
           END-IF

           MOVE FUNCTION CURRENT-DATE TO LS-SJ-TIMESTAMP
           MOVE SPACES TO LS-SJ-TODAY-DATE
           STRING
               LS-SJ-TIMESTAMP(1:4) "-" LS-SJ-TIMESTAMP(5:2) "-"
               LS-SJ-TIMESTAMP(7:2)
               INTO LS-SJ-TODAY-DATE
           END-STRING

           MOVE SPACES TO LS-SJ-RECORD
           MOVE LS-API-KEY-VALUE TO LS-SJ-API-KEY
           MOVE LS-SJ-TODAY-DATE TO LS-SJ-DATE
           MOVE FUNCTION NUMVAL(LS-SEVERITY-PARAM-VALUE)
               TO LS-SJ-SEVERITY
           MOVE LS-NOTE-PARAM-VALUE TO LS-SJ-NOTE

           CALL "SYMPTOM-JOURNAL-ADD" USING
               BY REFERENCE LS-SJ-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               MOVE 200 TO OUT-STATUS-CODE
               MOVE "Symptom entry recorded for today" TO OUT-BODY
           ELSE
               MOVE 500 TO OUT-STATUS-CODE
               MOVE "Internal Server Error: could not update the "
                   & "symptom journal" TO OUT-BODY
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: HANDLE-LOCATION-GROUP-POST
      *> PURPOSE: Create or relabel one location group from the POST
      *>          /admin/location-groups query parameters: a required
      *>          id of at most seven characters (its alert profile
      *>          is filed as "@" + id, see HANDLE-ALERT-PROFILE-POST)
      *>          and an optional free-text label. The group is filed
      *>          under the caller's tenant, like a watched location.
      *> ===============================================================
       HANDLE-LOCATION-GROUP-POST.
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-ID
               BY REFERENCE LS-ID-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-ID-PARAM-VALUE) = SPACES
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing id query param"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION LENGTH(FUNCTION TRIM(LS-ID-PARAM-VALUE)) > 7
               OR LS-ID-PARAM-VALUE(1:1) = "@"
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: a group id is 1 to 7 characters, "
                   & "not starting with @" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LS-LGR-RECORD
           MOVE LS-ID-PARAM-VALUE TO LS-LGR-GROUP-ID
           MOVE "GROUP" TO LS-LGR-MEMBER-KIND
           MOVE SPACES TO LS-LABEL-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-LABEL
               BY REFERENCE LS-LABEL-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               MOVE LS-LABEL-PARAM-VALUE TO LS-LGR-LABEL
           END-IF

           PERFORM RESOLVE-RECORD-TENANT
           IF LS-TENANT-OK NOT = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE LS-RECORD-TENANT TO LS-LGR-TENANT

           MOVE "LOCATION-GROUP" TO LS-CJ-ENTITY
           MOVE LS-LGR-KEY TO LS-CJ-ENTITY-ID
           PERFORM CAPTURE-CHANGE-BEFORE
           CALL "LOCATION-GROUP-PUT" USING
               BY REFERENCE LS-LGR-RECORD
               RETURNING RETURN-CODE
           EVALUATE RETURN-CODE
           WHEN 0
               PERFORM JOURNAL-ADMIN-CHANGE
               MOVE 200 TO OUT-STATUS-CODE
               MOVE "Location group saved" TO OUT-BODY
           WHEN 2
               MOVE 409 TO OUT-STATUS-CODE
               MOVE "Conflict: that group id is already in use by "
                   & "another organisation" TO OUT-BODY
           WHEN 4
               MOVE 503 TO OUT-STATUS-CODE
               MOVE "Service Unavailable: the location-group "
                   & "registry is at capacity" TO OUT-BODY
           WHEN OTHER
               MOVE 500 TO OUT-STATUS-CODE
               MOVE "Internal Server Error: could not update the "
                   & "location-group registry" TO OUT-BODY
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: PARSE-LOCATION-GROUP-MEMBER
      *> PURPOSE: The group and the location or channel query params
      *>          of the /admin/location-groups/members routes into
      *>          LS-LGR-RECORD, under the group's own tenant. Exactly
      *>          one of location and channel is given; the group
      *>          must be on file within the caller's tenant scope.
      *>          Anything else sets the error response.
      *> ===============================================================
       PARSE-LOCATION-GROUP-MEMBER.
           MOVE 0 TO OUT-STATUS-CODE
           MOVE SPACES TO LS-LGR-RECORD
           MOVE SPACES TO LS-GROUP-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-GROUP
               BY REFERENCE LS-GROUP-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-GROUP-PARAM-VALUE) = SPACES
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing group query param"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           MOVE LS-GROUP-PARAM-VALUE TO LS-LGR-GROUP-ID

           MOVE SPACES TO LS-LOCATION-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-LOCATION
               BY REFERENCE LS-LOCATION-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               MOVE SPACES TO LS-LOCATION-PARAM-VALUE
           END-IF
           MOVE SPACES TO LS-CHANNEL-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-CHANNEL
               BY REFERENCE LS-CHANNEL-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               MOVE SPACES TO LS-CHANNEL-PARAM-VALUE
           END-IF
           EVALUATE TRUE
           WHEN FUNCTION TRIM(LS-LOCATION-PARAM-VALUE) NOT = SPACES
               AND FUNCTION TRIM(LS-CHANNEL-PARAM-VALUE) = SPACES
               MOVE "LOCATION" TO LS-LGR-MEMBER-KIND
               MOVE LS-LOCATION-PARAM-VALUE TO LS-LGR-MEMBER-ID
           WHEN FUNCTION TRIM(LS-CHANNEL-PARAM-VALUE) NOT = SPACES
               AND FUNCTION TRIM(LS-LOCATION-PARAM-VALUE) = SPACES
               MOVE "CHANNEL" TO LS-LGR-MEMBER-KIND
               MOVE LS-CHANNEL-PARAM-VALUE TO LS-LGR-MEMBER-ID
           WHEN OTHER
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: give either a location or a "
                   & "channel query param" TO OUT-BODY
               EXIT PARAGRAPH
           END-EVALUATE

           CALL "LOCATION-GROUP-TENANT" USING
               BY REFERENCE LS-LGR-GROUP-ID
               BY REFERENCE LS-OWNER-TENANT
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR (LS-TENANT-SCOPE NOT = "*"
                   AND LS-OWNER-TENANT NOT = LS-TENANT-SCOPE)
           THEN
               MOVE 404 TO OUT-STATUS-CODE
               MOVE "Not Found: unknown group id" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           MOVE LS-OWNER-TENANT TO LS-LGR-TENANT.

      *> ===============================================================
      *> PARAGRAPH: HANDLE-LOCATION-GROUP-MEMBER-POST
      *> PURPOSE: POST /admin/location-groups/members?group=G and
      *>          location=L or channel=C: put a watched location in
      *>          the group (it takes on the group's alert profile
      *>          unless it has its own), or route the group's alerts
      *>          to a notification channel (see
      *>          NOTIFICATION-DISPATCH-LOCATION-ALERT). The location
      *>          or channel must be the group's own organisation's.
      *> ===============================================================
       HANDLE-LOCATION-GROUP-MEMBER-POST.
           PERFORM PARSE-LOCATION-GROUP-MEMBER
           IF OUT-STATUS-CODE NOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF

           IF LS-LGR-MEMBER-KIND = "LOCATION"
           THEN
               MOVE LS-LGR-MEMBER-ID TO LS-LOCATION-ID
               CALL "WATCHED-LOCATION-TENANT" USING
                   BY REFERENCE LS-LOCATION-ID
                   BY REFERENCE LS-OWNER-TENANT
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
                   OR LS-OWNER-TENANT NOT = LS-LGR-TENANT
               THEN
                   MOVE 404 TO OUT-STATUS-CODE
                   MOVE "Not Found: unknown location id" TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE LS-LGR-MEMBER-ID TO LS-NC-CHANNEL-ID
               MOVE LS-LGR-TENANT TO LS-RECORD-TENANT
               PERFORM CHECK-CHANNEL-TENANT
               IF LS-TENANT-OK NOT = "Y"
               THEN
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE "LOCATION-GROUP" TO LS-CJ-ENTITY
           MOVE LS-LGR-KEY TO LS-CJ-ENTITY-ID
           PERFORM CAPTURE-CHANGE-BEFORE
           CALL "LOCATION-GROUP-PUT" USING
               BY REFERENCE LS-LGR-RECORD
               RETURNING RETURN-CODE
           EVALUATE RETURN-CODE
           WHEN 0
               PERFORM JOURNAL-ADMIN-CHANGE
               MOVE 200 TO OUT-STATUS-CODE
               IF LS-LGR-MEMBER-KIND = "LOCATION"
               THEN
                   MOVE "Location added to the group" TO OUT-BODY
               ELSE
                   MOVE "Channel assigned to the group" TO OUT-BODY
               END-IF
           WHEN 3
               MOVE 404 TO OUT-STATUS-CODE
               MOVE "Not Found: unknown group id" TO OUT-BODY
           WHEN 4
               MOVE 503 TO OUT-STATUS-CODE
               MOVE "Service Unavailable: the location-group "
                   & "registry is at capacity" TO OUT-BODY
           WHEN OTHER
               MOVE 500 TO OUT-STATUS-CODE
               MOVE "Internal Server Error: could not update the "
                   & "location-group registry" TO OUT-BODY
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: PARSE-ALERT-PROFILE-KEY
      *> PURPOSE: The profile an /admin/alert-profiles request names,
      *>          into LS-ID-PARAM-VALUE: a watched-location id (id=)
      *>          or, for group=G, the group's own profile "@G" - the
      *>          one its member locations without a profile of their
      *>          own are alerted by. A group must be on file within
      *>          the caller's tenant scope; its owner is left in
      *>          LS-OWNER-TENANT and its id in LS-GROUP-ID (spaces
      *>          for a location's profile). Anything else sets the
      *>          error response.
      *> ===============================================================
       PARSE-ALERT-PROFILE-KEY.
           MOVE 0 TO OUT-STATUS-CODE
           MOVE SPACES TO LS-GROUP-ID
           MOVE SPACES TO LS-GROUP-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-GROUP
               BY REFERENCE LS-GROUP-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
               AND FUNCTION TRIM(LS-GROUP-PARAM-VALUE) NOT = SPACES
           THEN
               MOVE LS-GROUP-PARAM-VALUE TO LS-GROUP-ID
               CALL "LOCATION-GROUP-TENANT" USING
                   BY REFERENCE LS-GROUP-ID
                   BY REFERENCE LS-OWNER-TENANT
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
                   OR (LS-TENANT-SCOPE NOT = "*"
                       AND LS-OWNER-TENANT NOT = LS-TENANT-SCOPE)
               THEN
                   MOVE 404 TO OUT-STATUS-CODE
                   MOVE "Not Found: unknown group id" TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO LS-ID-PARAM-VALUE
               STRING "@" FUNCTION TRIM(LS-GROUP-ID)
                   DELIMITED BY SIZE INTO LS-ID-PARAM-VALUE
               END-STRING
               EXIT PARAGRAPH
           END-IF

           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-ID
               BY REFERENCE LS-ID-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-ID-PARAM-VALUE) = SPACES
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing id query param (the "
                   & "watched-location id) or group query param"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: HANDLE-ALERT-PROFILE-POST
      *> PURPOSE: Validate and file one alert profile from the POST
      *>          /admin/alert-profiles query parameters: a required
      *>          watched-location id - or group, for the profile the
      *>          group's members fall back to (see
      *>          PARSE-ALERT-PROFILE-KEY) - and threshold (1-6), an
      *>          optional webhook override (spaces keep the global
      *>          AQRSS_WEBHOOK_URL fallback) and an optional quiet
      *>          window (both hours 0-23; start = end, the default,
      *>          means no quiet window) - the checks a hand-edited
      *>          fixed-width row never got.
      *> ===============================================================
       HANDLE-ALERT-PROFILE-POST.
           PERFORM PARSE-ALERT-PROFILE-KEY
           IF OUT-STATUS-CODE NOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF

           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-THRESHOLD
               BY REFERENCE LS-THRESHOLD-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-THRESHOLD-PARAM-VALUE) = SPACES
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing threshold query param"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(LS-THRESHOLD-PARAM-VALUE) IS NOT NUMERIC
               OR FUNCTION NUMVAL(LS-THRESHOLD-PARAM-VALUE) < 1
               OR FUNCTION NUMVAL(LS-THRESHOLD-PARAM-VALUE) > 6
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: threshold must be 1 to 6"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LS-AP-RECORD
           MOVE LS-ID-PARAM-VALUE TO LS-AP-LOCATION-ID
           MOVE FUNCTION NUMVAL(LS-THRESHOLD-PARAM-VALUE)
               TO LS-AP-THRESHOLD
           MOVE 0 TO LS-AP-QUIET-START
           MOVE 0 TO LS-AP-QUIET-END

           MOVE SPACES TO LS-WEBHOOK-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-WEBHOOK
               BY REFERENCE LS-WEBHOOK-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               MOVE LS-WEBHOOK-PARAM-VALUE TO LS-AP-WEBHOOK-URL
           END-IF

      *> The quiet window: both ends optional, but each supplied end
      *> must be a real hour - a miscounted column in the old
      *> hand-edited file is exactly what turned a 22:00 window into
      *> nonsense.
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-QUIET-START
               BY REFERENCE LS-QUIET-START-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
               AND FUNCTION TRIM(LS-QUIET-START-PARAM-VALUE)
                   NOT = SPACES
           THEN
               IF FUNCTION TRIM(LS-QUIET-START-PARAM-VALUE)
                       IS NOT NUMERIC
                   OR FUNCTION NUMVAL(LS-QUIET-START-PARAM-VALUE) > 23
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: quiet_start must be an hour "
                       & "0 to 23" TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(LS-QUIET-START-PARAM-VALUE)
                   TO LS-AP-QUIET-START
           END-IF
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-QUIET-END
               BY REFERENCE LS-QUIET-END-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
               AND FUNCTION TRIM(LS-QUIET-END-PARAM-VALUE)
                   NOT = SPACES
           THEN
               IF FUNCTION TRIM(LS-QUIET-END-PARAM-VALUE)
                       IS NOT NUMERIC
                   OR FUNCTION NUMVAL(LS-QUIET-END-PARAM-VALUE) > 23
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: quiet_end must be an hour "
                       & "0 to 23" TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(LS-QUIET-END-PARAM-VALUE)
                   TO LS-AP-QUIET-END
           END-IF

      *> A profile belongs to whoever owns its watched location (or
      *> group); another organisation's location is answered as
      *> unknown. A profile set up ahead of its location takes the
      *> caller's tenant.
           IF LS-GROUP-ID NOT = SPACES
           THEN
               MOVE LS-OWNER-TENANT TO LS-AP-TENANT
           ELSE
               MOVE LS-ID-PARAM-VALUE TO LS-LOCATION-ID
               CALL "WATCHED-LOCATION-TENANT" USING
                   BY REFERENCE LS-LOCATION-ID
                   BY REFERENCE LS-OWNER-TENANT
                   RETURNING RETURN-CODE
               IF RETURN-CODE = 0
               THEN
                   IF LS-TENANT-SCOPE NOT = "*"
                       AND LS-OWNER-TENANT NOT = LS-TENANT-SCOPE
                   THEN
                       MOVE 404 TO OUT-STATUS-CODE
                       MOVE "Not Found: unknown location id"
                           TO OUT-BODY
                       EXIT PARAGRAPH
                   END-IF
                   MOVE LS-OWNER-TENANT TO LS-AP-TENANT
               ELSE
                   PERFORM RESOLVE-RECORD-TENANT
                   IF LS-TENANT-OK NOT = "Y"
                   THEN
                       EXIT PARAGRAPH
                   END-IF
                   MOVE LS-RECORD-TENANT TO LS-AP-TENANT
               END-IF
           END-IF

           MOVE "ALERT-PROFILE" TO LS-CJ-ENTITY
           MOVE LS-AP-LOCATION-ID TO LS-CJ-ENTITY-ID
           PERFORM CAPTURE-CHANGE-BEFORE
           CALL "ALERT-PROFILE-SAVE" USING
               BY REFERENCE LS-AP-RECORD
               RETURNING RETURN-CODE
           EVALUATE RETURN-CODE
           WHEN 0
               PERFORM JOURNAL-ADMIN-CHANGE
               MOVE 200 TO OUT-STATUS-CODE
               MOVE "Alert profile saved" TO OUT-BODY
           WHEN 2
               MOVE 503 TO OUT-STATUS-CODE
               MOVE "Service Unavailable: the alert-profile file is "
                   & "at capacity" TO OUT-BODY
           WHEN 3
               MOVE 409 TO OUT-STATUS-CODE
               MOVE "Conflict: that location's profile belongs to "
                   & "another organisation" TO OUT-BODY
           WHEN OTHER
               MOVE 500 TO OUT-STATUS-CODE
               MOVE "Internal Server Error: could not update the "
                   & "alert-profile file" TO OUT-BODY
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: HANDLE-NOTIFICATION-CHANNEL-POST
      *> PURPOSE: Validate and file one notification channel from the
      *>          POST /admin/notification-channels query parameters:
      *>          a required id, a type NOTIFICATION-DISPATCH knows
      *>          how to format for, a required endpoint URL, a
      *>          target (required for EMAIL, whose NC-TARGET carries
      *>          the recipient) and an optional enabled switch
      *>          (default Y). A newly saved enabled channel is
      *>          test-fired immediately, so a dead endpoint is
      *>          caught at create time instead of during the next
      *>          real alert.
      *> ===============================================================
       HANDLE-NOTIFICATION-CHANNEL-POST.
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-ID
               BY REFERENCE LS-ID-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-ID-PARAM-VALUE) = SPACES
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing id query param"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF

           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-TYPE
               BY REFERENCE LS-TYPE-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-TYPE-PARAM-VALUE) = SPACES
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing type query param"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           EVALUATE FUNCTION TRIM(FUNCTION UPPER-CASE(
                   LS-TYPE-PARAM-VALUE))
           WHEN "WEBHOOK"
           WHEN "CHAT"
           WHEN "NTFY"
           WHEN "EMAIL"
           WHEN "MASTODON"
               CONTINUE
           WHEN OTHER
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: type must be webhook, chat, ntfy, "
                   & "email or mastodon" TO OUT-BODY
               EXIT PARAGRAPH
           END-EVALUATE

           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-ENDPOINT
               BY REFERENCE LS-ENDPOINT-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-ENDPOINT-PARAM-VALUE) = SPACES
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing endpoint query param"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LS-TARGET-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-TARGET
               BY REFERENCE LS-TARGET-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE SPACES TO LS-TARGET-PARAM-VALUE
           END-IF
           IF FUNCTION TRIM(FUNCTION UPPER-CASE(
                   LS-TYPE-PARAM-VALUE)) = "EMAIL"
               AND FUNCTION TRIM(LS-TARGET-PARAM-VALUE) = SPACES
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: an email channel needs target= "
                   & "(the recipient address)" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LS-NC-RECORD
           MOVE LS-ID-PARAM-VALUE TO LS-NC-CHANNEL-ID
           MOVE FUNCTION TRIM(FUNCTION UPPER-CASE(
               LS-TYPE-PARAM-VALUE)) TO LS-NC-TYPE
           MOVE LS-ENDPOINT-PARAM-VALUE TO LS-NC-ENDPOINT
           MOVE LS-TARGET-PARAM-VALUE TO LS-NC-TARGET
           MOVE "Y" TO LS-NC-ENABLED

           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-ENABLED
               BY REFERENCE LS-ENABLED-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               EVALUATE FUNCTION TRIM(FUNCTION UPPER-CASE(
                       LS-ENABLED-PARAM-VALUE))
               WHEN "Y"
                   MOVE "Y" TO LS-NC-ENABLED
               WHEN "N"
                   MOVE "N" TO LS-NC-ENABLED
               WHEN OTHER
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: enabled must be Y or N"
                       TO OUT-BODY
                   EXIT PARAGRAPH
               END-EVALUATE
           END-IF

           PERFORM RESOLVE-RECORD-TENANT
           IF LS-TENANT-OK NOT = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE LS-RECORD-TENANT TO LS-NC-TENANT

           MOVE "CHANNEL" TO LS-CJ-ENTITY
           MOVE LS-NC-CHANNEL-ID TO LS-CJ-ENTITY-ID
           PERFORM CAPTURE-CHANGE-BEFORE
           CALL "NOTIFICATION-CHANNEL-SAVE" USING
               BY REFERENCE LS-NC-RECORD
               RETURNING RETURN-CODE
           EVALUATE RETURN-CODE
           WHEN 0
               PERFORM JOURNAL-ADMIN-CHANGE
           WHEN 4
               MOVE 409 TO OUT-STATUS-CODE
               MOVE "Conflict: that channel id is already in use by "
                   & "another organisation" TO OUT-BODY
               EXIT PARAGRAPH
           WHEN 2
               MOVE 503 TO OUT-STATUS-CODE
               MOVE "Service Unavailable: the notification-channel "
                   & "file is at capacity" TO OUT-BODY
               EXIT PARAGRAPH
           WHEN 3
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: the endpoint names a vault secret "
                   & "that is not set (see /admin/credentials)"
                   TO OUT-BODY
               EXIT PARAGRAPH
           WHEN OTHER
               MOVE 500 TO OUT-STATUS-CODE
               MOVE "Internal Server Error: could not update the "
                   & "notification-channel file" TO OUT-BODY
               EXIT PARAGRAPH
           END-EVALUATE

      *> Test-fire the saved channel so the admin learns right now
      *> whether the endpoint answers; a parked (enabled=N) channel
      *> is left alone.
           MOVE 200 TO OUT-STATUS-CODE
           IF LS-NC-ENABLED = "N"
           THEN
               MOVE "Notification channel saved (disabled, not "
                   & "test-fired)" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           MOVE "Notification channel test" TO LS-NC-TEST-SUBJECT
           MOVE SPACES TO LS-NC-TEST-MESSAGE
           STRING
               "Test delivery for channel "
               FUNCTION TRIM(LS-NC-CHANNEL-ID)
               ", sent when the channel was saved."
               INTO LS-NC-TEST-MESSAGE
           END-STRING
           CALL "NOTIFICATION-DISPATCH-TO-CHANNEL" USING
               BY REFERENCE LS-NC-CHANNEL-ID
               BY REFERENCE LS-NC-TEST-SUBJECT
               BY REFERENCE LS-NC-TEST-MESSAGE
               BY REFERENCE LS-NC-TEST-DELIVERED
               BY REFERENCE LS-NC-TEST-FAILED
           MOVE "NOTIFICATION-DISPATCH" TO LS-AUDIT-UPSTREAM-CALL
           IF LS-NC-TEST-DELIVERED > 0
           THEN
               MOVE "Notification channel saved; test message "
                   & "delivered" TO OUT-BODY
           ELSE
               MOVE "Notification channel saved; test delivery "
                   & "FAILED - check the endpoint" TO OUT-BODY
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: TRIGGER-REQUESTED-JOB
      *> PURPOSE: Validate the /admin/jobs/{name}/run path, queue the
      *>          named batch through JOB-REQUEST-FLAG for the main
      *>          wait loop's next tick, and answer the request - the
      *>          batch's own run record lands in the batch-control
      *>          journal once it actually runs, visible on /status.
      *>          RESTORE, ERASURE, MIGRATE and LOCATION-RENAME are
      *>          filed for a second admin's approval instead (see
      *>          FILE-JOB-APPROVAL-REQUEST). Always leaves the
      *>          program.
      *> ===============================================================
       TRIGGER-REQUESTED-JOB.
           MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
           MOVE SPACES TO LS-JOB-NAME-RAW
           UNSTRING IN-URL(13:)
               DELIMITED BY "/"
               INTO LS-JOB-NAME-RAW LS-JOB-SUFFIX
           END-UNSTRING
           IF FUNCTION TRIM(LS-JOB-SUFFIX) NOT = "run"
           THEN
               MOVE 404 TO OUT-STATUS-CODE
               MOVE "Not Found" TO OUT-BODY
               PERFORM WRITE-AUDIT-LOG-RECORD
               GOBACK
           END-IF

           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LS-JOB-NAME-RAW))
               TO LS-JOB-NAME
           EVALUATE FUNCTION TRIM(LS-JOB-NAME)
           WHEN "PREFETCH"
           WHEN "ALERT"
           WHEN "BULLETIN"
           WHEN "SLA-REPORT"
           WHEN "REPLAY"
           WHEN "MULTI-ZONE"
           WHEN "AF-RECON"
           WHEN "PROVIDER-RECON"
           WHEN "COMPACTION"
           WHEN "ARCHIVE-VERIFY"
           WHEN "CSV-EXPORT"
           WHEN "CANARY"
           WHEN "PUBLISH"
           WHEN "BACKFILL"
           WHEN "USAGE-REPORT"
           WHEN "AUDIT-RETENTION"
           WHEN "SEASON-REPORT"
           WHEN "YOY-REPORT"
           WHEN "SYMPTOM-REPORT"
           WHEN "ACCURACY"
           WHEN "SENSOR-RECON"
           WHEN "CLIMATOLOGY"
           WHEN "STATEMENT"
           WHEN "ERASURE"
           WHEN "BACKUP"
           WHEN "RESTORE"
           WHEN "RANKING"
           WHEN "SOCIAL"
           WHEN "DQ-REPORT"
           WHEN "DEMAND"
           WHEN "DRIFT"
           WHEN "ROSE"
           WHEN "SENSOR-HEARTBEAT"
           WHEN "CO2-ROOM-REPORT"
           WHEN "POLLEN-RECON"
           WHEN "EXCEEDANCE-REPORT"
           WHEN "REVISION-SWEEP"
           WHEN "EPISODE-REPORT"
           WHEN "KEY-EXPIRY"
           WHEN "QUOTA-ADVICE"
           WHEN "COST-ATTRIB"
           WHEN "CAPACITY"
           WHEN "AUDIT-VERIFY"
           WHEN "NEWSLETTER"
           WHEN "MASTODON-REPLY"
           WHEN "MONTHLY-BULLETIN"
           WHEN "OPEN-DATA"
           WHEN "EREPORTING"
           WHEN "TRAFFIC"
           WHEN "ATTRIBUTION"
           WHEN "HEALTH-IMPACT"
           WHEN "SIMULATE"
           WHEN "MIGRATE"
           WHEN "ACCESS-EXPORT"
           WHEN "LOCATION-RENAME"
               CONTINUE
           WHEN OTHER
               MOVE 404 TO OUT-STATUS-CODE
               MOVE "Not Found: unknown job name" TO OUT-BODY
               PERFORM WRITE-AUDIT-LOG-RECORD
               GOBACK
           END-EVALUATE

      *> A restore, an erasure, a migration or a location rename
      *> cannot be undone: the trigger files it for a second admin's
      *> approval instead of queueing it (see JOB-APPROVAL-REGISTRY).
           IF LS-JOB-NAME = "RESTORE"
               OR LS-JOB-NAME = "ERASURE"
               OR LS-JOB-NAME = "MIGRATE"
               OR LS-JOB-NAME = "LOCATION-RENAME"
           THEN
               PERFORM FILE-JOB-APPROVAL-REQUEST
               PERFORM WRITE-AUDIT-LOG-RECORD
               GOBACK
           END-IF

           CALL "REQUEST-JOB-RUN" USING
               BY REFERENCE LS-JOB-NAME
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               MOVE 202 TO OUT-STATUS-CODE
               MOVE "Accepted: job queued for the next loop tick"
                   TO OUT-BODY
           ELSE
               MOVE 503 TO OUT-STATUS-CODE
               MOVE "Service Unavailable: job queue full, retry "
                   & "shortly" TO OUT-BODY
           END-IF
           PERFORM WRITE-AUDIT-LOG-RECORD
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: PARSE-READING-ANNOTATION-KEY
      *> PURPOSE: Fill LS-RA-KEY from the /admin/annotations query
      *>          parameters: archive (atmo, prevair, cams, pollen or
      *>          sensor), date (YYYY-MM-DD), the location - code_zone
      *>          for the Atmo France archive, the unit's id (the
      *>          "sensor" parameter) for our own sensors' archive,
      *>          latitude/longitude otherwise, edited into the same
      *>          label the archives key with -
      *>          and item (the pollutant or species as archived, or
      *>          "*" for the whole day). Any problem leaves
      *>          OUT-STATUS-CODE at 400 with the reason in OUT-BODY.
      *> ===============================================================
       PARSE-READING-ANNOTATION-KEY.
           MOVE 0 TO OUT-STATUS-CODE
           MOVE SPACES TO LS-RA-RECORD
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-ARCHIVE
               BY REFERENCE LS-ARCHIVE-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE SPACES TO LS-ARCHIVE-PARAM-VALUE
           END-IF
           EVALUATE FUNCTION LOWER-CASE(LS-ARCHIVE-PARAM-VALUE)
           WHEN "atmo"
               MOVE "ATMO" TO LS-RA-ARCHIVE
           WHEN "prevair"
               MOVE "PREV" TO LS-RA-ARCHIVE
           WHEN "cams"
               MOVE "CAMS" TO LS-RA-ARCHIVE
           WHEN "pollen"
               MOVE "POLN" TO LS-RA-ARCHIVE
           WHEN "sensor"
               MOVE "SENS" TO LS-RA-ARCHIVE
           WHEN OTHER
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: archive must be atmo, prevair, "
                   & "cams, pollen or sensor" TO OUT-BODY
               EXIT PARAGRAPH
           END-EVALUATE

           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-DATE
               BY REFERENCE LS-DATE-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR LS-DATE-PARAM-VALUE(1:4) IS NOT NUMERIC
               OR LS-DATE-PARAM-VALUE(5:1) NOT = "-"
               OR LS-DATE-PARAM-VALUE(6:2) IS NOT NUMERIC
               OR LS-DATE-PARAM-VALUE(8:1) NOT = "-"
               OR LS-DATE-PARAM-VALUE(9:2) IS NOT NUMERIC
               OR LS-DATE-PARAM-VALUE(11:) NOT = SPACES
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: date must be YYYY-MM-DD" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           MOVE LS-DATE-PARAM-VALUE(1:10) TO LS-RA-DATE-STR

           IF LS-RA-ARCHIVE = "ATMO"
           THEN
               CALL "PARSE-QUERY-PARAM" USING
                   BY VALUE     IN-CONNECTION-PTR
                   BY REFERENCE LS-QUERY-PARAM-CODE-ZONE
                   BY REFERENCE LS-CODE-ZONE
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
                   OR LS-CODE-ZONE IS NOT NUMERIC
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: missing or invalid code_zone"
                       TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
               MOVE LS-CODE-ZONE TO LS-RA-LOCATION
           END-IF
           IF LS-RA-ARCHIVE = "SENS"
           THEN
               CALL "PARSE-QUERY-PARAM" USING
                   BY VALUE     IN-CONNECTION-PTR
                   BY REFERENCE LS-QUERY-PARAM-SENSOR
                   BY REFERENCE LS-SENSOR-PARAM-VALUE
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
                   OR FUNCTION TRIM(LS-SENSOR-PARAM-VALUE) = SPACES
                   OR LS-SENSOR-PARAM-VALUE(17:) NOT = SPACES
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: missing or invalid sensor"
                       TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
               MOVE LS-SENSOR-PARAM-VALUE(1:16) TO LS-RA-LOCATION
           END-IF
           IF LS-RA-ARCHIVE NOT = "ATMO" AND LS-RA-ARCHIVE NOT = "SENS"
           THEN
               CALL "PARSE-NUMERIC-QUERY-PARAM" USING
                   BY VALUE     IN-CONNECTION-PTR
                   BY REFERENCE LS-QUERY-PARAM-LATITUDE
                   BY REFERENCE LS-LATITUDE-DEGREES
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: missing latitude query param"
                       TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
               CALL "PARSE-NUMERIC-QUERY-PARAM" USING
                   BY VALUE     IN-CONNECTION-PTR
                   BY REFERENCE LS-QUERY-PARAM-LONGITUDE
                   BY REFERENCE LS-LONGITUDE-DEGREES
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: missing longitude query param"
                       TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
               MOVE LS-LATITUDE-DEGREES TO LS-LATITUDE-DISPLAY
               MOVE LS-LONGITUDE-DEGREES TO LS-LONGITUDE-DISPLAY
               STRING
                   FUNCTION TRIM(LS-LATITUDE-DISPLAY) ","
                   FUNCTION TRIM(LS-LONGITUDE-DISPLAY)
                   INTO LS-RA-LOCATION
               END-STRING
           END-IF

           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-ITEM
               BY REFERENCE LS-ITEM-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-ITEM-PARAM-VALUE) = SPACES
               OR LS-ITEM-PARAM-VALUE(17:) NOT = SPACES
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing item query param "
                   & "(pollutant, species or *)" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
      *> The pollen archive keeps species names as the provider
      *> spells them; the pollutant archives use the shared
      *> lower-case vocabulary.
           IF LS-RA-ARCHIVE = "POLN"
           THEN
               MOVE LS-ITEM-PARAM-VALUE(1:16) TO LS-RA-ITEM
           ELSE
               MOVE FUNCTION LOWER-CASE(LS-ITEM-PARAM-VALUE(1:16))
                   TO LS-RA-ITEM
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: HANDLE-READING-ANNOTATION-POST
      *> PURPOSE: Validate and save one reading annotation from the
      *>          POST /admin/annotations query parameters: the
      *>          reading's key (see PARSE-READING-ANNOTATION-KEY),
      *>          flag (invalid or suspect), operator and reason, all
      *>          required. Re-posting the same reading replaces its
      *>          annotation, which is how SUSPECT is upgraded to
      *>          INVALID once confirmed.
      *> ===============================================================
       HANDLE-READING-ANNOTATION-POST.
           PERFORM PARSE-READING-ANNOTATION-KEY
           IF OUT-STATUS-CODE = 400
           THEN
               EXIT PARAGRAPH
           END-IF

           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-FLAG
               BY REFERENCE LS-FLAG-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE SPACES TO LS-FLAG-PARAM-VALUE
           END-IF
           EVALUATE FUNCTION LOWER-CASE(LS-FLAG-PARAM-VALUE)
           WHEN "invalid"
               MOVE "INVALID" TO LS-RA-FLAG
           WHEN "suspect"
               MOVE "SUSPECT" TO LS-RA-FLAG
           WHEN OTHER
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: flag must be invalid or suspect"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-EVALUATE

           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-OPERATOR
               BY REFERENCE LS-OPERATOR-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-OPERATOR-PARAM-VALUE) = SPACES
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing operator query param"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           MOVE LS-OPERATOR-PARAM-VALUE(1:32) TO LS-RA-OPERATOR

           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-REASON
               BY REFERENCE LS-REASON-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-REASON-PARAM-VALUE) = SPACES
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing reason query param"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           MOVE LS-REASON-PARAM-VALUE(1:80) TO LS-RA-REASON

           CALL "READING-ANNOTATION-SAVE" USING
               BY REFERENCE LS-RA-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               MOVE 200 TO OUT-STATUS-CODE
               IF LS-RA-FLAG = "INVALID"
               THEN
                   MOVE "Reading marked invalid; it is left out of "
                       & "reports, exports and /history from now on"
                       TO OUT-BODY
               ELSE
                   MOVE "Reading marked suspect; it is footnoted "
                       & "wherever it is used from now on" TO OUT-BODY
               END-IF
           ELSE
               MOVE 500 TO OUT-STATUS-CODE
               MOVE "Internal Server Error: could not save the "
                   & "annotation" TO OUT-BODY
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: HANDLE-FEED-SNAPSHOT-LOOKUP
      *> PURPOSE: GET /admin/feed-snapshots - "what did this feed
      *>          serve for this location at that moment". The feed
      *>          route (route=/air-quality-rss...) and the location
      *>          are given the way the feed request gave them (city,
      *>          locations, dept, latitude/longitude or code_zone);
      *>          "at" is the moment (YYYY-MM-DD[THH:MM[:SS]], a bare
      *>          day meaning its end, default now). Without
      *>          "variant" the answer lists, per request variant, the
      *>          snapshot in force then; with a variant hash from
      *>          that list it is the exact body that was served.
      *> ===============================================================
       HANDLE-FEED-SNAPSHOT-LOOKUP.
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-ROUTE
               BY REFERENCE LS-ROUTE-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR LS-ROUTE-PARAM-VALUE(1:1) NOT = "/"
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing route query param (the "
                   & "feed path, e.g. /air-quality-rss)" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           MOVE LS-ROUTE-PARAM-VALUE TO LS-SNAPSHOT-ROUTE

           IF LS-HAS-CITY = "N" AND LS-HAS-MULTI = "N"
           THEN
               CALL "PARSE-QUERY-PARAM" USING
                   BY VALUE     IN-CONNECTION-PTR
                   BY REFERENCE LS-QUERY-PARAM-DEPT
                   BY REFERENCE LS-DEPT-PARAM-VALUE
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
               THEN
                   MOVE SPACES TO LS-DEPT-PARAM-VALUE
               END-IF
               CALL "PARSE-NUMERIC-QUERY-PARAM" USING
                   BY VALUE     IN-CONNECTION-PTR
                   BY REFERENCE LS-QUERY-PARAM-LATITUDE
                   BY REFERENCE LS-LATITUDE-DEGREES
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
               THEN
                   MOVE 0 TO LS-LATITUDE-DEGREES
               END-IF
               CALL "PARSE-NUMERIC-QUERY-PARAM" USING
                   BY VALUE     IN-CONNECTION-PTR
                   BY REFERENCE LS-QUERY-PARAM-LONGITUDE
                   BY REFERENCE LS-LONGITUDE-DEGREES
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
               THEN
                   MOVE 0 TO LS-LONGITUDE-DEGREES
               END-IF
               CALL "PARSE-QUERY-PARAM" USING
                   BY VALUE     IN-CONNECTION-PTR
                   BY REFERENCE LS-QUERY-PARAM-CODE-ZONE
                   BY REFERENCE LS-CODE-ZONE
                   RETURNING RETURN-CODE
               IF RETURN-CODE = 0 AND LS-CODE-ZONE NOT = SPACES
               THEN
                   MOVE "Y" TO LS-HAS-CODE-ZONE
               END-IF
           END-IF
           PERFORM BUILD-SNAPSHOT-LOCATION

           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-AT
               BY REFERENCE LS-AT-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE SPACES TO LS-AT-PARAM-VALUE
           END-IF
           IF LS-AT-PARAM-VALUE = SPACES
           THEN
               MOVE FUNCTION CURRENT-DATE(1:16) TO LS-SNAPSHOT-AT
           ELSE
               IF LS-AT-PARAM-VALUE(1:4) IS NOT NUMERIC
                   OR LS-AT-PARAM-VALUE(5:1) NOT = "-"
                   OR LS-AT-PARAM-VALUE(6:2) IS NOT NUMERIC
                   OR LS-AT-PARAM-VALUE(8:1) NOT = "-"
                   OR LS-AT-PARAM-VALUE(9:2) IS NOT NUMERIC
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: at must be "
                       & "YYYY-MM-DD[THH:MM[:SS]]" TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
               MOVE "235959" TO LS-SNAPSHOT-AT(9:6)
               MOVE "99" TO LS-SNAPSHOT-AT(15:2)
               STRING LS-AT-PARAM-VALUE(1:4) LS-AT-PARAM-VALUE(6:2)
                   LS-AT-PARAM-VALUE(9:2)
                   DELIMITED BY SIZE INTO LS-SNAPSHOT-AT
               END-STRING
               IF LS-AT-PARAM-VALUE(11:1) = "T"
                   OR (LS-AT-PARAM-VALUE(11:1) = " "
                       AND LS-AT-PARAM-VALUE(12:1) NOT = SPACE)
               THEN
                   IF LS-AT-PARAM-VALUE(12:2) IS NOT NUMERIC
                       OR LS-AT-PARAM-VALUE(14:1) NOT = ":"
                       OR LS-AT-PARAM-VALUE(15:2) IS NOT NUMERIC
                   THEN
                       MOVE 400 TO OUT-STATUS-CODE
                       MOVE "Bad Request: at must be "
                           & "YYYY-MM-DD[THH:MM[:SS]]" TO OUT-BODY
                       EXIT PARAGRAPH
                   END-IF
                   MOVE LS-AT-PARAM-VALUE(12:2)
                       TO LS-SNAPSHOT-AT(9:2)
                   MOVE LS-AT-PARAM-VALUE(15:2)
                       TO LS-SNAPSHOT-AT(11:2)
                   MOVE "59" TO LS-SNAPSHOT-AT(13:2)
                   IF LS-AT-PARAM-VALUE(17:1) = ":"
                       AND LS-AT-PARAM-VALUE(18:2) IS NUMERIC
                   THEN
                       MOVE LS-AT-PARAM-VALUE(18:2)
                           TO LS-SNAPSHOT-AT(13:2)
                   END-IF
               END-IF
           END-IF

           MOVE 0 TO LS-SNAPSHOT-VARIANT-HASH
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-VARIANT
               BY REFERENCE LS-VARIANT-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0 AND LS-VARIANT-PARAM-VALUE NOT = SPACES
           THEN
               IF FUNCTION TRIM(LS-VARIANT-PARAM-VALUE) IS NOT NUMERIC
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: variant must be the number "
                       & "shown in the snapshot listing" TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
               COMPUTE LS-SNAPSHOT-VARIANT-HASH =
                   FUNCTION NUMVAL(LS-VARIANT-PARAM-VALUE)
           END-IF

           CALL "FEED-SNAPSHOT-LOOKUP" USING
               BY REFERENCE LS-SNAPSHOT-ROUTE
               BY REFERENCE LS-SNAPSHOT-LOCATION
               BY REFERENCE LS-SNAPSHOT-AT
               BY REFERENCE LS-SNAPSHOT-VARIANT-HASH
               BY REFERENCE OUT-CONTENT-TYPE
               BY REFERENCE OUT-BODY
               RETURNING RETURN-CODE
           EVALUATE RETURN-CODE
           WHEN 0
               MOVE 200 TO OUT-STATUS-CODE
           WHEN 1
               MOVE 404 TO OUT-STATUS-CODE
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               MOVE SPACES TO OUT-BODY
               STRING "Not Found: " FUNCTION TRIM(LS-SNAPSHOT-ROUTE)
                   " had served nothing for "
                   FUNCTION TRIM(LS-SNAPSHOT-LOCATION)
                   " by then" DELIMITED BY SIZE INTO OUT-BODY
               END-STRING
           WHEN OTHER
               MOVE 500 TO OUT-STATUS-CODE
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               MOVE "Internal Server Error: could not read the feed "
                   & "snapshot archive" TO OUT-BODY
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: PARSE-HISTORY-DATE-RANGE
      *> PURPOSE: Fill LS-FROM-DATE/LS-TO-DATE from the required
      *>          "from"/"to" query parameters of GET /history. Any
      *>          missing parameter, a shape other than YYYY-MM-DD,
      *>          or a range running backwards answers the request
      *>          with a 400 and leaves the program.
      *> ===============================================================
       PARSE-HISTORY-DATE-RANGE.
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-FROM
               BY REFERENCE LS-FROM-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               MOVE "Bad Request: missing from query param"
                   TO OUT-BODY
               PERFORM WRITE-AUDIT-LOG-RECORD
               GOBACK
           END-IF
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-TO
               BY REFERENCE LS-TO-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               MOVE "Bad Request: missing to query param" TO OUT-BODY
               PERFORM WRITE-AUDIT-LOG-RECORD
               GOBACK
           END-IF

           MOVE LS-FROM-PARAM-VALUE(1:10) TO LS-FROM-DATE
           MOVE LS-TO-PARAM-VALUE(1:10) TO LS-TO-DATE
           IF LS-FROM-DATE(1:4) IS NOT NUMERIC
               OR LS-FROM-DATE(5:1) NOT = "-"
               OR LS-FROM-DATE(6:2) IS NOT NUMERIC
               OR LS-FROM-DATE(8:1) NOT = "-"
               OR LS-FROM-DATE(9:2) IS NOT NUMERIC
               OR LS-TO-DATE(1:4) IS NOT NUMERIC
               OR LS-TO-DATE(5:1) NOT = "-"
               OR LS-TO-DATE(6:2) IS NOT NUMERIC
               OR LS-TO-DATE(8:1) NOT = "-"
               OR LS-TO-DATE(9:2) IS NOT NUMERIC
               OR LS-FROM-DATE > LS-TO-DATE
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               MOVE "Bad Request: from/to must be YYYY-MM-DD with "
                   & "from not after to" TO OUT-BODY
               PERFORM WRITE-AUDIT-LOG-RECORD
               GOBACK
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: RESOLVE-SAVED-FEED
      *> PURPOSE: Look the /feed/{name} request's name up in the
      *>          saved-feed registry and rewrite IN-URL to the
      *>          stored route, so the request is dispatched exactly
      *>          as if the subscriber had typed the full URL. An
      *>          unknown (or malformed) name answers 404 and leaves
      *>          the program.
      *> ===============================================================
       RESOLVE-SAVED-FEED.
           MOVE IN-URL(7:) TO LS-SAVED-FEED-NAME
           MOVE 0 TO LS-SLASH-COUNT
           INSPECT LS-SAVED-FEED-NAME
               TALLYING LS-SLASH-COUNT FOR ALL "/"
           IF FUNCTION TRIM(LS-SAVED-FEED-NAME) = SPACES
               OR LS-SLASH-COUNT NOT = 0
           THEN
               MOVE 404 TO OUT-STATUS-CODE
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               MOVE "Not Found" TO OUT-BODY
               PERFORM WRITE-AUDIT-LOG-RECORD
               GOBACK
           END-IF

           CALL "SAVED-FEED-GET" USING
               BY REFERENCE LS-SAVED-FEED-NAME
               BY REFERENCE LS-SF-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 404 TO OUT-STATUS-CODE
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               MOVE "Not Found: unknown feed name" TO OUT-BODY
               PERFORM WRITE-AUDIT-LOG-RECORD
               GOBACK
           END-IF

           MOVE LS-SF-ROUTE TO IN-URL
           MOVE "Y" TO LS-SAVED-FEED.

      *> ===============================================================
      *> PARAGRAPH: APPLY-SAVED-FEED-PARAMS
      *> PURPOSE: Lay the resolved saved-feed record's parameter set
      *>          over whatever the query string carried - the stored
      *>          record always wins, which is what lets a bad stored
      *>          parameter be fixed centrally. Spaces (or 0 for the
      *>          limit) mean the record has no opinion and the
      *>          route's usual default applies.
      *> ===============================================================
       APPLY-SAVED-FEED-PARAMS.
           IF LS-SF-FORMAT NOT = SPACES
           THEN
               MOVE LS-SF-FORMAT TO LS-FORMAT
               EVALUATE LS-FORMAT
               WHEN "RSS2"
                   MOVE C-CONTENT-TYPE-RSS2 TO OUT-CONTENT-TYPE
               WHEN "JSON"
                   MOVE C-CONTENT-TYPE-JSON TO OUT-CONTENT-TYPE
               WHEN OTHER
                   MOVE C-CONTENT-TYPE-ATOM TO OUT-CONTENT-TYPE
               END-EVALUATE
           END-IF
           IF LS-SF-LANG NOT = SPACES
           THEN
               MOVE LS-SF-LANG TO LS-LANG
           END-IF
           IF LS-SF-ICON-STYLE NOT = SPACES
           THEN
               MOVE LS-SF-ICON-STYLE TO LS-ICON-STYLE
           END-IF
           IF LS-SF-UNITS NOT = SPACES
           THEN
               MOVE LS-SF-UNITS TO LS-UNITS
           END-IF
           IF LS-SF-REGION NOT = SPACES
           THEN
               MOVE LS-SF-REGION TO LS-REGION
           END-IF
           IF LS-SF-LIMIT > 0
           THEN
               MOVE LS-SF-LIMIT TO LS-LIMIT
           END-IF

      *> Stored coordinates ride the same flag the city parameter
      *> uses, so every route's own latitude/longitude parsing is
      *> skipped exactly as it is for a geocoded city.
           IF FUNCTION TRIM(LS-SF-LATITUDE-STR) NOT = SPACES
               AND FUNCTION TRIM(LS-SF-LONGITUDE-STR) NOT = SPACES
           THEN
               MOVE FUNCTION NUMVAL(LS-SF-LATITUDE-STR)
                   TO LS-LATITUDE-DEGREES
               MOVE FUNCTION NUMVAL(LS-SF-LONGITUDE-STR)
                   TO LS-LONGITUDE-DEGREES
               MOVE "Y" TO LS-HAS-CITY
           END-IF
           IF FUNCTION TRIM(LS-SF-CODE-ZONE) NOT = SPACES
           THEN
               MOVE LS-SF-CODE-ZONE TO LS-CODE-ZONE
               MOVE "Y" TO LS-SAVED-CODE-ZONE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: APPLY-SUBSCRIBER-PROFILE
      *> PURPOSE: Load the calling key's stored profile (see
      *>          SUBSCRIBER-PROFILE-REGISTRY) into PF-RECORD and lay
      *>          it under the query string: lang, icon and units
      *>          only where the request passed none, the home
      *>          location (or the work one, for ?place=work) only
      *>          where the request names no location of its own and
      *>          is not a saved feed, and the profiled species
      *>          wherever a route's species param is absent. The
      *>          health-guidance audience is set for the request
      *>          either way: SENSITIVE for a flagged subscriber,
      *>          the general public otherwise. With no key, or no
      *>          profile, PF-RECORD stays spaces and nothing changes.
      *> ===============================================================
       APPLY-SUBSCRIBER-PROFILE.
           MOVE SPACES TO PF-RECORD
           MOVE "N" TO LS-PROFILE-FOUND
           MOVE "N" TO LS-PROFILE-LOCATION-APPLIED
           IF FUNCTION TRIM(LS-API-KEY-VALUE) NOT = SPACES
           THEN
               MOVE LS-API-KEY-VALUE TO LS-PROFILE-API-KEY
               CALL "SUBSCRIBER-PROFILE-GET" USING
                   BY REFERENCE LS-PROFILE-API-KEY
                   BY REFERENCE PF-RECORD
                   RETURNING RETURN-CODE
               IF RETURN-CODE = 0
               THEN
                   MOVE "Y" TO LS-PROFILE-FOUND
               END-IF
           END-IF

           MOVE SPACES TO LS-PROFILE-AUDIENCE
           IF PF-SENSITIVE = "Y"
           THEN
               MOVE "SENSITIVE" TO LS-PROFILE-AUDIENCE
           END-IF
           CALL "HEALTH-RECOMMENDATION-AUDIENCE" USING
               BY REFERENCE LS-PROFILE-AUDIENCE

           IF LS-PROFILE-FOUND = "N"
           THEN
               EXIT PARAGRAPH
           END-IF

           IF LS-LANG-PARAM-VALUE = SPACES AND PF-LANG NOT = SPACES
           THEN
               MOVE PF-LANG TO LS-LANG
           END-IF
           IF LS-ICON-PARAM-VALUE = SPACES
               AND PF-ICON-STYLE NOT = SPACES
           THEN
               MOVE PF-ICON-STYLE TO LS-ICON-STYLE
           END-IF
           IF LS-UNITS-PARAM-VALUE = SPACES AND PF-UNITS NOT = SPACES
           THEN
               MOVE PF-UNITS TO LS-UNITS
           END-IF

      *> A city, a locations list, a latitude or a code_zone on the
      *> query string, or a saved feed's own stored location, all
      *> mean the request has already said where it is about.
           IF LS-SAVED-FEED = "Y" OR LS-HAS-CITY = "Y"
               OR LS-HAS-MULTI = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-LATITUDE
               BY REFERENCE LS-PROFILE-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-CODE-ZONE
               BY REFERENCE LS-PROFILE-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LS-PLACE-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-PLACE
               BY REFERENCE LS-PLACE-PARAM-VALUE
               RETURNING RETURN-CODE
           IF FUNCTION TRIM(FUNCTION UPPER-CASE(LS-PLACE-PARAM-VALUE))
                   = "WORK"
           THEN
               MOVE PF-WORK-LATITUDE-STR TO LS-PROFILE-LATITUDE-STR
               MOVE PF-WORK-LONGITUDE-STR TO LS-PROFILE-LONGITUDE-STR
               MOVE PF-WORK-CODE-ZONE TO LS-PROFILE-CODE-ZONE
           ELSE
               MOVE PF-HOME-LATITUDE-STR TO LS-PROFILE-LATITUDE-STR
               MOVE PF-HOME-LONGITUDE-STR TO LS-PROFILE-LONGITUDE-STR
               MOVE PF-HOME-CODE-ZONE TO LS-PROFILE-CODE-ZONE
           END-IF

      *> Profiled coordinates and code_zone ride the same flags a
      *> saved feed's do (see APPLY-SAVED-FEED-PARAMS), so every
      *> route serves them exactly as it would a saved feed.
           IF LS-PROFILE-LATITUDE-STR NOT = SPACES
               AND LS-PROFILE-LONGITUDE-STR NOT = SPACES
           THEN
               MOVE FUNCTION NUMVAL(LS-PROFILE-LATITUDE-STR)
                   TO LS-LATITUDE-DEGREES
               MOVE FUNCTION NUMVAL(LS-PROFILE-LONGITUDE-STR)
                   TO LS-LONGITUDE-DEGREES
               MOVE "Y" TO LS-HAS-CITY
               MOVE "Y" TO LS-PROFILE-LOCATION-APPLIED
           END-IF
           IF LS-PROFILE-CODE-ZONE NOT = SPACES
           THEN
               MOVE LS-PROFILE-CODE-ZONE TO LS-CODE-ZONE
               MOVE "Y" TO LS-SAVED-CODE-ZONE
               MOVE "Y" TO LS-PROFILE-LOCATION-APPLIED
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: SAVE-ONE-SAVED-FEED
      *> PURPOSE: Build and store one saved-feed record from the POST
      *>          /admin/saved-feeds query parameters: a required
      *>          name and route (which must be one of the data
      *>          routes), plus whichever of the usual feed
      *>          parameters the admin supplied - the generic
      *>          parsing above already validated those, so only the
      *>          ones actually present are stored and the rest stay
      *>          as "use the default".
      *> ===============================================================
       SAVE-ONE-SAVED-FEED.
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-NAME
               BY REFERENCE LS-NAME-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-NAME-PARAM-VALUE) = SPACES
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing name query param"
                   TO OUT-BODY
               PERFORM WRITE-AUDIT-LOG-RECORD
               GOBACK
           END-IF
           MOVE 0 TO LS-SLASH-COUNT
           INSPECT LS-NAME-PARAM-VALUE
               TALLYING LS-SLASH-COUNT FOR ALL "/"
           IF LS-SLASH-COUNT NOT = 0
               OR FUNCTION LENGTH(FUNCTION TRIM(LS-NAME-PARAM-VALUE))
                   > 32
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: name must be at most 32 characters "
                   & "with no slashes" TO OUT-BODY
               PERFORM WRITE-AUDIT-LOG-RECORD
               GOBACK
           END-IF

           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-ROUTE
               BY REFERENCE LS-ROUTE-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing route query param"
                   TO OUT-BODY
               PERFORM WRITE-AUDIT-LOG-RECORD
               GOBACK
           END-IF
           EVALUATE FUNCTION TRIM(LS-ROUTE-PARAM-VALUE)
           WHEN "/pollen-rss"
           WHEN "/pollutant-rss/prevair"
           WHEN "/pollutant-rss/prevair/forecast"
           WHEN "/pollutant-rss/atmo-france"
           WHEN "/air-quality-rss"
           WHEN "/air-quality-rss/weekly-summary"
               CONTINUE
           WHEN OTHER
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: route must be one of the data "
                   & "routes" TO OUT-BODY
               PERFORM WRITE-AUDIT-LOG-RECORD
               GOBACK
           END-EVALUATE

           MOVE SPACES TO LS-SF-RECORD
           MOVE 0 TO LS-SF-LIMIT
           MOVE LS-NAME-PARAM-VALUE TO LS-SF-NAME
           MOVE LS-ROUTE-PARAM-VALUE TO LS-SF-ROUTE

           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-LATITUDE
               BY REFERENCE LS-LATITUDE-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               MOVE LS-LATITUDE-PARAM-VALUE TO LS-SF-LATITUDE-STR
           END-IF
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-LONGITUDE
               BY REFERENCE LS-LONGITUDE-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               MOVE LS-LONGITUDE-PARAM-VALUE TO LS-SF-LONGITUDE-STR
           END-IF
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-CODE-ZONE
               BY REFERENCE LS-CODE-ZONE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               IF LS-CODE-ZONE IS NOT NUMERIC
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: invalid code_zone" TO OUT-BODY
                   PERFORM WRITE-AUDIT-LOG-RECORD
                   GOBACK
               END-IF
               MOVE LS-CODE-ZONE TO LS-SF-CODE-ZONE
           END-IF

      *> Only parameters the admin actually passed are stored; the
      *> generic parsing at the top already rejected bad values, so
      *> the normalized copies can be trusted here.
           IF LS-FORMAT-PARAM-VALUE NOT = SPACES
           THEN
               MOVE LS-FORMAT TO LS-SF-FORMAT
           END-IF
           IF LS-LANG-PARAM-VALUE NOT = SPACES
           THEN
               MOVE LS-LANG TO LS-SF-LANG
           END-IF
           IF LS-ICON-PARAM-VALUE NOT = SPACES
           THEN
               MOVE LS-ICON-STYLE TO LS-SF-ICON-STYLE
           END-IF
           IF LS-UNITS-PARAM-VALUE NOT = SPACES
           THEN
               MOVE LS-UNITS TO LS-SF-UNITS
           END-IF
           IF LS-REGION-PARAM-VALUE NOT = SPACES
           THEN
               MOVE LS-REGION TO LS-SF-REGION
           END-IF
           IF LS-LIMIT > 0
           THEN
               MOVE LS-LIMIT TO LS-SF-LIMIT
           END-IF

           PERFORM RESOLVE-RECORD-TENANT
           IF LS-TENANT-OK NOT = "Y"
           THEN
               PERFORM WRITE-AUDIT-LOG-RECORD
               GOBACK
           END-IF
           MOVE LS-RECORD-TENANT TO LS-SF-TENANT

           MOVE "SAVED-FEED" TO LS-CJ-ENTITY
           MOVE LS-SF-NAME TO LS-CJ-ENTITY-ID
           PERFORM CAPTURE-CHANGE-BEFORE
           CALL "SAVED-FEED-ADD" USING
               BY REFERENCE LS-SF-RECORD
               RETURNING RETURN-CODE
           EVALUATE RETURN-CODE
           WHEN 0
               PERFORM JOURNAL-ADMIN-CHANGE
               MOVE 200 TO OUT-STATUS-CODE
               MOVE "Saved feed stored" TO OUT-BODY
           WHEN 2
               MOVE 409 TO OUT-STATUS-CODE
               MOVE "Conflict: that feed name is already in use by "
                   & "another organisation" TO OUT-BODY
           WHEN OTHER
               MOVE 500 TO OUT-STATUS-CODE
               MOVE "Internal Server Error: could not update the "
                   & "saved-feed registry" TO OUT-BODY
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: CAPTURE-CHANGE-BEFORE
      *> PURPOSE: Before an admin write, hold the record it is about
      *>          to touch (LS-CJ-ENTITY, LS-CJ-ENTITY-ID) as it
      *>          stands now, for JOURNAL-ADMIN-CHANGE to file as the
      *>          change's before-image - spaces for a record not yet
      *>          there. An API key named by its leading characters
      *>          is journalled under the whole key.
      *> ===============================================================
       CAPTURE-CHANGE-BEFORE.
           MOVE 0 TO LS-CJ-REVERTS-ID
           PERFORM FETCH-CHANGE-IMAGE
           MOVE LS-CJ-IMAGE TO LS-CJ-BEFORE-IMAGE
           IF LS-CJ-ENTITY = "API-KEY"
               AND LS-CJ-IMAGE NOT = SPACES
           THEN
               MOVE LS-CJ-IMAGE(1:40) TO LS-CJ-ENTITY-ID
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: JOURNAL-ADMIN-CHANGE
      *> PURPOSE: After a successful admin write, file the change in
      *>          the admin change journal (see CHANGE-JOURNAL): the
      *>          record as CAPTURE-CHANGE-BEFORE held it and as it
      *>          stands now, under the owner of the key the request
      *>          carried and the request's correlation id, so the
      *>          audit trail's line for this request and the
      *>          content it changed join up. A write that left the
      *>          record as it was files nothing. A journal that
      *>          cannot be written is logged and the request still
      *>          succeeds - the registry change has been made.
      *> ===============================================================
       JOURNAL-ADMIN-CHANGE.
           PERFORM FETCH-CHANGE-IMAGE
           IF LS-CJ-IMAGE = LS-CJ-BEFORE-IMAGE
           THEN
               MOVE 0 TO LS-CJ-REVERTS-ID
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CJ-RECORD
           MOVE 0 TO CJ-CHANGE-ID
           MOVE LS-API-KEY-OWNER TO CJ-KEY-OWNER
           CALL "CORRELATION-GET" USING
               BY REFERENCE LS-CORRELATION-ID
           MOVE LS-CORRELATION-ID TO CJ-CORRELATION-ID
           MOVE LS-CJ-ENTITY TO CJ-ENTITY
           MOVE LS-CJ-ENTITY-ID TO CJ-ENTITY-ID
           MOVE LS-CJ-REVERTS-ID TO CJ-REVERTS-ID
           MOVE LS-CJ-BEFORE-IMAGE TO CJ-BEFORE-IMAGE
           MOVE LS-CJ-IMAGE TO CJ-AFTER-IMAGE
           CALL "CHANGE-JOURNAL-APPEND" USING
               BY REFERENCE CJ-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Could not journal the admin change to "
                   FUNCTION TRIM(LS-CJ-ENTITY) " "
                   FUNCTION TRIM(LS-CJ-ENTITY-ID(1:32))
                   DELIMITED BY SIZE INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
           END-IF
           MOVE 0 TO LS-CJ-REVERTS-ID.

      *> ===============================================================
      *> PARAGRAPH: FETCH-CHANGE-IMAGE
      *> PURPOSE: The record LS-CJ-ENTITY/LS-CJ-ENTITY-ID names, as
      *>          its registry holds it now, into LS-CJ-IMAGE -
      *>          spaces when the registry holds no such record.
      *> ===============================================================
       FETCH-CHANGE-IMAGE.
           MOVE SPACES TO LS-CJ-IMAGE
           MOVE 1 TO RETURN-CODE
           EVALUATE LS-CJ-ENTITY
           WHEN "WATCHED-LOCATION"
               CALL "WATCHED-LOCATION-GET" USING
                   BY REFERENCE LS-CJ-ENTITY-ID
                   BY REFERENCE LS-CJ-IMAGE
                   RETURNING RETURN-CODE
           WHEN "ALERT-PROFILE"
               CALL "ALERT-PROFILE-GET" USING
                   BY REFERENCE LS-CJ-ENTITY-ID
                   BY REFERENCE LS-CJ-IMAGE
                   RETURNING RETURN-CODE
           WHEN "CHANNEL"
               CALL "NOTIFICATION-CHANNEL-GET" USING
                   BY REFERENCE LS-CJ-ENTITY-ID
                   BY REFERENCE LS-CJ-IMAGE
                   RETURNING RETURN-CODE
           WHEN "SAVED-FEED"
               CALL "SAVED-FEED-GET" USING
                   BY REFERENCE LS-CJ-ENTITY-ID
                   BY REFERENCE LS-CJ-IMAGE
                   RETURNING RETURN-CODE
           WHEN "API-KEY"
               MOVE LS-CJ-ENTITY-ID TO LS-CJ-KEY-REF
               CALL "API-KEY-GET" USING
                   BY REFERENCE LS-CJ-KEY-REF
                   BY REFERENCE LS-CJ-IMAGE
                   RETURNING RETURN-CODE
           WHEN "MAINTENANCE-WINDOW"
               CALL "MAINTENANCE-WINDOW-GET" USING
                   BY REFERENCE LS-CJ-ENTITY-ID
                   BY REFERENCE LS-CJ-IMAGE
                   RETURNING RETURN-CODE
           WHEN "HEALTH-RULE"
               CALL "HEALTH-RULE-GET" USING
                   BY REFERENCE LS-CJ-ENTITY-ID
                   BY REFERENCE LS-CJ-IMAGE
                   RETURNING RETURN-CODE
           WHEN "LOCATION-GROUP"
               CALL "LOCATION-GROUP-GET" USING
                   BY REFERENCE LS-CJ-ENTITY-ID
                   BY REFERENCE LS-CJ-IMAGE
                   RETURNING RETURN-CODE
           WHEN "REPORT-DISTRIBUTION"
               CALL "REPORT-DISTRIBUTION-GET" USING
                   BY REFERENCE LS-CJ-ENTITY-ID
                   BY REFERENCE LS-CJ-IMAGE
                   RETURNING RETURN-CODE
           END-EVALUATE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE SPACES TO LS-CJ-IMAGE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: HANDLE-CHANGE-LIST
      *> PURPOSE: GET /admin/changes[?entity=..][&id=..][&owner=..]
      *>          [&from=YYYY-MM-DD][&to=YYYY-MM-DD][&limit=N]: the
      *>          admin change journal within the caller's tenant
      *>          scope, latest page last (see CHANGE-JOURNAL-LIST).
      *>          entity is one of WATCHED-LOCATION, ALERT-PROFILE,
      *>          CHANNEL, SAVED-FEED, API-KEY, MAINTENANCE-WINDOW,
      *>          HEALTH-RULE, LOCATION-GROUP or REPORT-DISTRIBUTION;
      *>          limit is 1 to 200 (default 20).
      *> ===============================================================
       HANDLE-CHANGE-LIST.
           MOVE SPACES TO LS-CJ-FILTER-ENTITY
           MOVE SPACES TO LS-ENTITY-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-ENTITY
               BY REFERENCE LS-ENTITY-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
               AND FUNCTION TRIM(LS-ENTITY-PARAM-VALUE) NOT = SPACES
           THEN
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(LS-ENTITY-PARAM-VALUE))
                   TO LS-CJ-FILTER-ENTITY
               EVALUATE LS-CJ-FILTER-ENTITY
               WHEN "WATCHED-LOCATION"
               WHEN "ALERT-PROFILE"
               WHEN "CHANNEL"
               WHEN "SAVED-FEED"
               WHEN "API-KEY"
               WHEN "MAINTENANCE-WINDOW"
               WHEN "HEALTH-RULE"
               WHEN "LOCATION-GROUP"
               WHEN "REPORT-DISTRIBUTION"
                   CONTINUE
               WHEN OTHER
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: entity must be WATCHED-LOCATION, "
                       & "ALERT-PROFILE, CHANNEL, SAVED-FEED, API-KEY, "
                       & "MAINTENANCE-WINDOW, HEALTH-RULE, "
                       & "LOCATION-GROUP or REPORT-DISTRIBUTION"
                       TO OUT-BODY
                   EXIT PARAGRAPH
               END-EVALUATE
           END-IF

           MOVE SPACES TO LS-CJ-FILTER-ID
           MOVE SPACES TO LS-ID-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-ID
               BY REFERENCE LS-ID-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               MOVE FUNCTION TRIM(LS-ID-PARAM-VALUE) TO LS-CJ-FILTER-ID
           END-IF

           MOVE SPACES TO LS-CJ-FILTER-OWNER
           MOVE SPACES TO LS-OWNER-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-OWNER
               BY REFERENCE LS-OWNER-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               MOVE FUNCTION TRIM(LS-OWNER-PARAM-VALUE)
                   TO LS-CJ-FILTER-OWNER
           END-IF

           MOVE SPACES TO LS-CJ-FROM-DATE
           MOVE SPACES TO LS-FROM-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-FROM
               BY REFERENCE LS-FROM-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
               AND FUNCTION TRIM(LS-FROM-PARAM-VALUE) NOT = SPACES
           THEN
               MOVE LS-FROM-PARAM-VALUE(1:10) TO LS-FROM-DATE
               IF LS-FROM-DATE(1:4) IS NOT NUMERIC
                   OR LS-FROM-DATE(5:1) NOT = "-"
                   OR LS-FROM-DATE(6:2) IS NOT NUMERIC
                   OR LS-FROM-DATE(8:1) NOT = "-"
                   OR LS-FROM-DATE(9:2) IS NOT NUMERIC
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: from must be YYYY-MM-DD"
                       TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
               STRING LS-FROM-DATE(1:4) LS-FROM-DATE(6:2)
                   LS-FROM-DATE(9:2)
                   DELIMITED BY SIZE INTO LS-CJ-FROM-DATE
               END-STRING
           END-IF

           MOVE SPACES TO LS-CJ-TO-DATE
           MOVE SPACES TO LS-TO-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-TO
               BY REFERENCE LS-TO-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
               AND FUNCTION TRIM(LS-TO-PARAM-VALUE) NOT = SPACES
           THEN
               MOVE LS-TO-PARAM-VALUE(1:10) TO LS-TO-DATE
               IF LS-TO-DATE(1:4) IS NOT NUMERIC
                   OR LS-TO-DATE(5:1) NOT = "-"
                   OR LS-TO-DATE(6:2) IS NOT NUMERIC
                   OR LS-TO-DATE(8:1) NOT = "-"
                   OR LS-TO-DATE(9:2) IS NOT NUMERIC
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: to must be YYYY-MM-DD"
                       TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
               STRING LS-TO-DATE(1:4) LS-TO-DATE(6:2)
                   LS-TO-DATE(9:2)
                   DELIMITED BY SIZE INTO LS-CJ-TO-DATE
               END-STRING
           END-IF

           MOVE 0 TO LS-CJ-LIMIT
           MOVE SPACES TO LS-LIMIT-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-LIMIT
               BY REFERENCE LS-LIMIT-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
               AND FUNCTION TRIM(LS-LIMIT-PARAM-VALUE) NOT = SPACES
           THEN
               IF FUNCTION TRIM(LS-LIMIT-PARAM-VALUE) IS NOT NUMERIC
                   OR FUNCTION LENGTH(
                       FUNCTION TRIM(LS-LIMIT-PARAM-VALUE)) > 3
                   OR FUNCTION NUMVAL(LS-LIMIT-PARAM-VALUE) < 1
                   OR FUNCTION NUMVAL(LS-LIMIT-PARAM-VALUE) > 200
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: limit must be 1 to 200"
                       TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(LS-LIMIT-PARAM-VALUE)
                   TO LS-CJ-LIMIT
           END-IF

           MOVE 200 TO OUT-STATUS-CODE
           CALL "CHANGE-JOURNAL-LIST" USING
               BY REFERENCE LS-TENANT-SCOPE
               BY REFERENCE LS-CJ-FILTER-ENTITY
               BY REFERENCE LS-CJ-FILTER-ID
               BY REFERENCE LS-CJ-FILTER-OWNER
               BY REFERENCE LS-CJ-FROM-DATE
               BY REFERENCE LS-CJ-TO-DATE
               BY REFERENCE LS-CJ-LIMIT
               BY REFERENCE OUT-BODY
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 500 TO OUT-STATUS-CODE
               MOVE "Internal Server Error: could not read the admin "
                   & "change journal" TO OUT-BODY
           ELSE
               IF FUNCTION TRIM(OUT-BODY) = SPACES
               THEN
                   MOVE "(no admin changes)" TO OUT-BODY
               END-IF
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: HANDLE-CHANGE-REVERT
      *> PURPOSE: POST /admin/changes/revert?id=N[&force=Y]: put the
      *>          record change N touched back the way it was before
      *>          it - re-filing the before-image, or removing a
      *>          record the change created - and journal that as a
      *>          change of its own naming N. A record changed again
      *>          since N is refused with 409 (reverting would
      *>          silently undo the later change too) unless force=Y;
      *>          a record already back as it was answers 200 with
      *>          nothing done.
      *> ===============================================================
       HANDLE-CHANGE-REVERT.
           MOVE SPACES TO LS-ID-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-ID
               BY REFERENCE LS-ID-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-ID-PARAM-VALUE) = SPACES
               OR FUNCTION TRIM(LS-ID-PARAM-VALUE) IS NOT NUMERIC
               OR FUNCTION LENGTH(FUNCTION TRIM(LS-ID-PARAM-VALUE)) > 9
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: id must be a change number (see "
                   & "/admin/changes)" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(LS-ID-PARAM-VALUE) TO LS-CJ-CHANGE-ID
           MOVE LS-CJ-CHANGE-ID TO LS-CJ-NUMBER-TEXT

           MOVE SPACES TO LS-FORCE-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-FORCE
               BY REFERENCE LS-FORCE-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE SPACES TO LS-FORCE-PARAM-VALUE
           END-IF

           CALL "CHANGE-JOURNAL-GET" USING
               BY REFERENCE LS-CJ-CHANGE-ID
               BY REFERENCE CJ-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR (LS-TENANT-SCOPE NOT = "*"
                   AND CJ-TENANT NOT = LS-TENANT-SCOPE)
           THEN
               MOVE 404 TO OUT-STATUS-CODE
               MOVE "Not Found: unknown change number" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF

           MOVE CJ-ENTITY TO LS-CJ-ENTITY
           MOVE CJ-ENTITY-ID TO LS-CJ-ENTITY-ID
           MOVE CJ-BEFORE-IMAGE TO LS-CJ-RESTORE-IMAGE
           PERFORM FETCH-CHANGE-IMAGE
           IF LS-CJ-IMAGE = LS-CJ-RESTORE-IMAGE
           THEN
               MOVE 200 TO OUT-STATUS-CODE
               MOVE SPACES TO OUT-BODY
               STRING
                   "Nothing to do: the record already stands as it "
                   "did before change #"
                   FUNCTION TRIM(LS-CJ-NUMBER-TEXT)
                   DELIMITED BY SIZE INTO OUT-BODY
               END-STRING
               EXIT PARAGRAPH
           END-IF
           IF LS-CJ-IMAGE NOT = CJ-AFTER-IMAGE
               AND FUNCTION UPPER-CASE(
                   FUNCTION TRIM(LS-FORCE-PARAM-VALUE)) NOT = "Y"
           THEN
               MOVE 409 TO OUT-STATUS-CODE
               MOVE SPACES TO OUT-BODY
               STRING
                   "Conflict: the record has changed again since "
                   "change #" FUNCTION TRIM(LS-CJ-NUMBER-TEXT)
                   "; see /admin/changes, or pass force=Y to put it "
                   "back anyway"
                   DELIMITED BY SIZE INTO OUT-BODY
               END-STRING
               EXIT PARAGRAPH
           END-IF

           MOVE LS-CJ-IMAGE TO LS-CJ-BEFORE-IMAGE
           PERFORM RESTORE-CHANGE-IMAGE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 500 TO OUT-STATUS-CODE
               MOVE "Internal Server Error: could not put the record "
                   & "back" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           MOVE LS-CJ-CHANGE-ID TO LS-CJ-REVERTS-ID
           PERFORM JOURNAL-ADMIN-CHANGE

           MOVE 200 TO OUT-STATUS-CODE
           MOVE SPACES TO OUT-BODY
           IF LS-CJ-ENTITY = "API-KEY"
           THEN
               STRING
                   "Change #" FUNCTION TRIM(LS-CJ-NUMBER-TEXT)
                   " reverted: API-KEY " LS-CJ-ENTITY-ID(1:8) "..."
                   DELIMITED BY SIZE INTO OUT-BODY
               END-STRING
           ELSE
               STRING
                   "Change #" FUNCTION TRIM(LS-CJ-NUMBER-TEXT)
                   " reverted: " FUNCTION TRIM(LS-CJ-ENTITY) " "
                   FUNCTION TRIM(LS-CJ-ENTITY-ID)
                   DELIMITED BY SIZE INTO OUT-BODY
               END-STRING
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: RESTORE-CHANGE-IMAGE
      *> PURPOSE: File LS-CJ-RESTORE-IMAGE back into LS-CJ-ENTITY's
      *>          registry - or, when it is spaces, remove the record
      *>          LS-CJ-ENTITY-ID names, whichever tenant holds it
      *>          (the journal record already passed the caller's
      *>          scope). A channel removed this way loses its
      *>          signing secrets, as on DELETE. RETURN-CODE 0 on
      *>          success.
      *> ===============================================================
       RESTORE-CHANGE-IMAGE.
           MOVE 1 TO RETURN-CODE
           EVALUATE LS-CJ-ENTITY
           WHEN "WATCHED-LOCATION"
               IF LS-CJ-RESTORE-IMAGE = SPACES
               THEN
                   CALL "WATCHED-LOCATION-REMOVE" USING
                       BY REFERENCE LS-CJ-ENTITY-ID
                       BY REFERENCE LS-CJ-ALL-TENANTS
                       RETURNING RETURN-CODE
               ELSE
                   CALL "WATCHED-LOCATION-ADD" USING
                       BY REFERENCE LS-CJ-RESTORE-IMAGE
                       RETURNING RETURN-CODE
               END-IF
           WHEN "ALERT-PROFILE"
               IF LS-CJ-RESTORE-IMAGE = SPACES
               THEN
                   CALL "ALERT-PROFILE-REMOVE" USING
                       BY REFERENCE LS-CJ-ENTITY-ID
                       BY REFERENCE LS-CJ-ALL-TENANTS
                       RETURNING RETURN-CODE
               ELSE
                   CALL "ALERT-PROFILE-SAVE" USING
                       BY REFERENCE LS-CJ-RESTORE-IMAGE
                       RETURNING RETURN-CODE
               END-IF
           WHEN "CHANNEL"
               IF LS-CJ-RESTORE-IMAGE = SPACES
               THEN
                   CALL "NOTIFICATION-CHANNEL-REMOVE" USING
                       BY REFERENCE LS-CJ-ENTITY-ID
                       BY REFERENCE LS-CJ-ALL-TENANTS
                       RETURNING RETURN-CODE
                   IF RETURN-CODE = 0
                   THEN
                       CALL "CHANNEL-SECRET-REMOVE" USING
                           BY REFERENCE LS-CJ-ENTITY-ID
                       MOVE 0 TO RETURN-CODE
                   END-IF
               ELSE
                   CALL "NOTIFICATION-CHANNEL-SAVE" USING
                       BY REFERENCE LS-CJ-RESTORE-IMAGE
                       RETURNING RETURN-CODE
               END-IF
           WHEN "SAVED-FEED"
               IF LS-CJ-RESTORE-IMAGE = SPACES
               THEN
                   CALL "SAVED-FEED-REMOVE" USING
                       BY REFERENCE LS-CJ-ENTITY-ID
                       BY REFERENCE LS-CJ-ALL-TENANTS
                       RETURNING RETURN-CODE
               ELSE
                   CALL "SAVED-FEED-ADD" USING
                       BY REFERENCE LS-CJ-RESTORE-IMAGE
                       RETURNING RETURN-CODE
               END-IF
           WHEN "API-KEY"
               MOVE LS-CJ-ENTITY-ID TO LS-CJ-KEY-REF
               CALL "API-KEY-RESTORE" USING
                   BY REFERENCE LS-CJ-KEY-REF
                   BY REFERENCE LS-CJ-RESTORE-IMAGE
                   RETURNING RETURN-CODE
           WHEN "MAINTENANCE-WINDOW"
               IF LS-CJ-RESTORE-IMAGE = SPACES
               THEN
                   CALL "MAINTENANCE-WINDOW-REMOVE" USING
                       BY REFERENCE LS-CJ-ENTITY-ID
                       RETURNING RETURN-CODE
               ELSE
                   CALL "MAINTENANCE-WINDOW-SAVE" USING
                       BY REFERENCE LS-CJ-RESTORE-IMAGE
                       RETURNING RETURN-CODE
               END-IF
           WHEN "HEALTH-RULE"
               IF LS-CJ-RESTORE-IMAGE = SPACES
               THEN
                   CALL "HEALTH-RULE-REMOVE" USING
                       BY REFERENCE LS-CJ-ENTITY-ID
                       RETURNING RETURN-CODE
               ELSE
                   CALL "HEALTH-RULE-SAVE" USING
                       BY REFERENCE LS-CJ-RESTORE-IMAGE
                       RETURNING RETURN-CODE
               END-IF
           WHEN "LOCATION-GROUP"
               IF LS-CJ-RESTORE-IMAGE = SPACES
               THEN
                   CALL "LOCATION-GROUP-DELETE" USING
                       BY REFERENCE LS-CJ-ENTITY-ID
                       BY REFERENCE LS-CJ-ALL-TENANTS
                       RETURNING RETURN-CODE
               ELSE
                   CALL "LOCATION-GROUP-PUT" USING
                       BY REFERENCE LS-CJ-RESTORE-IMAGE
                       RETURNING RETURN-CODE
               END-IF
           WHEN "REPORT-DISTRIBUTION"
               IF LS-CJ-RESTORE-IMAGE = SPACES
               THEN
                   CALL "REPORT-DISTRIBUTION-DELETE" USING
                       BY REFERENCE LS-CJ-ENTITY-ID
                       RETURNING RETURN-CODE
               ELSE
                   CALL "REPORT-DISTRIBUTION-PUT" USING
                       BY REFERENCE LS-CJ-RESTORE-IMAGE
                       RETURNING RETURN-CODE
               END-IF
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: PARSE-MAINTENANCE-WINDOW-KEY
      *> PURPOSE: The target and start query params of the
      *>          /admin/maintenance-windows routes into MW-RECORD
      *>          (the rest of it cleared): target is a provider
      *>          (POLLEN, PREVAIR, ATMO-FRANCE, CAMS), a route path
      *>          or ALL, start is local time as YYYYMMDDHHMM. A
      *>          missing or malformed one sets a 400 response.
      *> ===============================================================
       PARSE-MAINTENANCE-WINDOW-KEY.
           MOVE 0 TO OUT-STATUS-CODE
           MOVE SPACES TO MW-RECORD
           MOVE SPACES TO LS-TARGET-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-TARGET
               BY REFERENCE LS-TARGET-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-TARGET-PARAM-VALUE) = SPACES
               OR FUNCTION LENGTH(
                   FUNCTION TRIM(LS-TARGET-PARAM-VALUE)) > 40
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: target must be a provider, a "
                   & "route path or ALL" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           IF LS-TARGET-PARAM-VALUE(1:1) = "/"
           THEN
               MOVE FUNCTION TRIM(LS-TARGET-PARAM-VALUE) TO MW-TARGET
           ELSE
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(LS-TARGET-PARAM-VALUE)) TO MW-TARGET
           END-IF

           MOVE SPACES TO LS-ADMIN-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-START
               BY REFERENCE LS-ADMIN-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR LS-ADMIN-PARAM-VALUE(1:12) IS NOT NUMERIC
               OR LS-ADMIN-PARAM-VALUE(13:) NOT = SPACES
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: start must be YYYYMMDDHHMM"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           MOVE LS-ADMIN-PARAM-VALUE(1:12) TO MW-START-TS.

      *> ===============================================================
      *> PARAGRAPH: HANDLE-MAINTENANCE-WINDOW-POST
      *> PURPOSE: POST /admin/maintenance-windows?target=..
      *>          &start=YYYYMMDDHHMM&end=YYYYMMDDHHMM[&notice=..]:
      *>          file one planned window (replacing the window with
      *>          the same target and start) in the calendar the
      *>          routes and batches consult (see
      *>          MAINTENANCE-WINDOW-SERVICE).
      *> ===============================================================
       HANDLE-MAINTENANCE-WINDOW-POST.
           PERFORM PARSE-MAINTENANCE-WINDOW-KEY
           IF OUT-STATUS-CODE = 400
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LS-ADMIN-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-END
               BY REFERENCE LS-ADMIN-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR LS-ADMIN-PARAM-VALUE(1:12) IS NOT NUMERIC
               OR LS-ADMIN-PARAM-VALUE(13:) NOT = SPACES
               OR LS-ADMIN-PARAM-VALUE(1:12) NOT > MW-START-TS
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: end must be YYYYMMDDHHMM, after "
                   & "start" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           MOVE LS-ADMIN-PARAM-VALUE(1:12) TO MW-END-TS

           MOVE SPACES TO LS-ADMIN-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-NOTICE
               BY REFERENCE LS-ADMIN-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               MOVE LS-ADMIN-PARAM-VALUE TO MW-NOTICE
           END-IF

           MOVE "MAINTENANCE-WINDOW" TO LS-CJ-ENTITY
           MOVE MW-RECORD TO LS-CJ-ENTITY-ID
           PERFORM CAPTURE-CHANGE-BEFORE
           CALL "MAINTENANCE-WINDOW-SAVE" USING
               BY REFERENCE MW-RECORD
               RETURNING RETURN-CODE
           EVALUATE RETURN-CODE
           WHEN 0
               PERFORM JOURNAL-ADMIN-CHANGE
               MOVE 200 TO OUT-STATUS-CODE
               MOVE "Maintenance window saved" TO OUT-BODY
           WHEN 2
               MOVE 503 TO OUT-STATUS-CODE
               MOVE "Service Unavailable: the maintenance-window "
                   & "calendar is at capacity" TO OUT-BODY
           WHEN OTHER
               MOVE 500 TO OUT-STATUS-CODE
               MOVE "Internal Server Error: could not update the "
                   & "maintenance-window calendar" TO OUT-BODY
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: PARSE-HEALTH-RULE-KEY
      *> PURPOSE: The item, low, audience and lang query params of
      *>          the /admin/health-rules routes into HR-RECORD (the
      *>          rest of it cleared): item as the feeds name it
      *>          ("*" for any), the range's lower level, audience
      *>          GENERAL (default), SENSITIVE, SCHOOL, CRECHE,
      *>          CAREHOME or HOSPITAL, and lang FR (default) or EN.
      *>          A missing or malformed one sets a 400 response.
      *> ===============================================================
       PARSE-HEALTH-RULE-KEY.
           MOVE 0 TO OUT-STATUS-CODE
           MOVE SPACES TO HR-RECORD
           MOVE SPACES TO LS-ITEM-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-ITEM
               BY REFERENCE LS-ITEM-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-ITEM-PARAM-VALUE) = SPACES
               OR FUNCTION LENGTH(
                   FUNCTION TRIM(LS-ITEM-PARAM-VALUE)) > 16
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing item query param"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(LS-ITEM-PARAM-VALUE) TO HR-ITEM-NAME

           MOVE SPACES TO LS-ADMIN-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-LOW
               BY REFERENCE LS-ADMIN-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-ADMIN-PARAM-VALUE) = SPACES
               OR FUNCTION TRIM(LS-ADMIN-PARAM-VALUE) IS NOT NUMERIC
               OR FUNCTION LENGTH(
                   FUNCTION TRIM(LS-ADMIN-PARAM-VALUE)) > 2
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: low must be a level, 0 to 99"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(LS-ADMIN-PARAM-VALUE) TO HR-LEVEL-LOW

           MOVE "GENERAL" TO HR-AUDIENCE
           MOVE SPACES TO LS-ADMIN-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-AUDIENCE
               BY REFERENCE LS-ADMIN-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
               AND FUNCTION TRIM(LS-ADMIN-PARAM-VALUE) NOT = SPACES
           THEN
               EVALUATE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(LS-ADMIN-PARAM-VALUE))
               WHEN "GENERAL"
               WHEN "SENSITIVE"
               WHEN "SCHOOL"
               WHEN "CRECHE"
               WHEN "CAREHOME"
               WHEN "HOSPITAL"
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(LS-ADMIN-PARAM-VALUE))
                       TO HR-AUDIENCE
               WHEN OTHER
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: audience must be GENERAL, "
                       & "SENSITIVE, SCHOOL, CRECHE, CAREHOME or "
                       & "HOSPITAL" TO OUT-BODY
                   EXIT PARAGRAPH
               END-EVALUATE
           END-IF

           MOVE "FR" TO HR-LANG
           MOVE SPACES TO LS-LANG-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-LANG
               BY REFERENCE LS-LANG-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
               AND FUNCTION TRIM(LS-LANG-PARAM-VALUE) NOT = SPACES
           THEN
               EVALUATE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(LS-LANG-PARAM-VALUE))
               WHEN "FR"
               WHEN "EN"
                   MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(LS-LANG-PARAM-VALUE)) TO HR-LANG
               WHEN OTHER
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: lang must be FR or EN"
                       TO OUT-BODY
                   EXIT PARAGRAPH
               END-EVALUATE
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: SET-HEALTH-RULE-ENTITY-ID
      *> PURPOSE: HR-RECORD's rule key - item, lower level, audience,
      *>          language, as HEALTH-RULE-REGISTRY names a rule -
      *>          into LS-CJ-ENTITY-ID.
      *> ===============================================================
       SET-HEALTH-RULE-ENTITY-ID.
           MOVE SPACES TO LS-CJ-ENTITY-ID
           STRING
               HR-ITEM-NAME HR-LEVEL-LOW HR-AUDIENCE HR-LANG
               DELIMITED BY SIZE INTO LS-CJ-ENTITY-ID
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: HANDLE-HEALTH-RULE-POST
      *> PURPOSE: POST /admin/health-rules?item=..&low=N[&high=N]
      *>          [&audience=..][&lang=..]&text=..: file one guidance
      *>          rule (replacing the rule with the same item, lower
      *>          level, audience and language); the feeds pick it
      *>          up on their next request (see
      *>          HEALTH-RECOMMENDATION). high defaults to low.
      *> ===============================================================
       HANDLE-HEALTH-RULE-POST.
           PERFORM PARSE-HEALTH-RULE-KEY
           IF OUT-STATUS-CODE = 400
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE HR-LEVEL-LOW TO HR-LEVEL-HIGH
           MOVE SPACES TO LS-ADMIN-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-HIGH
               BY REFERENCE LS-ADMIN-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
               AND FUNCTION TRIM(LS-ADMIN-PARAM-VALUE) NOT = SPACES
           THEN
               IF FUNCTION TRIM(LS-ADMIN-PARAM-VALUE) IS NOT NUMERIC
                   OR FUNCTION LENGTH(
                       FUNCTION TRIM(LS-ADMIN-PARAM-VALUE)) > 2
                   OR FUNCTION NUMVAL(LS-ADMIN-PARAM-VALUE)
                       < HR-LEVEL-LOW
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: high must be a level, not "
                       & "below low" TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(LS-ADMIN-PARAM-VALUE)
                   TO HR-LEVEL-HIGH
           END-IF

           MOVE SPACES TO LS-ADMIN-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-TEXT
               BY REFERENCE LS-ADMIN-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-ADMIN-PARAM-VALUE) = SPACES
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing text query param"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           MOVE LS-ADMIN-PARAM-VALUE TO HR-TEXT

           MOVE "HEALTH-RULE" TO LS-CJ-ENTITY
           PERFORM SET-HEALTH-RULE-ENTITY-ID
           PERFORM CAPTURE-CHANGE-BEFORE
           CALL "HEALTH-RULE-SAVE" USING
               BY REFERENCE HR-RECORD
               RETURNING RETURN-CODE
           EVALUATE RETURN-CODE
           WHEN 0
               PERFORM JOURNAL-ADMIN-CHANGE
               MOVE 200 TO OUT-STATUS-CODE
               MOVE "Health recommendation rule saved" TO OUT-BODY
           WHEN 2
               MOVE 503 TO OUT-STATUS-CODE
               MOVE "Service Unavailable: the health recommendation "
                   & "rules file is at capacity" TO OUT-BODY
           WHEN OTHER
               MOVE 500 TO OUT-STATUS-CODE
               MOVE "Internal Server Error: could not update the "
                   & "health recommendation rules" TO OUT-BODY
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: FILE-JOB-APPROVAL-REQUEST
      *> PURPOSE: POST /admin/jobs/{restore|erasure|migrate|
      *>          location-rename}/run: file the job for a second
      *>          admin's approval with the parameters it is to run
      *>          with, instead of queueing it - a restore names
      *>          set=YYYYMMDD (and optionally one file=), an erasure
      *>          the key= to erase (and optionally lookback_days=),
      *>          a migration the file= to migrate, a location rename
      *>          the from= id and the to= id (a new id renames, an
      *>          existing one merges). A location rename is counted
      *>          first and the count shown to both admins; with
      *>          dry_run=Y it is only counted, not filed (200).
      *>          Answers 202 with the request number the approver
      *>          names, 409 when the job already has an open
      *>          request. Four eyes need two keys to tell apart: on
      *>          a deployment with no key registry these jobs
      *>          answer 403.
      *> ===============================================================
       FILE-JOB-APPROVAL-REQUEST.
           IF LS-API-KEY-ROLE = SPACES
           THEN
               MOVE 403 TO OUT-STATUS-CODE
               MOVE "Forbidden: this job needs a second admin's "
                   & "approval, which needs the API key registry to "
                   & "tell two admins apart" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO JA-RECORD
           MOVE 0 TO JA-REQUEST-ID
           MOVE 0 TO JA-EXPIRES-SECONDS
           MOVE LS-JOB-NAME TO JA-JOB-NAME
           EVALUATE LS-JOB-NAME
           WHEN "RESTORE"
               MOVE SPACES TO LS-ADMIN-PARAM-VALUE
               CALL "PARSE-QUERY-PARAM" USING
                   BY VALUE     IN-CONNECTION-PTR
                   BY REFERENCE LS-QUERY-PARAM-SET
                   BY REFERENCE LS-ADMIN-PARAM-VALUE
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
                   OR FUNCTION TRIM(LS-ADMIN-PARAM-VALUE) = SPACES
                   OR FUNCTION LENGTH(
                       FUNCTION TRIM(LS-ADMIN-PARAM-VALUE)) NOT = 8
                   OR FUNCTION TRIM(LS-ADMIN-PARAM-VALUE)
                       IS NOT NUMERIC
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: a restore needs set=YYYYMMDD, "
                       & "the backup set to restore from" TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
               MOVE "AQRSS_RESTORE_SET" TO JA-PARAM-NAME-1
               MOVE FUNCTION TRIM(LS-ADMIN-PARAM-VALUE)
                   TO JA-PARAM-VALUE-1
               MOVE SPACES TO LS-ADMIN-PARAM-VALUE
               CALL "PARSE-QUERY-PARAM" USING
                   BY VALUE     IN-CONNECTION-PTR
                   BY REFERENCE LS-QUERY-PARAM-FILE
                   BY REFERENCE LS-ADMIN-PARAM-VALUE
                   RETURNING RETURN-CODE
               IF RETURN-CODE = 0
                   AND FUNCTION TRIM(LS-ADMIN-PARAM-VALUE) NOT = SPACES
               THEN
                   IF FUNCTION LENGTH(
                       FUNCTION TRIM(LS-ADMIN-PARAM-VALUE)) > 40
                   THEN
                       MOVE 400 TO OUT-STATUS-CODE
                       MOVE "Bad Request: file must be a name from "
                           & "the backup list, at most 40 characters"
                           TO OUT-BODY
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "AQRSS_RESTORE_FILE" TO JA-PARAM-NAME-2
                   MOVE FUNCTION TRIM(LS-ADMIN-PARAM-VALUE)
                       TO JA-PARAM-VALUE-2
               END-IF
           WHEN "ERASURE"
               MOVE SPACES TO LS-KEY-PARAM-VALUE
               CALL "PARSE-QUERY-PARAM" USING
                   BY VALUE     IN-CONNECTION-PTR
                   BY REFERENCE LS-QUERY-PARAM-KEY
                   BY REFERENCE LS-KEY-PARAM-VALUE
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
                   OR FUNCTION TRIM(LS-KEY-PARAM-VALUE) = SPACES
                   OR FUNCTION LENGTH(
                       FUNCTION TRIM(LS-KEY-PARAM-VALUE)) > 40
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: an erasure needs key=, the "
                       & "whole API key to erase" TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
               MOVE "AQRSS_ERASE_API_KEY" TO JA-PARAM-NAME-1
               MOVE FUNCTION TRIM(LS-KEY-PARAM-VALUE)
                   TO JA-PARAM-VALUE-1
               MOVE SPACES TO LS-ADMIN-PARAM-VALUE
               CALL "PARSE-QUERY-PARAM" USING
                   BY VALUE     IN-CONNECTION-PTR
                   BY REFERENCE LS-QUERY-PARAM-LOOKBACK
                   BY REFERENCE LS-ADMIN-PARAM-VALUE
                   RETURNING RETURN-CODE
               IF RETURN-CODE = 0
                   AND FUNCTION TRIM(LS-ADMIN-PARAM-VALUE) NOT = SPACES
               THEN
                   IF FUNCTION TRIM(LS-ADMIN-PARAM-VALUE)
                           IS NOT NUMERIC
                       OR FUNCTION LENGTH(
                           FUNCTION TRIM(LS-ADMIN-PARAM-VALUE)) > 4
                   THEN
                       MOVE 400 TO OUT-STATUS-CODE
                       MOVE "Bad Request: lookback_days must be a "
                           & "number of days, at most 9999" TO OUT-BODY
                       EXIT PARAGRAPH
                   END-IF
                   MOVE "AQRSS_ERASURE_LOOKBACK_DAYS"
                       TO JA-PARAM-NAME-2
                   MOVE FUNCTION TRIM(LS-ADMIN-PARAM-VALUE)
                       TO JA-PARAM-VALUE-2
               END-IF
           WHEN "MIGRATE"
               MOVE SPACES TO LS-ADMIN-PARAM-VALUE
               CALL "PARSE-QUERY-PARAM" USING
                   BY VALUE     IN-CONNECTION-PTR
                   BY REFERENCE LS-QUERY-PARAM-FILE
                   BY REFERENCE LS-ADMIN-PARAM-VALUE
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
                   OR FUNCTION TRIM(LS-ADMIN-PARAM-VALUE) = SPACES
                   OR FUNCTION LENGTH(
                       FUNCTION TRIM(LS-ADMIN-PARAM-VALUE)) > 40
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: a migration needs file=, the "
                       & "registry file to migrate" TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
               MOVE "AQRSS_MIGRATE_FILE" TO JA-PARAM-NAME-1
               MOVE FUNCTION TRIM(LS-ADMIN-PARAM-VALUE)
                   TO JA-PARAM-VALUE-1
           WHEN "LOCATION-RENAME"
               PERFORM COUNT-LOCATION-RENAME
               IF OUT-STATUS-CODE NOT = 0
               THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE "AQRSS_RELOCATE_FROM" TO JA-PARAM-NAME-1
               MOVE LS-RELOCATE-FROM TO JA-PARAM-VALUE-1
               MOVE "AQRSS_RELOCATE_TO" TO JA-PARAM-NAME-2
               MOVE LS-RELOCATE-TO TO JA-PARAM-VALUE-2
           END-EVALUATE

           MOVE LS-API-KEY-OWNER TO JA-REQUESTED-BY
           MOVE LS-API-KEY-VALUE(1:40) TO JA-REQUESTER-KEY
           CALL "CORRELATION-GET" USING
               BY REFERENCE LS-CORRELATION-ID
           MOVE LS-CORRELATION-ID TO JA-CORRELATION-ID
           CALL "JOB-APPROVAL-FILE" USING
               BY REFERENCE JA-RECORD
               RETURNING RETURN-CODE
           MOVE JA-REQUEST-ID TO LS-JA-NUMBER-TEXT
           MOVE SPACES TO OUT-BODY
           EVALUATE RETURN-CODE
           WHEN 0
               MOVE 202 TO OUT-STATUS-CODE
               STRING
                   "Accepted: awaiting approval as request #"
                   FUNCTION TRIM(LS-JA-NUMBER-TEXT)
                   " - a different admin key approves it with POST "
                   "/admin/job-approvals/approve?id="
                   FUNCTION TRIM(LS-JA-NUMBER-TEXT)
                   DELIMITED BY SIZE INTO OUT-BODY
               END-STRING
               IF LS-JOB-NAME = "LOCATION-RENAME"
               THEN
                   PERFORM APPEND-RELOCATE-SUMMARY
               END-IF
           WHEN 2
               MOVE 409 TO OUT-STATUS-CODE
               STRING
                   "Conflict: request #"
                   FUNCTION TRIM(LS-JA-NUMBER-TEXT) " for this job "
                   "is still open (" FUNCTION TRIM(JA-STATUS)
                   "); approve or reject it first (see "
                   "/admin/job-approvals)"
                   DELIMITED BY SIZE INTO OUT-BODY
               END-STRING
           WHEN OTHER
               MOVE 500 TO OUT-STATUS-CODE
               MOVE "Internal Server Error: could not file the "
                   & "approval request" TO OUT-BODY
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: COUNT-LOCATION-RENAME
      *> PURPOSE: Read from= and to= and take the dry-run count of
      *>          moving the one watched location onto the other
      *>          (see LOCATION-RENAME-RUN, which also journals the
      *>          count). Leaves OUT-STATUS-CODE at 0 when the rename
      *>          is to be filed; otherwise it holds the answer - 400
      *>          for bad ids, 404 for a from= id nobody watches, 409
      *>          for a to= id that is not this entry's to merge
      *>          into, 500 for an unreadable registry, 200 with the
      *>          count for dry_run=Y.
      *> ===============================================================
       COUNT-LOCATION-RENAME.
           MOVE 0 TO OUT-STATUS-CODE
           MOVE SPACES TO LS-ADMIN-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-FROM
               BY REFERENCE LS-ADMIN-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-ADMIN-PARAM-VALUE) = SPACES
               OR FUNCTION LENGTH(
                   FUNCTION TRIM(LS-ADMIN-PARAM-VALUE)) > 8
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: a location rename needs from=, the "
                   & "watched location id to move (at most 8 "
                   & "characters)" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(LS-ADMIN-PARAM-VALUE) TO LS-RELOCATE-FROM
           MOVE SPACES TO LS-ADMIN-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-TO
               BY REFERENCE LS-ADMIN-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-ADMIN-PARAM-VALUE) = SPACES
               OR FUNCTION LENGTH(
                   FUNCTION TRIM(LS-ADMIN-PARAM-VALUE)) > 8
               OR LS-ADMIN-PARAM-VALUE(1:1) = "@"
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: a location rename needs to=, the "
                   & "new id or the watched location to merge into "
                   & "(at most 8 characters, not starting with @)"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(LS-ADMIN-PARAM-VALUE) TO LS-RELOCATE-TO
           IF LS-RELOCATE-TO = LS-RELOCATE-FROM
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: from= and to= name the same "
                   & "location" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO LS-RELOCATE-APPLY
           CALL "LOCATION-RENAME-RUN" USING
               BY REFERENCE LS-RELOCATE-FROM
               BY REFERENCE LS-RELOCATE-TO
               BY REFERENCE LS-RELOCATE-APPLY
               BY REFERENCE LRC-COUNTS-GRP
               BY REFERENCE LS-RELOCATE-SUMMARY
               RETURNING RETURN-CODE
           MOVE RETURN-CODE TO LS-RELOCATE-RESULT
           EVALUATE LS-RELOCATE-RESULT
           WHEN 1
               MOVE 404 TO OUT-STATUS-CODE
               MOVE "Not Found: from= is not a watched location"
                   TO OUT-BODY
               EXIT PARAGRAPH
           WHEN 2
               MOVE 409 TO OUT-STATUS-CODE
               MOVE "Conflict: to= is another tenant's location, or "
                   & "of another kind - a zone and a lat/long "
                   & "location cannot be merged" TO OUT-BODY
               EXIT PARAGRAPH
           WHEN 3
               MOVE 500 TO OUT-STATUS-CODE
               MOVE "Internal Server Error: could not read the "
                   & "watched-location registry" TO OUT-BODY
               EXIT PARAGRAPH
           END-EVALUATE

           MOVE SPACES TO LS-ADMIN-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-DRY-RUN
               BY REFERENCE LS-ADMIN-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
               AND FUNCTION UPPER-CASE(
                   FUNCTION TRIM(LS-ADMIN-PARAM-VALUE)) = "Y"
           THEN
               MOVE 200 TO OUT-STATUS-CODE
               MOVE LS-RELOCATE-SUMMARY TO OUT-BODY
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: APPEND-RELOCATE-SUMMARY
      *> PURPOSE: Follow a filed location rename's answer with its
      *>          dry-run count, so the requester sees what the
      *>          approver will be approving.
      *> ===============================================================
       APPEND-RELOCATE-SUMMARY.
           MOVE OUT-BODY TO LS-STATUS-SCRATCH
           MOVE SPACES TO OUT-BODY
           STRING
               FUNCTION TRIM(LS-STATUS-SCRATCH TRAILING) X"0A" X"0A"
               FUNCTION TRIM(LS-RELOCATE-SUMMARY TRAILING)
               DELIMITED BY SIZE INTO OUT-BODY
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: HANDLE-JOB-APPROVAL-DECISION
      *> PURPOSE: POST /admin/job-approvals/approve?id=N and
      *>          /admin/job-approvals/reject?id=N (LS-JA-DECISION
      *>          set by the route). An approval must come from a key
      *>          other than the one that filed the request and
      *>          inside its window; it then queues the job through
      *>          JOB-REQUEST-FLAG, and approving again re-queues one
      *>          the queue had no room for. A rejection - the
      *>          requester withdrawing, or a second admin refusing -
      *>          stops a job that has not run yet.
      *> ===============================================================
       HANDLE-JOB-APPROVAL-DECISION.
           IF LS-API-KEY-ROLE = SPACES
           THEN
               MOVE 403 TO OUT-STATUS-CODE
               MOVE "Forbidden: approvals need the API key registry "
                   & "to tell two admins apart" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LS-ID-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-ID
               BY REFERENCE LS-ID-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-ID-PARAM-VALUE) = SPACES
               OR FUNCTION TRIM(LS-ID-PARAM-VALUE) IS NOT NUMERIC
               OR FUNCTION LENGTH(FUNCTION TRIM(LS-ID-PARAM-VALUE)) > 9
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: id must be a request number (see "
                   & "/admin/job-approvals)" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(LS-ID-PARAM-VALUE) TO LS-JA-REQUEST-ID
           MOVE LS-JA-REQUEST-ID TO LS-JA-NUMBER-TEXT
           MOVE LS-API-KEY-VALUE(1:40) TO LS-JA-DECIDER-KEY

           MOVE SPACES TO JA-RECORD
           MOVE 0 TO JA-REQUEST-ID
           MOVE 0 TO JA-EXPIRES-SECONDS
           CALL "JOB-APPROVAL-DECIDE" USING
               BY REFERENCE LS-JA-REQUEST-ID
               BY REFERENCE LS-JA-DECISION
               BY REFERENCE LS-API-KEY-OWNER
               BY REFERENCE LS-JA-DECIDER-KEY
               BY REFERENCE JA-RECORD
               RETURNING RETURN-CODE
           MOVE SPACES TO OUT-BODY
           EVALUATE RETURN-CODE
           WHEN 1
               IF JA-REQUEST-ID = LS-JA-REQUEST-ID
               THEN
                   MOVE 500 TO OUT-STATUS-CODE
                   MOVE "Internal Server Error: could not record the "
                       & "decision" TO OUT-BODY
               ELSE
                   MOVE 404 TO OUT-STATUS-CODE
                   MOVE "Not Found: unknown request number"
                       TO OUT-BODY
               END-IF
               EXIT PARAGRAPH
           WHEN 2
               MOVE 403 TO OUT-STATUS-CODE
               STRING
                   "Forbidden: request #"
                   FUNCTION TRIM(LS-JA-NUMBER-TEXT)
                   " was filed with this key; a different admin key "
                   "must approve it"
                   DELIMITED BY SIZE INTO OUT-BODY
               END-STRING
               EXIT PARAGRAPH
           WHEN 3
               MOVE 409 TO OUT-STATUS-CODE
               STRING
                   "Conflict: request #"
                   FUNCTION TRIM(LS-JA-NUMBER-TEXT)
                   " was not approved in time; file it again"
                   DELIMITED BY SIZE INTO OUT-BODY
               END-STRING
               EXIT PARAGRAPH
           WHEN 4
               MOVE 409 TO OUT-STATUS-CODE
               STRING
                   "Conflict: request #"
                   FUNCTION TRIM(LS-JA-NUMBER-TEXT)
                   " is already " FUNCTION TRIM(JA-STATUS)
                   DELIMITED BY SIZE INTO OUT-BODY
               END-STRING
               EXIT PARAGRAPH
           END-EVALUATE

           IF LS-JA-DECISION = "REJECT"
           THEN
               MOVE 200 TO OUT-STATUS-CODE
               STRING
                   "Request #" FUNCTION TRIM(LS-JA-NUMBER-TEXT)
                   " rejected; " FUNCTION TRIM(JA-JOB-NAME)
                   " will not run"
                   DELIMITED BY SIZE INTO OUT-BODY
               END-STRING
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LS-LOG-MESSAGE
           STRING
               "Job " FUNCTION TRIM(JA-JOB-NAME) " request #"
               FUNCTION TRIM(LS-JA-NUMBER-TEXT) " filed by "
               FUNCTION TRIM(JA-REQUESTED-BY) " approved by "
               FUNCTION TRIM(LS-API-KEY-OWNER)
               DELIMITED BY SIZE INTO LS-LOG-MESSAGE
           END-STRING
           CALL "AQRSS-LOG" USING
               BY REFERENCE C-LOG-INFO
               BY REFERENCE LS-LOG-MESSAGE
           MOVE JA-JOB-NAME TO LS-JOB-NAME
           CALL "REQUEST-JOB-RUN" USING
               BY REFERENCE LS-JOB-NAME
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               MOVE 202 TO OUT-STATUS-CODE
               STRING
                   "Accepted: request #"
                   FUNCTION TRIM(LS-JA-NUMBER-TEXT) " approved, "
                   FUNCTION TRIM(JA-JOB-NAME)
                   " queued for the next loop tick"
                   DELIMITED BY SIZE INTO OUT-BODY
               END-STRING
           ELSE
               MOVE 503 TO OUT-STATUS-CODE
               STRING
                   "Service Unavailable: request #"
                   FUNCTION TRIM(LS-JA-NUMBER-TEXT) " approved, but "
                   "the job queue is full - approve it again shortly "
                   "to queue it"
                   DELIMITED BY SIZE INTO OUT-BODY
               END-STRING
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: HANDLE-JOB-APPROVAL-LIST
      *> PURPOSE: GET /admin/job-approvals[?status=..][&limit=N]: the
      *>          restore, erasure and migration requests, who filed
      *>          and who decided each, latest page last (see
      *>          JOB-APPROVAL-LIST). status is one of PENDING,
      *>          APPROVED, REJECTED, RUN or EXPIRED; limit is 1 to
      *>          200 (default 20).
      *> ===============================================================
       HANDLE-JOB-APPROVAL-LIST.
           MOVE SPACES TO LS-JA-FILTER-STATUS
           MOVE SPACES TO LS-ADMIN-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-STATUS
               BY REFERENCE LS-ADMIN-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
               AND FUNCTION TRIM(LS-ADMIN-PARAM-VALUE) NOT = SPACES
           THEN
               MOVE FUNCTION UPPER-CASE(
                   FUNCTION TRIM(LS-ADMIN-PARAM-VALUE))
                   TO LS-JA-FILTER-STATUS
               EVALUATE LS-JA-FILTER-STATUS
               WHEN "PENDING"
               WHEN "APPROVED"
               WHEN "REJECTED"
               WHEN "RUN"
               WHEN "EXPIRED"
                   CONTINUE
               WHEN OTHER
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: status must be PENDING, "
                       & "APPROVED, REJECTED, RUN or EXPIRED"
                       TO OUT-BODY
                   EXIT PARAGRAPH
               END-EVALUATE
           END-IF

           MOVE 0 TO LS-JA-LIMIT
           MOVE SPACES TO LS-LIMIT-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-LIMIT
               BY REFERENCE LS-LIMIT-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
               AND FUNCTION TRIM(LS-LIMIT-PARAM-VALUE) NOT = SPACES
           THEN
               IF FUNCTION TRIM(LS-LIMIT-PARAM-VALUE) IS NOT NUMERIC
                   OR FUNCTION LENGTH(
                       FUNCTION TRIM(LS-LIMIT-PARAM-VALUE)) > 3
                   OR FUNCTION NUMVAL(LS-LIMIT-PARAM-VALUE) < 1
                   OR FUNCTION NUMVAL(LS-LIMIT-PARAM-VALUE) > 200
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: limit must be 1 to 200"
                       TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(LS-LIMIT-PARAM-VALUE)
                   TO LS-JA-LIMIT
           END-IF

           MOVE 200 TO OUT-STATUS-CODE
           CALL "JOB-APPROVAL-LIST" USING
               BY REFERENCE LS-JA-FILTER-STATUS
               BY REFERENCE LS-JA-LIMIT
               BY REFERENCE OUT-BODY
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 500 TO OUT-STATUS-CODE
               MOVE "Internal Server Error: could not read the job "
                   & "approvals" TO OUT-BODY
           ELSE
               IF FUNCTION TRIM(OUT-BODY) = SPACES
               THEN
                   MOVE "(no job approval requests)" TO OUT-BODY
               END-IF
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: HANDLE-ACCESS-REQUEST-FILE
      *> PURPOSE: POST /privacy/access-requests?key=<subscriber key>:
      *>          file a subscriber's request for everything the
      *>          server holds about their key and queue the
      *>          ACCESS-EXPORT job that assembles the package (see
      *>          SUBSCRIBER-ACCESS-EXPORT-BATCH). The request is
      *>          recorded with the privacy officer's key, owner and
      *>          correlation id; the package, once issued, is listed
      *>          on /exports for PRIVACY keys. A deployment with no
      *>          key registry has no privacy officer to record and
      *>          answers 403.
      *> ===============================================================
       HANDLE-ACCESS-REQUEST-FILE.
           IF LS-API-KEY-ROLE = SPACES
           THEN
               MOVE 403 TO OUT-STATUS-CODE
               MOVE "Forbidden: an access request is recorded "
                   & "against the privacy officer's key, which needs "
                   & "the API key registry" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO LS-KEY-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-KEY
               BY REFERENCE LS-KEY-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-KEY-PARAM-VALUE) = SPACES
               OR FUNCTION LENGTH(
                   FUNCTION TRIM(LS-KEY-PARAM-VALUE)) > 40
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: an access request needs key=, the "
                   & "subscriber's whole API key" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO AR-RECORD
           MOVE 0 TO AR-REQUEST-ID
           MOVE FUNCTION TRIM(LS-KEY-PARAM-VALUE) TO AR-SUBJECT-KEY
           MOVE LS-API-KEY-OWNER TO AR-REQUESTED-BY
           MOVE LS-API-KEY-VALUE(1:40) TO AR-REQUESTER-KEY
           CALL "CORRELATION-GET" USING
               BY REFERENCE LS-CORRELATION-ID
           MOVE LS-CORRELATION-ID TO AR-CORRELATION-ID
           CALL "ACCESS-REQUEST-FILE" USING
               BY REFERENCE AR-RECORD
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 500 TO OUT-STATUS-CODE
               MOVE "Internal Server Error: could not record the "
                   & "access request" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           MOVE AR-REQUEST-ID TO LS-AR-NUMBER-TEXT

           MOVE SPACES TO LS-LOG-MESSAGE
           STRING
               "Access request #" FUNCTION TRIM(LS-AR-NUMBER-TEXT)
               " filed by " FUNCTION TRIM(AR-REQUESTED-BY)
               " for key " AR-SUBJECT-KEY(1:8) "..."
               DELIMITED BY SIZE INTO LS-LOG-MESSAGE
           END-STRING
           CALL "AQRSS-LOG" USING
               BY REFERENCE C-LOG-INFO
               BY REFERENCE LS-LOG-MESSAGE

           MOVE "ACCESS-EXPORT" TO LS-JOB-NAME
           CALL "REQUEST-JOB-RUN" USING
               BY REFERENCE LS-JOB-NAME
               RETURNING RETURN-CODE
           MOVE SPACES TO OUT-BODY
           IF RETURN-CODE = 0
           THEN
               MOVE 202 TO OUT-STATUS-CODE
               STRING
                   "Accepted: access request #"
                   FUNCTION TRIM(LS-AR-NUMBER-TEXT)
                   " filed - its package is listed on /exports once "
                   "issued (GET /privacy/access-requests)"
                   DELIMITED BY SIZE INTO OUT-BODY
               END-STRING
           ELSE
      *> The request stays PENDING: the next ACCESS-EXPORT run, from
      *> here or /admin/jobs, issues it with the rest.
               MOVE 503 TO OUT-STATUS-CODE
               STRING
                   "Service Unavailable: access request #"
                   FUNCTION TRIM(LS-AR-NUMBER-TEXT) " filed, but "
                   "the job queue is full - trigger ACCESS-EXPORT "
                   "shortly to issue it"
                   DELIMITED BY SIZE INTO OUT-BODY
               END-STRING
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: HANDLE-ACCESS-REQUEST-LIST
      *> PURPOSE: GET /privacy/access-requests[?limit=N]: the
      *>          subscriber access requests, who filed each, and
      *>          for the issued ones the package and what went into
      *>          it, latest page last (see ACCESS-REQUEST-LIST).
      *>          limit is 1 to 200 (default 20).
      *> ===============================================================
       HANDLE-ACCESS-REQUEST-LIST.
           MOVE 0 TO LS-AR-LIMIT
           MOVE SPACES TO LS-LIMIT-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-LIMIT
               BY REFERENCE LS-LIMIT-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
               AND FUNCTION TRIM(LS-LIMIT-PARAM-VALUE) NOT = SPACES
           THEN
               IF FUNCTION TRIM(LS-LIMIT-PARAM-VALUE) IS NOT NUMERIC
                   OR FUNCTION LENGTH(
                       FUNCTION TRIM(LS-LIMIT-PARAM-VALUE)) > 3
                   OR FUNCTION NUMVAL(LS-LIMIT-PARAM-VALUE) < 1
                   OR FUNCTION NUMVAL(LS-LIMIT-PARAM-VALUE) > 200
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: limit must be 1 to 200"
                       TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(LS-LIMIT-PARAM-VALUE)
                   TO LS-AR-LIMIT
           END-IF

           MOVE 200 TO OUT-STATUS-CODE
           CALL "ACCESS-REQUEST-LIST" USING
               BY REFERENCE LS-AR-LIMIT
               BY REFERENCE OUT-BODY
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 500 TO OUT-STATUS-CODE
               MOVE "Internal Server Error: could not read the access "
                   & "requests" TO OUT-BODY
           ELSE
               IF FUNCTION TRIM(OUT-BODY) = SPACES
               THEN
                   MOVE "(no access requests)" TO OUT-BODY
               END-IF
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: PARSE-REPORT-DISTRIBUTION-KEY
      *> PURPOSE: The report=R and channel=C pair an
      *>          /admin/report-distribution request names, into
      *>          LS-RD-RECORD with a blank label. Anything missing
      *>          sets the 400 response.
      *> ===============================================================
       PARSE-REPORT-DISTRIBUTION-KEY.
           MOVE 0 TO OUT-STATUS-CODE
           MOVE SPACES TO LS-RD-RECORD
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-REPORT
               BY REFERENCE LS-REPORT-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-REPORT-PARAM-VALUE) = SPACES
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing report query param (a "
                   & "report file name, see GET "
                   & "/admin/report-distribution)" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-CHANNEL
               BY REFERENCE LS-CHANNEL-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
               OR FUNCTION TRIM(LS-CHANNEL-PARAM-VALUE) = SPACES
           THEN
               MOVE 400 TO OUT-STATUS-CODE
               MOVE "Bad Request: missing channel query param"
                   TO OUT-BODY
               EXIT PARAGRAPH
           END-IF
           MOVE LS-REPORT-PARAM-VALUE TO LS-RD-REPORT-NAME
           MOVE LS-CHANNEL-PARAM-VALUE TO LS-RD-CHANNEL-ID.

      *> ===============================================================
      *> PARAGRAPH: HANDLE-REPORT-DISTRIBUTION-POST
      *> PURPOSE: POST /admin/report-distribution?report=R&channel=C
      *>          with an optional free-text label=: send report R
      *>          (its file name as /exports serves it) to
      *>          notification channel C each time its producing job
      *>          completes (see REPORT-DISTRIBUTION), or relabel
      *>          that recipient. The channel must exist.
      *> ===============================================================
       HANDLE-REPORT-DISTRIBUTION-POST.
           PERFORM PARSE-REPORT-DISTRIBUTION-KEY
           IF OUT-STATUS-CODE NOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LS-LABEL-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-LABEL
               BY REFERENCE LS-LABEL-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               MOVE LS-LABEL-PARAM-VALUE TO LS-RD-LABEL
           END-IF

           MOVE LS-RD-CHANNEL-ID TO LS-NC-CHANNEL-ID
           MOVE "*" TO LS-RECORD-TENANT
           PERFORM CHECK-CHANNEL-TENANT
           IF LS-TENANT-OK NOT = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE "REPORT-DISTRIBUTION" TO LS-CJ-ENTITY
           MOVE LS-RD-KEY TO LS-CJ-ENTITY-ID
           PERFORM CAPTURE-CHANGE-BEFORE
           CALL "REPORT-DISTRIBUTION-PUT" USING
               BY REFERENCE LS-RD-RECORD
               RETURNING RETURN-CODE
           EVALUATE RETURN-CODE
           WHEN 0
               PERFORM JOURNAL-ADMIN-CHANGE
               MOVE 200 TO OUT-STATUS-CODE
               MOVE "Recipient saved on the report's distribution "
                   & "list" TO OUT-BODY
           WHEN 2
               MOVE 404 TO OUT-STATUS-CODE
               MOVE "Not Found: unknown report (see GET "
                   & "/admin/report-distribution for the report "
                   & "names)" TO OUT-BODY
           WHEN 3
               MOVE 503 TO OUT-STATUS-CODE
               MOVE "Service Unavailable: the report distribution "
                   & "list is at capacity" TO OUT-BODY
           WHEN OTHER
               MOVE 500 TO OUT-STATUS-CODE
               MOVE "Internal Server Error: could not update the "
                   & "report distribution list" TO OUT-BODY
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: HANDLE-CONFIG-HISTORY
      *> PURPOSE: GET /admin/config-history - the configurations the
      *>          instances have run under (see CONFIG-HISTORY):
      *>            from=N&to=M   what changed between two snapshots
      *>            id=N          snapshot N, every variable
      *>            at=YYYY-MM-DD[THH:MM[:SS]][&instance=..]
      *>                          the snapshot in effect then (a bare
      *>                          day meaning its end)
      *>            otherwise     the snapshots, latest page last,
      *>                          [instance=..][&limit=N] (1 to 200,
      *>                          default 20)
      *> ===============================================================
       HANDLE-CONFIG-HISTORY.
           MOVE SPACES TO LS-CH-INSTANCE
           MOVE SPACES TO LS-INSTANCE-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-INSTANCE
               BY REFERENCE LS-INSTANCE-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               MOVE FUNCTION TRIM(LS-INSTANCE-PARAM-VALUE)
                   TO LS-CH-INSTANCE
           END-IF

           MOVE SPACES TO LS-FROM-PARAM-VALUE
           MOVE SPACES TO LS-TO-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-FROM
               BY REFERENCE LS-FROM-PARAM-VALUE
               RETURNING RETURN-CODE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-TO
               BY REFERENCE LS-TO-PARAM-VALUE
               RETURNING RETURN-CODE
           IF FUNCTION TRIM(LS-FROM-PARAM-VALUE) NOT = SPACES
               OR FUNCTION TRIM(LS-TO-PARAM-VALUE) NOT = SPACES
           THEN
               IF FUNCTION TRIM(LS-FROM-PARAM-VALUE) IS NOT NUMERIC
                   OR FUNCTION TRIM(LS-TO-PARAM-VALUE) IS NOT NUMERIC
                   OR FUNCTION LENGTH(
                       FUNCTION TRIM(LS-FROM-PARAM-VALUE)) > 9
                   OR FUNCTION LENGTH(
                       FUNCTION TRIM(LS-TO-PARAM-VALUE)) > 9
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: from and to must both be "
                       & "snapshot numbers" TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(LS-FROM-PARAM-VALUE)
                   TO LS-CH-FROM-ID
               MOVE FUNCTION NUMVAL(LS-TO-PARAM-VALUE)
                   TO LS-CH-TO-ID
               MOVE 200 TO OUT-STATUS-CODE
               CALL "CONFIG-HISTORY-DIFF" USING
                   BY REFERENCE LS-CH-FROM-ID
                   BY REFERENCE LS-CH-TO-ID
                   BY REFERENCE OUT-BODY
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
               THEN
                   MOVE 404 TO OUT-STATUS-CODE
                   MOVE "Not Found: no such configuration snapshot"
                       TO OUT-BODY
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO LS-CH-SNAPSHOT-ID
           MOVE SPACES TO LS-CH-AT
           MOVE SPACES TO LS-ID-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-ID
               BY REFERENCE LS-ID-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
               AND FUNCTION TRIM(LS-ID-PARAM-VALUE) NOT = SPACES
           THEN
               IF FUNCTION TRIM(LS-ID-PARAM-VALUE) IS NOT NUMERIC
                   OR FUNCTION LENGTH(
                       FUNCTION TRIM(LS-ID-PARAM-VALUE)) > 9
                   OR FUNCTION NUMVAL(LS-ID-PARAM-VALUE) = 0
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: id must be a snapshot number"
                       TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(LS-ID-PARAM-VALUE)
                   TO LS-CH-SNAPSHOT-ID
           END-IF

           MOVE SPACES TO LS-AT-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-AT
               BY REFERENCE LS-AT-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE SPACES TO LS-AT-PARAM-VALUE
           END-IF
           IF LS-CH-SNAPSHOT-ID = 0 AND LS-AT-PARAM-VALUE NOT = SPACES
           THEN
               IF LS-AT-PARAM-VALUE(1:4) IS NOT NUMERIC
                   OR LS-AT-PARAM-VALUE(5:1) NOT = "-"
                   OR LS-AT-PARAM-VALUE(6:2) IS NOT NUMERIC
                   OR LS-AT-PARAM-VALUE(8:1) NOT = "-"
                   OR LS-AT-PARAM-VALUE(9:2) IS NOT NUMERIC
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: at must be "
                       & "YYYY-MM-DD[THH:MM[:SS]]" TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
               STRING LS-AT-PARAM-VALUE(1:4) LS-AT-PARAM-VALUE(6:2)
                   LS-AT-PARAM-VALUE(9:2) "235959"
                   DELIMITED BY SIZE INTO LS-CH-AT
               END-STRING
               IF LS-AT-PARAM-VALUE(11:1) = "T"
                   OR (LS-AT-PARAM-VALUE(11:1) = " "
                       AND LS-AT-PARAM-VALUE(12:1) NOT = SPACE)
               THEN
                   IF LS-AT-PARAM-VALUE(12:2) IS NOT NUMERIC
                       OR LS-AT-PARAM-VALUE(14:1) NOT = ":"
                       OR LS-AT-PARAM-VALUE(15:2) IS NOT NUMERIC
                   THEN
                       MOVE 400 TO OUT-STATUS-CODE
                       MOVE "Bad Request: at must be "
                           & "YYYY-MM-DD[THH:MM[:SS]]" TO OUT-BODY
                       EXIT PARAGRAPH
                   END-IF
                   MOVE LS-AT-PARAM-VALUE(12:2) TO LS-CH-AT(9:2)
                   MOVE LS-AT-PARAM-VALUE(15:2) TO LS-CH-AT(11:2)
                   MOVE "59" TO LS-CH-AT(13:2)
                   IF LS-AT-PARAM-VALUE(17:1) = ":"
                       AND LS-AT-PARAM-VALUE(18:2) IS NUMERIC
                   THEN
                       MOVE LS-AT-PARAM-VALUE(18:2) TO LS-CH-AT(13:2)
                   END-IF
               END-IF
           END-IF

           IF LS-CH-SNAPSHOT-ID > 0 OR LS-CH-AT NOT = SPACES
           THEN
               MOVE 200 TO OUT-STATUS-CODE
               CALL "CONFIG-HISTORY-SHOW" USING
                   BY REFERENCE LS-CH-SNAPSHOT-ID
                   BY REFERENCE LS-CH-AT
                   BY REFERENCE LS-CH-INSTANCE
                   BY REFERENCE OUT-BODY
                   RETURNING RETURN-CODE
               IF RETURN-CODE NOT = 0
               THEN
                   MOVE 404 TO OUT-STATUS-CODE
                   MOVE "Not Found: no configuration snapshot "
                       & "matches" TO OUT-BODY
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO LS-CH-LIMIT
           MOVE SPACES TO LS-LIMIT-PARAM-VALUE
           CALL "PARSE-QUERY-PARAM" USING
               BY VALUE     IN-CONNECTION-PTR
               BY REFERENCE LS-QUERY-PARAM-LIMIT
               BY REFERENCE LS-LIMIT-PARAM-VALUE
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
               AND FUNCTION TRIM(LS-LIMIT-PARAM-VALUE) NOT = SPACES
           THEN
               IF FUNCTION TRIM(LS-LIMIT-PARAM-VALUE) IS NOT NUMERIC
                   OR FUNCTION LENGTH(
                       FUNCTION TRIM(LS-LIMIT-PARAM-VALUE)) > 3
                   OR FUNCTION NUMVAL(LS-LIMIT-PARAM-VALUE) < 1
                   OR FUNCTION NUMVAL(LS-LIMIT-PARAM-VALUE) > 200
               THEN
                   MOVE 400 TO OUT-STATUS-CODE
                   MOVE "Bad Request: limit must be 1 to 200"
                       TO OUT-BODY
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(LS-LIMIT-PARAM-VALUE)
                   TO LS-CH-LIMIT
           END-IF

           MOVE 200 TO OUT-STATUS-CODE
           CALL "CONFIG-HISTORY-LIST" USING
               BY REFERENCE LS-CH-INSTANCE
               BY REFERENCE LS-CH-LIMIT
               BY REFERENCE OUT-BODY
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 500 TO OUT-STATUS-CODE
               MOVE "Internal Server Error: could not read the "
                   & "configuration history" TO OUT-BODY
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: HANDLE-COMMUNE-SUCCESSION-REMAP
      *> PURPOSE: POST /admin/commune-successions/remap: move every
      *>          watched ZONE location and saved feed still on a
      *>          retired commune code to the code in force today,
      *>          each through its own registry and journalled like
      *>          any other admin change (so one that was wrong can be
      *>          put back from /admin/changes), then rewrite the
      *>          Atmo France zone list the same way. The archives
      *>          are left as filed; /history and the reports follow
      *>          the succession instead. Answers 404 when no
      *>          succession table has been loaded.
      *> ===============================================================
       HANDLE-COMMUNE-SUCCESSION-REMAP.
           CALL "COMMUNE-MERGER-AFFECTED" USING
               BY REFERENCE CRL-LIST-GRP
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 404 TO OUT-STATUS-CODE
               MOVE "Not Found: no commune succession table loaded "
                   & "(run COMMUNE-REFERENCE-LOADER-BATCH with the "
                   & "INSEE change file)" TO OUT-BODY
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO LS-REMAP-WATCHED-COUNT
           MOVE 0 TO LS-REMAP-FEED-COUNT
           MOVE 0 TO LS-REMAP-FAILED-COUNT
           PERFORM VARYING LS-CRL-IDX FROM 1 BY 1
               UNTIL LS-CRL-IDX > CRL-COUNT
               PERFORM REMAP-ONE-REGISTRY-ENTRY
           END-PERFORM

           MOVE 0 TO LS-ZONE-REMAP-COUNT
           CALL "COMMUNE-MERGER-REMAP-ZONES" USING
               BY REFERENCE LS-ZONE-REMAP-COUNT
               RETURNING RETURN-CODE
           MOVE RETURN-CODE TO LS-REMAP-ZONE-RESULT

           MOVE LS-REMAP-WATCHED-COUNT TO LS-REMAP-WATCHED-TEXT
           MOVE LS-REMAP-FEED-COUNT TO LS-REMAP-FEED-TEXT
           MOVE LS-REMAP-FAILED-COUNT TO LS-REMAP-FAILED-TEXT
           MOVE LS-ZONE-REMAP-COUNT TO LS-ZONE-REMAP-TEXT
           MOVE 200 TO OUT-STATUS-CODE
           MOVE SPACES TO LS-REMAP-FAILED-NOTE
           MOVE SPACES TO LS-REMAP-ZONE-NOTE
           MOVE SPACES TO LS-REMAP-MORE-NOTE
           IF LS-REMAP-FAILED-COUNT > 0
           THEN
               MOVE 500 TO OUT-STATUS-CODE
               STRING
                   "; " FUNCTION TRIM(LS-REMAP-FAILED-TEXT)
                   " entr(ies) could not be rewritten"
                   INTO LS-REMAP-FAILED-NOTE
               END-STRING
           END-IF
           IF LS-REMAP-ZONE-RESULT NOT = 0
           THEN
               MOVE 500 TO OUT-STATUS-CODE
               MOVE "; the zone list could not be rewritten"
                   TO LS-REMAP-ZONE-NOTE
           END-IF
           IF CRL-OVERFLOW = "Y"
           THEN
               MOVE "; more entries remain, run the remap again"
                   TO LS-REMAP-MORE-NOTE
           END-IF
           MOVE SPACES TO OUT-BODY
           STRING
               "Remapped " FUNCTION TRIM(LS-REMAP-WATCHED-TEXT)
               " watched location(s), "
               FUNCTION TRIM(LS-REMAP-FEED-TEXT)
               " saved feed(s) and "
               FUNCTION TRIM(LS-ZONE-REMAP-TEXT)
               " zone-list line(s) to today's commune codes"
               FUNCTION TRIM(LS-REMAP-FAILED-NOTE TRAILING)
               FUNCTION TRIM(LS-REMAP-ZONE-NOTE TRAILING)
               FUNCTION TRIM(LS-REMAP-MORE-NOTE TRAILING)
               INTO OUT-BODY
           END-STRING.

      *> ===============================================================
      *> PARAGRAPH: REMAP-ONE-REGISTRY-ENTRY
      *> PURPOSE: Rewrite remap-list entry LS-CRL-IDX with its
      *>          current code, from the record as its registry holds
      *>          it now - an entry changed since the list was taken
      *>          is left alone - and journal the change.
      *> ===============================================================
       REMAP-ONE-REGISTRY-ENTRY.
           MOVE CRL-ENTITY(LS-CRL-IDX) TO LS-CJ-ENTITY
           MOVE CRL-ENTITY-ID(LS-CRL-IDX) TO LS-CJ-ENTITY-ID
           PERFORM CAPTURE-CHANGE-BEFORE
           IF LS-CJ-BEFORE-IMAGE = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF

           EVALUATE LS-CJ-ENTITY
           WHEN "WATCHED-LOCATION"
               MOVE LS-CJ-BEFORE-IMAGE TO LS-WLR-RECORD
               IF LS-WLR-CODE-ZONE NOT = CRL-OLD-CODE(LS-CRL-IDX)
               THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE CRL-CURRENT-CODE(LS-CRL-IDX) TO LS-WLR-CODE-ZONE
               CALL "WATCHED-LOCATION-ADD" USING
                   BY REFERENCE LS-WLR-RECORD
                   RETURNING RETURN-CODE
               IF RETURN-CODE = 0
               THEN
                   ADD 1 TO LS-REMAP-WATCHED-COUNT
               END-IF
           WHEN "SAVED-FEED"
               MOVE LS-CJ-BEFORE-IMAGE TO LS-SF-RECORD
               IF LS-SF-CODE-ZONE NOT = CRL-OLD-CODE(LS-CRL-IDX)
               THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE CRL-CURRENT-CODE(LS-CRL-IDX) TO LS-SF-CODE-ZONE
               CALL "SAVED-FEED-ADD" USING
                   BY REFERENCE LS-SF-RECORD
                   RETURNING RETURN-CODE
               IF RETURN-CODE = 0
               THEN
                   ADD 1 TO LS-REMAP-FEED-COUNT
               END-IF
           END-EVALUATE

           IF RETURN-CODE = 0
           THEN
               PERFORM JOURNAL-ADMIN-CHANGE
           ELSE
               ADD 1 TO LS-REMAP-FAILED-COUNT
           END-IF.

      *> ===============================================================
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: APPLY-FEED-BRANDING
      *> PURPOSE: Hand a successful feed answer - a GET on one of the
      *>          *-rss routes in RSS 2.0, Atom, JSON or HTML, or the
      *>          OPML directory - to FEED-BRANDING-APPLY under its
      *>          route and language. Calendars, maps and every other
      *>          answer go out untouched, as does an overload
      *>          fallback, which was branded when it was first
      *>          served.
      *> ===============================================================
       APPLY-FEED-BRANDING.
           IF FUNCTION TRIM(IN-HTTP-METHOD) NOT = "GET"
               OR OUT-STATUS-CODE NOT = 200
               OR LS-SHED-APPLIED = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(IN-URL) = "/feeds.opml"
           THEN
               MOVE "OPML" TO LS-BRANDING-FORMAT
           ELSE
               MOVE 0 TO LS-SNAPSHOT-TALLY
               INSPECT IN-URL TALLYING LS-SNAPSHOT-TALLY
                   FOR ALL "-rss"
               IF LS-SNAPSHOT-TALLY = 0
               THEN
                   EXIT PARAGRAPH
               END-IF
               EVALUATE OUT-CONTENT-TYPE
               WHEN C-CONTENT-TYPE-RSS2
                   MOVE "RSS2" TO LS-BRANDING-FORMAT
               WHEN C-CONTENT-TYPE-ATOM
                   MOVE "ATOM" TO LS-BRANDING-FORMAT
               WHEN C-CONTENT-TYPE-JSON
                   MOVE "JSON" TO LS-BRANDING-FORMAT
               WHEN C-CONTENT-TYPE-HTML
                   MOVE "HTML" TO LS-BRANDING-FORMAT
               WHEN OTHER
                   EXIT PARAGRAPH
               END-EVALUATE
           END-IF
           MOVE IN-URL TO LS-BRANDING-ROUTE
           CALL "FEED-BRANDING-APPLY" USING
               BY REFERENCE LS-BRANDING-ROUTE
               BY REFERENCE LS-LANG
               BY REFERENCE LS-BRANDING-FORMAT
               BY REFERENCE OUT-BODY
           END-CALL.

      *> ===============================================================
      *> PARAGRAPH: CHECK-RENDERED-BODY
      *> PURPOSE: Hand a successful GET answer in one of the rendered
      *>          formats - Atom, RSS 2.0, JSON, GeoJSON, OPML,
      *>          iCalendar or SVG - to RENDER-GATE-CHECK before it
      *>          goes out. A good one is remembered under the
      *>          request's signature (see BUILD-SHED-SIGNATURE); a
      *>          bad one is replaced by the last good answer to the
      *>          same request, or turned into a 500 when there is
      *>          none, and is logged with its body to the render
      *>          failure log and counted in /metrics. An overload
      *>          fallback was checked when it was first served.
      *>          An answer shaped by the caller's stored profile or
      *>          their sensitivity weights is theirs alone - the
      *>          signature carries no key - so it is neither
      *>          remembered nor replaced by a remembered one: a bad
      *>          one goes straight to the 500.
      *> ===============================================================
       CHECK-RENDERED-BODY.
           IF FUNCTION TRIM(IN-HTTP-METHOD) NOT = "GET"
               OR OUT-STATUS-CODE NOT = 200
               OR LS-SHED-APPLIED = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF
           EVALUATE OUT-CONTENT-TYPE
           WHEN C-CONTENT-TYPE-ATOM
               MOVE "ATOM" TO LS-RENDER-FORMAT
           WHEN C-CONTENT-TYPE-RSS2
               MOVE "RSS2" TO LS-RENDER-FORMAT
           WHEN C-CONTENT-TYPE-JSON
               MOVE "JSON" TO LS-RENDER-FORMAT
           WHEN "application/geo+json"
               MOVE "GEOJSON" TO LS-RENDER-FORMAT
           WHEN "text/x-opml"
               MOVE "OPML" TO LS-RENDER-FORMAT
           WHEN C-CONTENT-TYPE-ICS
               MOVE "ICS" TO LS-RENDER-FORMAT
           WHEN "image/svg+xml"
               MOVE "SVG" TO LS-RENDER-FORMAT
           WHEN OTHER
               EXIT PARAGRAPH
           END-EVALUATE
           IF LS-SHED-CONFIGURED NOT = "Y"
           THEN
               PERFORM BUILD-SHED-SIGNATURE
           END-IF

           CALL "RENDER-GATE-CHECK" USING
               BY REFERENCE LS-RENDER-FORMAT
               BY REFERENCE OUT-BODY
               BY REFERENCE LS-RENDER-REASON
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               IF LS-PROFILE-FOUND NOT = "Y"
                   AND LS-ANSWER-PERSONAL NOT = "Y"
               THEN
                   CALL "RENDER-GATE-REMEMBER" USING
                       BY REFERENCE LS-SHED-SIGNATURE
                       BY REFERENCE OUT-CONTENT-TYPE
                       BY REFERENCE OUT-BODY
               END-IF
               EXIT PARAGRAPH
           END-IF

      *> The refused body is kept for the log before anything
      *> replaces it.
           MOVE SPACES TO RF-RECORD
           MOVE IN-URL TO RF-ROUTE
           MOVE LS-RENDER-FORMAT TO RF-FORMAT
           MOVE LS-RENDER-REASON TO RF-REASON
           CALL "CORRELATION-GET" USING
               BY REFERENCE LS-CORRELATION-ID
           MOVE LS-CORRELATION-ID TO RF-CORRELATION-ID
           MOVE FUNCTION LENGTH(FUNCTION TRIM(OUT-BODY, TRAILING))
               TO RF-BODY-LENGTH
           MOVE OUT-BODY TO RF-BODY

           MOVE "RENDER-GATE" TO LS-AUDIT-UPSTREAM-CALL
           IF LS-PROFILE-FOUND NOT = "Y"
               AND LS-ANSWER-PERSONAL NOT = "Y"
           THEN
               CALL "RENDER-GATE-RECALL" USING
                   BY REFERENCE LS-SHED-SIGNATURE
                   BY REFERENCE OUT-CONTENT-TYPE
                   BY REFERENCE OUT-BODY
                   RETURNING RETURN-CODE
           ELSE
               MOVE 1 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = 0
           THEN
               MOVE "LKG" TO LS-RENDER-ANSWER
           ELSE
               MOVE 500 TO OUT-STATUS-CODE
               MOVE C-CONTENT-TYPE-TEXT-PLAIN TO OUT-CONTENT-TYPE
               MOVE "Internal Server Error: the feed could not be "
                   & "rendered correctly" TO OUT-BODY
               MOVE "500" TO LS-RENDER-ANSWER
           END-IF
           MOVE LS-RENDER-ANSWER TO RF-ANSWER
           CALL "METRICS-COUNT-RENDER-FAILURE" USING
               BY REFERENCE LS-RENDER-FORMAT
               BY REFERENCE LS-RENDER-ANSWER

           MOVE SPACES TO LS-LOG-MESSAGE
           STRING
               "Malformed " FUNCTION TRIM(LS-RENDER-FORMAT)
               " render of " FUNCTION TRIM(IN-URL)
               " (" FUNCTION TRIM(LS-RENDER-REASON) ") answered "
               FUNCTION TRIM(LS-RENDER-ANSWER)
               INTO LS-LOG-MESSAGE
           END-STRING
           CALL "AQRSS-LOG" USING
               BY REFERENCE C-LOG-WARN
               BY REFERENCE LS-LOG-MESSAGE

      *> The failure log sits a paused volume out like the audit
      *> trail (see STORAGE-WATCHDOG).
           CALL "STORAGE-APPEND-ALLOWED"
               RETURNING RETURN-CODE
           IF RETURN-CODE = 0
           THEN
               CALL "RENDER-GATE-LOG-FAILURE" USING
                   BY REFERENCE RF-RECORD
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: WRITE-AUDIT-LOG-RECORD
      *> PURPOSE: Append one record to the audit trail covering this
      *>          request: method, URL, query params, the status code
      *>          about to be returned, and which upstream service (if
      *>          any) it triggered a live fetch through. The write
      *>          itself goes through AUDIT-CHAIN, which owns the
      *>          dated files and their hash chain.
      *> ===============================================================
       WRITE-AUDIT-LOG-RECORD.
      *> A good answer is remembered for the overload fallback first:
      *> it lives in memory, so a paused volume does not stop it. An
      *> answer shaped by the caller's stored profile or their
      *> sensitivity weights is theirs alone - the signature carries
      *> no key - so it is never kept.
           IF LS-SHED-CONFIGURED = "Y"
               AND LS-SHED-APPLIED NOT = "Y"
               AND OUT-STATUS-CODE = 200
               AND LS-PROFILE-FOUND NOT = "Y"
               AND LS-ANSWER-PERSONAL NOT = "Y"
           THEN
               CALL "LOAD-SHED-REMEMBER" USING
                   BY REFERENCE LS-SHED-SIGNATURE
                   BY REFERENCE OUT-CONTENT-TYPE
                   BY REFERENCE OUT-BODY
           END-IF
      *> While the storage watchdog has the appenders paused, the
      *> audit append sits this request out too - answering traffic
      *> matters more than recording it on a critically full volume
      *> (see STORAGE-WATCHDOG).
           CALL "STORAGE-APPEND-ALLOWED"
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF
      *> The as-served archive sits a paused volume out the same way,
      *> but not an audit trail awaiting migration.
           PERFORM RECORD-FEED-SNAPSHOT
           PERFORM BUILD-AUDIT-QUERY-PARAMS

      *> AUDIT-CHAIN stamps the time, picks the day's dated file and
      *> chains the record to the one before it; it refuses a trail
      *> awaiting layout migration (see the audit-trail migration).
           MOVE SPACES TO AL-RECORD
           MOVE IN-HTTP-METHOD TO AL-METHOD
           MOVE IN-URL TO AL-URL
           MOVE LS-AUDIT-QUERY-PARAMS TO AL-QUERY-PARAMS
               BY REFERENCE LS-CORRELATION-ID
           MOVE LS-CORRELATION-ID TO AL-CORRELATION-ID

           CALL "AUDIT-CHAIN-APPEND" USING
               BY REFERENCE AL-RECORD
               RETURNING RETURN-CODE.

      *> ===============================================================
      *> PARAGRAPH: BUILD-SNAPSHOT-LOCATION
      *> PURPOSE: Label the request's location for the as-served feed
      *>          archive in LS-SNAPSHOT-LOCATION, in the form the
      *>          request named it: locations=..., city=... (lower
      *>          case), dept=..., "latitude,longitude" as edited for
      *>          the history archives, or code_zone=...; "-" for a
      *>          feed with no location at all.
      *> ===============================================================
       BUILD-SNAPSHOT-LOCATION.
           MOVE SPACES TO LS-SNAPSHOT-LOCATION
           EVALUATE TRUE
           WHEN LS-HAS-MULTI = "Y"
               STRING "locations="
                   FUNCTION TRIM(LS-LOCATIONS-PARAM-VALUE)
                   DELIMITED BY SIZE INTO LS-SNAPSHOT-LOCATION
               END-STRING
           WHEN LS-HAS-CITY = "Y"
               STRING "city="
                   FUNCTION LOWER-CASE(
                       FUNCTION TRIM(LS-CITY-PARAM-VALUE))
                   DELIMITED BY SIZE INTO LS-SNAPSHOT-LOCATION
               END-STRING
           WHEN LS-DEPT-PARAM-VALUE NOT = SPACES
               STRING "dept="
                   FUNCTION UPPER-CASE(
                       FUNCTION TRIM(LS-DEPT-PARAM-VALUE))
                   DELIMITED BY SIZE INTO LS-SNAPSHOT-LOCATION
               END-STRING
           WHEN LS-LATITUDE-DEGREES NOT = 0
               OR LS-LONGITUDE-DEGREES NOT = 0
               MOVE LS-LATITUDE-DEGREES TO LS-LATITUDE-DISPLAY
               MOVE LS-LONGITUDE-DEGREES TO LS-LONGITUDE-DISPLAY
               STRING FUNCTION TRIM(LS-LATITUDE-DISPLAY) ","
                   FUNCTION TRIM(LS-LONGITUDE-DISPLAY)
                   DELIMITED BY SIZE INTO LS-SNAPSHOT-LOCATION
               END-STRING
           WHEN LS-HAS-CODE-ZONE = "Y"
               STRING "code_zone=" FUNCTION TRIM(LS-CODE-ZONE)
                   DELIMITED BY SIZE INTO LS-SNAPSHOT-LOCATION
               END-STRING
           WHEN OTHER
               MOVE "-" TO LS-SNAPSHOT-LOCATION
           END-EVALUATE.

      *> ===============================================================
      *> PARAGRAPH: RECORD-FEED-SNAPSHOT
      *> PURPOSE: File a successful feed answer (a GET on one of the
      *>          *-rss routes that is about to go out 200) in the
      *>          as-served archive under its route, location label
      *>          and query-parameter variant, tied to this request's
      *>          correlation id. A snapshot that cannot be stored is
      *>          logged and otherwise ignored - the subscriber still
      *>          gets the feed.
      *>          The personal risk feed is never filed: it is drawn
      *>          from one subscriber's symptom journal, and the
      *>          archive keeps no key to erase or export it by.
      *> ===============================================================
       RECORD-FEED-SNAPSHOT.
           IF FUNCTION TRIM(IN-HTTP-METHOD) NOT = "GET"
               OR OUT-STATUS-CODE NOT = 200
           THEN
               EXIT PARAGRAPH
           END-IF
           IF LS-ANSWER-PERSONAL = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LS-SNAPSHOT-TALLY
           INSPECT IN-URL TALLYING LS-SNAPSHOT-TALLY FOR ALL "-rss"
           IF LS-SNAPSHOT-TALLY = 0
           THEN
               EXIT PARAGRAPH
           END-IF

           PERFORM BUILD-AUDIT-QUERY-PARAMS
           PERFORM BUILD-SNAPSHOT-LOCATION
           MOVE IN-URL TO LS-SNAPSHOT-ROUTE
           CALL "CORRELATION-GET" USING
               BY REFERENCE LS-CORRELATION-ID
           CALL "FEED-SNAPSHOT-RECORD" USING
               BY REFERENCE LS-SNAPSHOT-ROUTE
               BY REFERENCE LS-SNAPSHOT-LOCATION
               BY REFERENCE LS-AUDIT-QUERY-PARAMS
               BY REFERENCE OUT-CONTENT-TYPE
               BY REFERENCE OUT-BODY
               BY REFERENCE LS-CORRELATION-ID
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE SPACES TO LS-LOG-MESSAGE
               STRING
                   "Could not store the as-served snapshot of "
                   FUNCTION TRIM(IN-URL) " for "
                   FUNCTION TRIM(LS-SNAPSHOT-LOCATION)
                   DELIMITED BY SIZE INTO LS-LOG-MESSAGE
               END-STRING
               CALL "AQRSS-LOG" USING
                   BY REFERENCE C-LOG-WARN
                   BY REFERENCE LS-LOG-MESSAGE
           END-IF.

       END PROGRAM AIR-QUALITY-ROUTER.
