      *>            8  JOB-REQUEST-FLAG queue
      *>            9  PROVIDER-BUDGET counter file
      *>           10  PROVIDER-CIRCUIT breaker table
      *>           11  API-KEY-REGISTRY usage table + key/usage files
      *>           12  WEBSUB-REGISTRY tables + file
      *>           13  AQRSS-LOGGER log file connector
      *>           14  HTTP-CLIENT-GET measurement file
      *>           23  NOTIFICATION-CHANNEL-REGISTRY file rewrite
      *>           24  AQRSS-EVENT-STREAM ring buffer
      *>           25  NOTIFICATION-OUTBOX file
      *>           26  SENSOR-REGISTRY file
      *>           27  READING-ANNOTATION-REGISTRY file
      *>           28  FEED-SNAPSHOT-REGISTRY files
      *>           29  ALERT-EVENT-JOURNAL file
      *>           30  CHANNEL-SECRET-REGISTRY file
      *>           31  CREDENTIAL-VAULT file + derived master key
      *>           32  LOAD-SHED in-flight count + fallback table
      *>           33  PLAN-CATALOG file
      *>           34  INVOICE-REGISTER file + export watermark
      *>           35  TENANT-REGISTRY file
      *>           36  FEED-BRANDING file
      *>           37  AUDIT-CHAIN trail state + dated files
      *>           38  CHANGE-JOURNAL file
      *>           39  MAINTENANCE-WINDOW-REGISTRY file rewrite
      *>           40  HEALTH-RULE-REGISTRY file rewrite
      *>           41  JOB-APPROVAL-REGISTRY file rewrite
      *>           42  ACCESS-REQUEST-REGISTRY file rewrite
      *>           43  LOCATION-RENAME-SERVICE archive rewrite
      *>           44  LOCATION-GROUP-REGISTRY file
      *>           45  CONFIG-HISTORY journal
      *>           46  REPORT-DISTRIBUTION list
      *>           47  RENDER-GATE last good answers and failure log
      *>           48  SUBSCRIBER-PROFILE-REGISTRY file
      *>           49  SENSITIVITY-WEIGHT-REGISTRY file
      *>           50  NEWSLETTER-SUBSCRIBER-REGISTRY file
      *>           51  SOURCE-ATTRIBUTION-REGISTRY file
      *>           52  spare
      *> ===============================================================

       IDENTIFICATION DIVISION.
       DATA DIVISION.

       WORKING-STORAGE SECTION.
       01  C-MUTEX-SLOT-COUNT           CONSTANT AS 52.
       01  WS-MUTEX-TABLE               VALUE LOW-VALUES.
           05  WS-MUTEX-SLOT            PIC X(64) OCCURS 52 TIMES.

       LINKAGE SECTION.
       01  IN-MUTEX-ID                  PIC 9(2).
