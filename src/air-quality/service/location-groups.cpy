      *> ===============================================================
      *> COPYBOOK: location-groups
      *> PURPOSE: The whole location-group registry as
      *>          LOAD-LOCATION-GROUPS hands it to a batch or service:
      *>          one slot per group (id, label, owning tenant) and
      *>          one per membership record, a LOCATION or CHANNEL
      *>          member of the group LG-MEMBER-GROUP-ID names (see
      *>          location-group-record). The registry refuses new
      *>          groups and members past these capacities, so a
      *>          loaded table is never short.
      *> ===============================================================
       01  C-LOCATION-GROUP-MAX-COUNT   CONSTANT AS 20.
       01  C-LOCATION-MEMBER-MAX-COUNT  CONSTANT AS 200.
       01  LG-GROUPS-GRP.
           05  LG-GROUP-COUNT           PIC 9(2).
           05  LG-GROUP OCCURS 20 TIMES
                   INDEXED BY LG-GROUP-INDEX.
               10  LG-GROUP-ID          PIC X(8).
               10  LG-GROUP-LABEL       PIC X(32).
               10  LG-GROUP-TENANT      PIC X(8).
           05  LG-MEMBER-COUNT          PIC 9(3).
           05  LG-MEMBER OCCURS 200 TIMES
                   INDEXED BY LG-MEMBER-INDEX.
               10  LG-MEMBER-GROUP-ID   PIC X(8).
               10  LG-MEMBER-KIND       PIC X(8).
               10  LG-MEMBER-ID         PIC X(8).
