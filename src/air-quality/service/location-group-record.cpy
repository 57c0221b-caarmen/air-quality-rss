      *> ===============================================================
      *> COPYBOOK: location-group-record
      *> PURPOSE: One record of LOCATION-GROUP-FILE
      *>          (location-groups.dat): a named group of watched
      *>          locations ("the schools", "the eastern villages")
      *>          and what hangs off it. LGR-MEMBER-KIND says which:
      *>            GROUP     the group itself - its label and owning
      *>                      tenant, with LGR-MEMBER-ID blank
      *>            LOCATION  one watched-location registry id in it
      *>            CHANNEL   one notification channel the group's
      *>                      alerts are routed to
      *>          A location may sit in any number of groups, each
      *>          membership its own record, so the ten-slot
      *>          watched-location tables are never widened for it.
      *>          The group's alert profile lives in the alert-profile
      *>          file under the id "@" + group id (see
      *>          ALERT-PROFILE-REGISTRY), which is why group ids are
      *>          at most seven characters and location ids never
      *>          start with "@".
      *>          LGR-TENANT is the organisation owning the group; its
      *>          members and channels are that organisation's too.
      *> ===============================================================
       01  LGR-RECORD.
           05  LGR-KEY.
               10  LGR-GROUP-ID         PIC X(8).
               10  LGR-MEMBER-KIND      PIC X(8).
               10  LGR-MEMBER-ID        PIC X(8).
           05  LGR-LABEL                PIC X(32).
           05  LGR-TENANT               PIC X(8).
