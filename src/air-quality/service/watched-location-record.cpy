      *>          quiet hours, the bulletin's notion of "today") is
      *>          evaluated in that zone, so a 22:00 quiet window no
      *>          longer opens at 01:00 local on an overseas site.
      *>          Layout v3 added WLR-TENANT, the organisation that
      *>          watches the location (see TENANT-REGISTRY): its
      *>          alerts go to that tenant's channels and its admins
      *>          alone may change it. Spaces - every entry from
      *>          before - is the operator's own organisation.
      *> ===============================================================
       01  WLR-RECORD.
           05  WLR-LOCATION-ID          PIC X(8).
           05  WLR-CODE-ZONE            PIC X(5).
           05  WLR-LABEL                PIC X(21).
           05  WLR-TZ-OFFSET            PIC X(5).
           05  WLR-TENANT               PIC X(8).
