      *> ===============================================================
      *> COPYBOOK: sensitive-site-notification
      *> PURPOSE: One line of the facility notification log
      *>          (sensitive-site-notifications.YYYYMMDD.log, one file
      *>          per day): which sensitive site was told what, when,
      *>          on which channel, and whether the channel took it.
      *>          SN-EVENT is NEW (threshold crossed), ESCALATE,
      *>          EXPECTED (episode forecast) or OFFICIAL (prefecture
      *>          declaration); SN-GUIDANCE is the category guidance
      *>          the message carried.
      *> ===============================================================
       01  SN-RECORD.
           05  SN-TIMESTAMP             PIC X(21).
           05  SN-SITE-ID               PIC X(8).
           05  SN-SITE-NAME             PIC X(60).
           05  SN-CATEGORY              PIC X(9).
           05  SN-LOCATION-ID           PIC X(8).
           05  SN-EVENT                 PIC X(10).
           05  SN-ITEM-NAME             PIC X(16).
           05  SN-LEVEL                 PIC 9(2).
           05  SN-CHANNEL-ID            PIC X(8).
           05  SN-DELIVERED             PIC X(1).
           05  SN-GUIDANCE              PIC X(400).
