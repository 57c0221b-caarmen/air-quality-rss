      *> ===============================================================
      *> COPYBOOK: sensor-heartbeat-state
      *> PURPOSE: One sensor unit's last heartbeat verdict in
      *>          SENSOR-HEARTBEAT-STATE-FILE, carried across runs so
      *>          SENSOR-HEARTBEAT-BATCH can tell "went quiet since the
      *>          last run" apart from "was already offline" - the
      *>          offline and back-online notices go out on the
      *>          transition, not on every run of an outage.
      *>          SH-SINCE is when the unit entered SH-STATE, as
      *>          YYYYMMDDhhmm.
      *> ===============================================================
       01  SH-RECORD.
           05  SH-SENSOR-ID             PIC X(16).
           05  SH-STATE                 PIC X(7).
           05  SH-SINCE                 PIC X(12).
