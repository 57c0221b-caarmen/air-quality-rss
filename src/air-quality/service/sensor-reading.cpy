      *>          rooftop sensors move, and the reconciliation needs
      *>          to ask the official network about the spot the
      *>          reading was actually taken at.
      *>          SEN-VALUE is the calibrated value the feeds and
      *>          reports use (see sensor-registry-record);
      *>          SEN-RAW-VALUE keeps what the unit actually posted,
      *>          so a later calibration correction can always be
      *>          traced back to the unit's own measurement. Layout
      *>          v2 added SEN-RAW-VALUE.
      *> ===============================================================
       01  SEN-RECORD.
           05  SEN-KEY.
           05  SEN-VALUE                PIC 9(3)V9(1).
           05  SEN-LATITUDE-STR         PIC X(10).
           05  SEN-LONGITUDE-STR        PIC X(10).
           05  SEN-RAW-VALUE            PIC 9(3)V9(1).
