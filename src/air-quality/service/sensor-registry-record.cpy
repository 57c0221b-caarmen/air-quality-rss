      *> ===============================================================
      *> COPYBOOK: sensor-registry-record
      *> PURPOSE: One sensor unit in SENSOR-REGISTRY-FILE, keyed by
      *>          the same sensor id its readings carry in SEN-SENSOR-ID.
      *>          A reading is only archived for a unit registered
      *>          here, inside its service dates (commissioned on or
      *>          before today, not yet decommissioned - SPACES in
      *>          SR-DECOMMISSIONED-DATE means still in service), for
      *>          a pollutant it has a calibration entry for, and
      *>          posted with the unit's own SR-SECRET.
      *>          Each calibration entry turns the raw value the unit
      *>          posts into the archived one:
      *>              calibrated = raw * SR-CAL-SLOPE + SR-CAL-OFFSET
      *>          clipped to the archive's 0-999.9 range. A fresh
      *>          entry starts at slope 1 and offset 0; the offset is
      *>          what SENSOR-RECONCILIATION-BATCH corrects when the
      *>          unit drifts away from the official network.
      *>          SR-REPORT-INTERVAL-MIN is how often the unit is
      *>          expected to post, in minutes; SENSOR-HEARTBEAT-BATCH
      *>          reads a unit silent for two intervals as offline.
      *>          Layout v2 added SR-REPORT-INTERVAL-MIN.
      *> ===============================================================
       01  SR-RECORD.
           05  SR-SENSOR-ID             PIC X(16).
           05  SR-SITE                  PIC X(32).
           05  SR-LATITUDE-STR          PIC X(10).
           05  SR-LONGITUDE-STR         PIC X(10).
           05  SR-COMMISSIONED-DATE     PIC X(8).
           05  SR-DECOMMISSIONED-DATE   PIC X(8).
           05  SR-SECRET                PIC X(40).
           05  SR-CAL-COUNT             PIC 9(1).
           05  SR-CAL-ENTRY OCCURS 5 TIMES.
               10  SR-CAL-POLLUTANT     PIC X(4).
               10  SR-CAL-SLOPE         PIC 9(1)V9(4).
               10  SR-CAL-OFFSET        PIC S9(3)V9(1).
           05  SR-REPORT-INTERVAL-MIN   PIC 9(4).
