      *> ===============================================================
      *> COPYBOOK: sensor-drift-flag
      *> PURPOSE: One (sensor, pollutant) pair the last SENSOR-
      *>          RECONCILIATION-BATCH run found outside the drift
      *>          band, in SENSOR-DRIFT-FLAG-FILE. The file is
      *>          rewritten whole by every run that compared anything,
      *>          so it only ever holds the latest verdicts; the
      *>          public sensor feed reads it to mark a drifting unit
      *>          instead of publishing its reading as if it were
      *>          sound. SDF-RUN-DATE is the run's date (YYYYMMDD);
      *>          the two values are the ones the run compared.
      *> ===============================================================
       01  SDF-RECORD.
           05  SDF-SENSOR-ID            PIC X(16).
           05  SDF-POLLUTANT            PIC X(4).
           05  SDF-RUN-DATE             PIC X(8).
           05  SDF-SENSOR-VALUE         PIC 9(3)V9(1).
           05  SDF-OFFICIAL-VALUE       PIC 9(3)V9(1).
