      *> ===============================================================
      *> COPYBOOK: sensor-drift-history
      *> PURPOSE: One (sensor, pollutant) comparison made by a
      *>          SENSOR-RECONCILIATION-BATCH run, appended to
      *>          SENSOR-DRIFT-HISTORY-FILE for every pair the run
      *>          could check, drifting or not. Where sensor-drift-
      *>          flags.dat only holds the latest verdicts, this is
      *>          the unit's track record: the fused map weights a
      *>          sensor by how often it has stayed inside the drift
      *>          band lately. SDH-DRIFTING is "Y" or "N".
      *> ===============================================================
       01  SDH-RECORD.
           05  SDH-RUN-DATE             PIC X(8).
           05  SDH-SENSOR-ID            PIC X(16).
           05  SDH-POLLUTANT            PIC X(4).
           05  SDH-DRIFTING             PIC X(1).
