      *> ===============================================================
      *> COPYBOOK: config-history-record
      *> PURPOSE: One record of CONFIG-HISTORY-FILE
      *>          (config-history.dat): one variable of one recorded
      *>          configuration snapshot. A snapshot is the run of
      *>          records sharing CH-SNAPSHOT-ID, written together at
      *>          startup or at a SIGHUP reload once
      *>          VALIDATE-AQRSS-CONFIG has accepted the values, and
      *>          says which instance took it and when. CH-SOURCE and
      *>          CH-VALUE are as config-values describes them -
      *>          secrets masked.
      *> ===============================================================
       01  CH-RECORD.
           05  CH-SNAPSHOT-ID           PIC 9(9).
           05  CH-TIMESTAMP             PIC X(21).
           05  CH-INSTANCE-ID           PIC X(32).
      *> "STARTUP" or "RELOAD".
           05  CH-TRIGGER               PIC X(8).
           05  CH-VAR-NAME              PIC X(40).
           05  CH-SOURCE                PIC X(8).
           05  CH-VALUE                 PIC X(100).
