      *> ===============================================================
      *> COPYBOOK: capacity-history
      *> PURPOSE: One line of CAPACITY-HISTORY-FILE
      *>          (capacity-history.dat): the size in bytes of one data
      *>          file as CAPACITY-FORECAST-BATCH measured it on
      *>          CH-DATE. Each run appends one snapshot - a line per
      *>          file present - at most once a day, and the next runs
      *>          trend the snapshots to project the data volume
      *>          forward.
      *> ===============================================================
       01  CH-RECORD.
           05  CH-DATE                  PIC 9(8).
           05  CH-FILE-NAME             PIC X(40).
           05  CH-BYTES                 PIC 9(15).
