      *> ===============================================================
      *> COPYBOOK: pollutant-daily-history
      *> PURPOSE: Fixed-length daily history record for one watched
      *>          location's Copernicus CAMS readings, written by
      *>          AIR-QUALITY-PREFETCH-BATCH to CAMS-HISTORY-FILE.
      *>          The archive is an INDEXED file keyed on CMH-KEY
      *>          (date plus location), the same shape as AFH-KEY, so
      *>          readers can START at their cutoff date and a re-run
      *>          of the batch on the same day replaces its record
      *>          instead of piling up a near-duplicate.
      *>          CMH-LOCATION carries the location's trimmed
      *>          "latitude,longitude" pair, edited the same way as
      *>          PH-LOCATION so /history can look up all archives
      *>          with one label.
      *> ===============================================================
       01  C-CMH-HISTORY-MAX-COUNT      CONSTANT AS 10.
       01  CMH-RECORD.
           05  CMH-KEY.
               10  CMH-DATE-STR         PIC X(10).
               10  CMH-LOCATION         PIC X(21).
           05  CMH-COUNT                PIC 9(2).
           05  CMH-ENTRY OCCURS 10 TIMES.
               10  CMH-NAME             PIC X(4).
               10  CMH-AVERAGE          PIC 9(3)V9(1).
               10  CMH-INDEX            PIC 9(9).
      *> The payload's data-quality score (0-100, see
      *> DATA-QUALITY-SCORE), stamped when the record was archived;
      *> records below the quality floor are never archived at all.
           05  CMH-QUALITY-SCORE        PIC 9(3).
