      *> ===============================================================
      *> COPYBOOK: pollutant-daily-history
      *> PURPOSE: Fixed-length daily history record for one watched
      *>          location's PREV'AIR readings, written by
      *>          AIR-QUALITY-PREFETCH-BATCH to
      *>          PREVAIR-DAILY-HISTORY-FILE. The archive is an
      *>          INDEXED file keyed on PVH-KEY (date plus location),
      *>          the same shape as AFH-KEY, so readers can START at
      *>          their cutoff date and a re-run of the batch on the
      *>          same day replaces its record instead of piling up a
      *>          near-duplicate.
      *>          PVH-LOCATION carries the location's trimmed
      *>          "latitude,longitude" pair, edited the same way as
      *>          PH-LOCATION so /history can look up all archives
      *>          with one label. Names are stored in the Atmo France
      *>          vocabulary (no2/o3/pm10/pm25), not PREV'AIR's raw
      *>          upper-case, NUL-padded names.
      *> ===============================================================
       01  C-PVH-HISTORY-MAX-COUNT      CONSTANT AS 10.
       01  PVH-RECORD.
           05  PVH-KEY.
               10  PVH-DATE-STR         PIC X(10).
               10  PVH-LOCATION         PIC X(21).
           05  PVH-COUNT                PIC 9(2).
           05  PVH-ENTRY OCCURS 10 TIMES.
               10  PVH-NAME             PIC X(4).
               10  PVH-AVERAGE          PIC 9(3)V9(1).
               10  PVH-INDEX            PIC 9(9).
      *> The payload's data-quality score (0-100, see
      *> DATA-QUALITY-SCORE), stamped when the record was archived;
      *> records below the quality floor are never archived at all.
           05  PVH-QUALITY-SCORE        PIC 9(3).
