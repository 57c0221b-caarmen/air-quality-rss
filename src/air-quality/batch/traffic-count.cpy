      *> ===============================================================
      *> COPYBOOK: traffic-count
      *> PURPOSE: One day's vehicle count at one of the council
      *>          traffic department's induction-loop counting points,
      *>          as TRAFFIC-CORRELATION-BATCH imports it into
      *>          TRAFFIC-COUNT-FILE (traffic-counts.dat). The file is
      *>          INDEXED on TC-KEY (date, then counting point), the
      *>          same date-first shape as the pollutant archives, so
      *>          a re-sent counts file replaces its days instead of
      *>          piling up duplicates. The point's position is kept
      *>          with every day, as the department's file gives it.
      *> ===============================================================
       01  TC-RECORD.
           05  TC-KEY.
               10  TC-DATE-STR          PIC X(10).
               10  TC-POINT-ID          PIC X(16).
           05  TC-VEHICLES              PIC 9(7).
           05  TC-LATITUDE-STR          PIC X(10).
           05  TC-LONGITUDE-STR         PIC X(10).
           05  TC-IMPORTED-AT           PIC X(21).
