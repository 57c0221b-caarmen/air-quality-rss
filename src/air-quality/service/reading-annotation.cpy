      *> ===============================================================
      *> COPYBOOK: reading-annotation
      *> PURPOSE: One operator annotation in READING-ANNOTATION-FILE
      *>          (reading-annotations.dat), keyed by the archived
      *>          reading it speaks for:
      *>            RA-ARCHIVE   which history archive holds it -
      *>                         ATMO (Atmo France, keyed by
      *>                         code_zone), PREV (daily PREV'AIR),
      *>                         CAMS (daily CAMS), POLN (pollen) or
      *>                         SENS (our own sensors' readings);
      *>            RA-DATE-STR  the archived day, YYYY-MM-DD;
      *>            RA-LOCATION  the code_zone, the sensor id (SENS),
      *>                         or the edited "latitude,longitude"
      *>                         label the archive keys that
      *>                         location with;
      *>            RA-ITEM      the pollutant or pollen species as
      *>                         archived (no2, pm10, ambroisie...),
      *>                         or "*" for every reading of that
      *>                         archive, day and location - a
      *>                         station out for servicing all day.
      *>          RA-FLAG is INVALID (the reading is left out of every
      *>          report, summary, export and /history answer - bar
      *>          the EEA e-Reporting export, whose format carries it
      *>          flagged not valid instead) or SUSPECT (kept, but
      *>          footnoted wherever it is used).
      *>          The archived value itself is never touched: removing
      *>          the annotation brings the reading straight back.
      *>          RA-OPERATOR and RA-REASON say who marked it and why;
      *>          RA-MARKED-TIMESTAMP is when.
      *> ===============================================================
       01  RA-RECORD.
           05  RA-KEY.
               10  RA-ARCHIVE           PIC X(4).
               10  RA-DATE-STR          PIC X(10).
               10  RA-LOCATION          PIC X(21).
               10  RA-ITEM              PIC X(16).
           05  RA-FLAG                  PIC X(7).
           05  RA-OPERATOR              PIC X(32).
           05  RA-REASON                PIC X(80).
           05  RA-MARKED-TIMESTAMP      PIC X(21).
