      *> ===============================================================
      *> COPYBOOK: health-admission
      *> PURPOSE: One day's anonymised asthma and respiratory
      *>          emergency admissions count for one departement, as
      *>          HEALTH-IMPACT-BATCH imports it from the regional
      *>          health agency's file into HEALTH-ADMISSION-FILE
      *>          (health-admissions.dat). The file is INDEXED on
      *>          HA-KEY (date, then departement), the same date-first
      *>          shape as the pollutant archives, so a re-sent file
      *>          replaces its days instead of piling up duplicates.
      *>          The agency's figures are counts only - no patient
      *>          detail ever reaches this file.
      *>          The batch also stamps each departement's day with
      *>          the Meteo-France vigilance warning in force when it
      *>          ran (see VIGILANCE-SERVICE), which nothing else
      *>          archives: HA-VIGILANCE "Y" with the warning's text,
      *>          "N" for none, spaces for a day nobody looked.
      *>          HA-HAS-ADMISSIONS is "N" on a day stamped before the
      *>          agency has sent its count; the import keeps the
      *>          stamp when the count arrives.
      *> ===============================================================
       01  HA-RECORD.
           05  HA-KEY.
               10  HA-DATE-STR          PIC X(10).
               10  HA-DEPARTEMENT       PIC X(2).
           05  HA-HAS-ADMISSIONS        PIC X(1).
           05  HA-ADMISSIONS            PIC 9(5).
           05  HA-VIGILANCE             PIC X(1).
           05  HA-VIGILANCE-TEXT        PIC X(40).
           05  HA-IMPORTED-AT           PIC X(21).
