      *> ===============================================================
      *> COPYBOOK: limit-value
      *> PURPOSE: One regulatory threshold in LIMIT-VALUE-FILE
      *>          (limit-values.dat), read by
      *>          REGULATORY-EXCEEDANCE-BATCH: for a pollutant (in the
      *>          Atmo France vocabulary - no2/o3/pm10/pm25), the
      *>          regime that sets it (EU directive or French code),
      *>          its kind (LIMIT value, TARGET value, quality
      *>          OBJECTIVE), the averaging period it is assessed
      *>          over, the concentration in µg/m³ and how many
      *>          exceedances a calendar year may carry before the
      *>          value is breached.
      *>          LV-AVERAGING is "D" for a daily mean, "8" for the
      *>          maximum daily 8-hour mean, "Y" for the calendar-year
      *>          mean and "H" for an hourly mean. The archives hold
      *>          daily figures, so "8" values are assessed on the
      *>          daily mean (which can only understate them) and "H"
      *>          values are listed as not assessable.
      *>          LV-ALLOWED-COUNT is the number of days a year may
      *>          exceed the threshold (35 for the PM10 daily limit);
      *>          it is ignored for "Y" values, where the year's mean
      *>          itself is compared.
      *>          The file is maintained by the operator; when there
      *>          is none, the batch assesses the EU and French values
      *>          it has built in.
      *> ===============================================================
       01  LV-RECORD.
           05  LV-POLLUTANT-NAME        PIC X(4).
           05  LV-REGIME                PIC X(2).
           05  LV-KIND                  PIC X(9).
           05  LV-AVERAGING             PIC X(1).
           05  LV-THRESHOLD             PIC 9(4)V9(1).
           05  LV-ALLOWED-COUNT         PIC 9(3).
           05  LV-LABEL                 PIC X(48).
