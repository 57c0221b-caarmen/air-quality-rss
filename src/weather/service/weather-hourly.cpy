      *> ===============================================================
      *> COPYBOOK: weather-hourly
      *> PURPOSE: One day of the weather forecast hour by hour, as the
      *>          WEATHER-HOURLY entry of WEATHER-SERVICE hands it
      *>          back. WH-HOUR(n) is the local (Europe/Paris) hour
      *>          n-1, so WH-HOUR(1) is 00h and WH-HOUR(24) is 23h.
      *>          WH-SEEN is "Y" once the hour carried a temperature;
      *>          wind speed is in km/h, the UV index is the WHO
      *>          0-11+ scale.
      *> ===============================================================
       01  WH-GRP.
           05  WH-HOUR OCCURS 24 TIMES.
               10  WH-SEEN              PIC X(1).
               10  WH-TEMPERATURE       PIC S9(3)V9(1).
               10  WH-WIND-SPEED        PIC 9(3)V9(1).
               10  WH-UV-INDEX          PIC 9(2)V9(1).
