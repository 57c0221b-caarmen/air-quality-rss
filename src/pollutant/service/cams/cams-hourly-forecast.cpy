      *> ===============================================================
      *> COPYBOOK: cams-hourly-forecast
      *> PURPOSE: One day of the CAMS pollutant forecast hour by hour,
      *>          as the CAMS-FORECAST-HOURLY entry hands it back.
      *>          CH-HOUR(n) is the local (Europe/Paris) hour n-1, so
      *>          CH-HOUR(1) is 00h and CH-HOUR(24) is 23h. CH-INDEX
      *>          is the worst 1-6 European AQI index any of the four
      *>          forecast pollutants reaches that hour, CH-POLLUTANT
      *>          the one reaching it (no2/o3/pm10/pm25); an hour no
      *>          series carried a value for is left at index 0.
      *> ===============================================================
       01  C-CH-HOUR-COUNT              CONSTANT AS 24.
       01  CH-GRP.
           05  CH-HOUR OCCURS 24 TIMES.
               10  CH-INDEX             PIC 9(1).
               10  CH-POLLUTANT         PIC X(4).
