      *> ===============================================================
      *> COPYBOOK: indoor-co2-reading
      *> PURPOSE: One classroom CO2 reading in INDOOR-CO2-FILE, posted
      *>          through POST /sensor-readings with pollutant "co2"
      *>          by a monitor registered in SENSOR-REGISTRY like any
      *>          other unit. Indoor air is not the town's air: these
      *>          readings live in their own archive, apart from
      *>          sensor-readings.dat, so nothing that builds the
      *>          outdoor index, maps or rankings ever reads them.
      *>          CO2-BUILDING and CO2-ROOM name where the monitor
      *>          hung when it posted, so a monitor moved to another
      *>          room files under the new one from then on.
      *>          CO2-PPM is the calibrated value, CO2-RAW-PPM what
      *>          the monitor posted, both in ppm.
      *> ===============================================================
       01  CO2-RECORD.
           05  CO2-KEY.
               10  CO2-SENSOR-ID        PIC X(16).
               10  CO2-TIMESTAMP        PIC X(21).
           05  CO2-BUILDING             PIC X(32).
           05  CO2-ROOM                 PIC X(32).
           05  CO2-PPM                  PIC 9(5).
           05  CO2-RAW-PPM              PIC 9(5).
