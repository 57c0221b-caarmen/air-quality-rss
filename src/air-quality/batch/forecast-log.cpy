      *> ===============================================================
      *> COPYBOOK: forecast-log
      *> PURPOSE: One stored forecast in FORECAST-LOG-FILE, written
      *>          by FORECAST-ACCURACY-BATCH the day before
      *>          FL-TARGET-DATE and scored against the observed
      *>          readings once that day's numbers exist. The file is
      *>          INDEXED and keyed on (target date, location, source),
      *>          so a re-stored forecast for the same day replaces its
      *>          record, and the scoring pass can walk forward from
      *>          the oldest unscored day. FL-SCORED flips to "Y" when
      *>          the record has been folded into the scorecard, so a
      *>          day is never counted twice.
      *>          FL-LOCATION carries the watched location's trimmed
      *>          "latitude,longitude" pair, the same label format the
      *>          pollen archive uses. FL-SOURCE names the forecast
      *>          being scored - "PREVAIR", "CAMS" or "BLEND" (the
      *>          blended forecast, see FORECAST-BLEND) - and FL-NAME
      *>          the pollutant in the PREV'AIR vocabulary (NO2, O3,
      *>          PM10, PM25) whichever source it came from.
      *>          Layout version 2 (version 1 had no FL-SOURCE; every
      *>          version 1 record was a PREV'AIR forecast).
      *> ===============================================================
       01  C-FL-MAX-COUNT               CONSTANT AS 10.
       01  FL-RECORD.
           05  FL-KEY.
               10  FL-TARGET-DATE       PIC X(8).
               10  FL-LOCATION          PIC X(21).
               10  FL-SOURCE            PIC X(8).
           05  FL-SCORED                PIC X(1).
           05  FL-COUNT                 PIC 9(2).
           05  FL-ENTRY OCCURS 10 TIMES.
