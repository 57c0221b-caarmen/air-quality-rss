      *> ===============================================================
      *> COPYBOOK: forecast-scorecard
      *> PURPOSE: One source's running forecast-accuracy tallies for
      *>          one pollutant in FORECAST-SCORECARD-FILE, accumulated
      *>          by FORECAST-ACCURACY-BATCH as each stored forecast is
      *>          scored against the observed readings: how many
      *>          forecast/observed sample pairs have been compared,
      *>          the summed absolute error between forecast and
      *>          average error in the report are derived from these,
      *>          so the file survives restarts and the rates cover
      *>          the whole scored history, not one run.
      *>          Keyed on (source, pollutant), the same FL-SOURCE and
      *>          FL-NAME values the forecast log carries, so PREV'AIR,
      *>          CAMS and the blend are each scored on their own -
      *>          and FORECAST-BLEND weights the sources by these
      *>          tallies.
      *>          Layout version 2 (version 1 was keyed on the
      *>          pollutant alone and held PREV'AIR's tallies only).
      *> ===============================================================
       01  SC-RECORD.
           05  SC-KEY.
               10  SC-SOURCE            PIC X(8).
               10  SC-POLLUTANT-NAME    PIC X(4).
           05  SC-SAMPLE-COUNT          PIC 9(7).
           05  SC-ERROR-SUM             PIC 9(9)V9(1).
           05  SC-ELEV-FORECAST-COUNT   PIC 9(7).
