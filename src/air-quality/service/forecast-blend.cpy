      *> ===============================================================
      *> COPYBOOK: forecast-blend
      *> PURPOSE: One day's blended pollutant forecast for one place,
      *>          as FORECAST-BLEND hands it back: per pollutant (in
      *>          the PREV'AIR vocabulary - NO2, O3, PM10, PM25), the
      *>          blended daily-mean concentration and 1-6 index, the
      *>          two sources' own indices, the share of the blend
      *>          PREV'AIR carried, the concentration spread between
      *>          the sources, and the confidence word the spread
      *>          earns ("likely" or "uncertain").
      *>          FB-SOURCES says who contributed: B both, P PREV'AIR
      *>          only, C CAMS only. FB-WEIGHT-BASIS says where the
      *>          weights came from: S the accuracy scorecard, E equal
      *>          shares (not enough scored days yet), or SPACE when a
      *>          single source made the whole blend.
      *> ===============================================================
       01  FB-GRP.
           05  FB-TARGET-DATE           PIC X(8).
           05  FB-COUNT                 PIC 9(2).
           05  FB-ENTRY OCCURS 10 TIMES.
               10  FB-NAME              PIC X(4).
               10  FB-AVERAGE           PIC 9(3)V9(1).
               10  FB-INDEX             PIC 9(1).
               10  FB-CONFIDENCE        PIC X(9).
               10  FB-SOURCES           PIC X(1).
               10  FB-WEIGHT-BASIS      PIC X(1).
               10  FB-PREVAIR-WEIGHT    PIC 9(3).
               10  FB-PREVAIR-INDEX     PIC 9(1).
               10  FB-CAMS-INDEX        PIC 9(1).
               10  FB-SPREAD            PIC 9(3)V9(1).
