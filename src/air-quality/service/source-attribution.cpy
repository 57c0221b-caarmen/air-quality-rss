      *> ===============================================================
      *> COPYBOOK: source-attribution
      *> PURPOSE: One day's natural-source attribution for one watched
      *>          location in SOURCE-ATTRIBUTION-FILE
      *>          (source-attributions.dat), written by
      *>          SOURCE-ATTRIBUTION-BATCH when the day's PM10 was
      *>          raised and the evidence points away from local
      *>          emissions. Keyed the way the daily PREV'AIR and
      *>          CAMS archives key the same day:
      *>            SA-DATE-STR  the day, YYYY-MM-DD;
      *>            SA-LOCATION  the edited "latitude,longitude"
      *>                         label the archives key the location
      *>                         with.
      *>          SA-SOURCE is DUST (Saharan dust: CAMS desert dust
      *>          and aerosol optical depth both raised), FIRE (a
      *>          wildfire smoke plume: satellite fire hotspots
      *>          upwind and the aerosol optical depth raised) or BOTH.
      *>          The evidence is kept with the verdict: the day's
      *>          PM10 daily mean, the CAMS dust concentration and
      *>          optical depth, the upwind hotspot count and the
      *>          wind direction they were counted against.
      *>          Like the operator's reading annotations, the record
      *>          sits beside the archived reading and never alters
      *>          it: the digest, the alert messages, the episode
      *>          after-action report and the regulatory exceedance
      *>          report consult it.
      *> ===============================================================
       01  SA-RECORD.
           05  SA-KEY.
               10  SA-DATE-STR          PIC X(10).
               10  SA-LOCATION          PIC X(21).
           05  SA-SOURCE                PIC X(4).
           05  SA-PM10                  PIC 9(3)V9(1).
           05  SA-DUST                  PIC 9(4)V9(1).
           05  SA-AOD                   PIC 9(1)V9(3).
           05  SA-HOTSPOTS              PIC 9(4).
           05  SA-WIND-DIRECTION        PIC 9(3).
           05  SA-ATTRIBUTED-AT         PIC X(21).
