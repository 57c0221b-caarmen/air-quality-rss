      *> ===============================================================
      *> PROGRAM: POLLEN-FORECAST-SERVICE
      *> PURPOSE: Answer GET /pollen-rss/forecast: the per-species
      *>          pollen levels for the next one to three days at a
      *>          latitude/longitude, from the Copernicus CAMS hourly
      *>          forecast (see CAMS-POLLEN-FORECAST-FETCH), rendered
      *>          through POLLEN-RENDER with the same species, lang,
      *>          limit and format options /pollen-rss takes - plus
      *>          format=ics, which turns every high-pollen day into
      *>          a calendar event.
      *>          There is no last-known-good replay here: a forecast
      *>          replayed a day late would be forecasting the past.
      *>          A failed fetch returns 1 and the router answers 502.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLLEN-FORECAST-SERVICE.

       DATA DIVISION.

       LOCAL-STORAGE SECTION.
       COPY "pollen-data" IN "pollen/service".
       01  C-NOT-STALE                 PIC X(01) VALUE "N".
       01  C-HAS-LOCATION              PIC X(01) VALUE "Y".
       01  LS-CODE-ZONE                PIC X(5) VALUE SPACES.
       01  LS-DATA-URL                 PIC X(1000) VALUE SPACES.

       LINKAGE SECTION.
       01  IN-LATITUDE-DEGREES         PIC S9(3)V9(8).
       01  IN-LONGITUDE-DEGREES        PIC S9(3)V9(8).
      *> IN-DAYS: 1 to 3, the router's "days" query parameter.
       01  IN-DAYS                     PIC 9(1).
       01  IN-FORMAT                   PIC X(4).
       01  IN-LANG                     PIC X(2).
       01  IN-LIMIT                    PIC 9(2).
       01  IN-SPECIES-FILTER           PIC X(100).
       01  OUT-POLLEN-RSS              PIC X(10000).

       PROCEDURE DIVISION USING
           BY REFERENCE IN-LATITUDE-DEGREES
           BY REFERENCE IN-LONGITUDE-DEGREES
           BY REFERENCE IN-DAYS
           BY REFERENCE IN-FORMAT
           BY REFERENCE IN-LANG
           BY REFERENCE IN-LIMIT
           BY REFERENCE IN-SPECIES-FILTER
           BY REFERENCE OUT-POLLEN-RSS.

           CALL "CAMS-POLLEN-FORECAST-FETCH" USING
               BY REFERENCE IN-LATITUDE-DEGREES
               BY REFERENCE IN-LONGITUDE-DEGREES
               BY REFERENCE IN-DAYS
               BY REFERENCE POLLEN-GRP
               BY REFERENCE LS-DATA-URL
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "POLLEN-RENDER" USING
               BY REFERENCE LS-DATA-URL
               BY REFERENCE POLLEN-GRP
               BY REFERENCE IN-LATITUDE-DEGREES
               BY REFERENCE IN-LONGITUDE-DEGREES
               BY REFERENCE LS-CODE-ZONE
               BY REFERENCE IN-FORMAT
               BY REFERENCE C-NOT-STALE
               BY REFERENCE C-HAS-LOCATION
               BY REFERENCE IN-LANG
               BY REFERENCE IN-LIMIT
               BY REFERENCE IN-SPECIES-FILTER
               BY REFERENCE OUT-POLLEN-RSS

           MOVE 0 TO RETURN-CODE
           GOBACK.

       END PROGRAM POLLEN-FORECAST-SERVICE.
