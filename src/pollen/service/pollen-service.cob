           REPLACING ==POLLEN-GRP== BY ==WS-C-POLLEN-GRP==
                     ==POLLEN-DATE-MAJ== BY ==WS-C-POLLEN-DATE-MAJ==
                     ==POLLEN-RESPONSIBLE== BY ==WS-C-POLLEN-RESP==
                     ==POLLEN-SOURCE== BY ==WS-C-POLLEN-SOURCE==
                     ==POLLEN-CODE-COUNT== BY ==WS-C-POLLEN-CODE-CT==
                     ==POLLEN-CODES== BY ==WS-C-POLLEN-CODES==
                     ==POLLEN-CODE-INDEX== BY ==WS-C-POLLEN-CODE-IDX==
                     ==POLLEN-CODE-NAME== BY ==WS-C-POLLEN-CODE-NAME==
                     ==POLLEN-CODE-VALUE== BY ==WS-C-POLLEN-CODE-VAL==
                     ==POLLEN-CODE-GRAINS== BY ==WS-C-POLLEN-CODE-GRN==
                     ==POLLEN-CODE-DATE== BY ==WS-C-POLLEN-CODE-DATE==
                     ==C-POLLEN-MAX-CODES== BY ==WS-C-POLLEN-MAX==.

       LOCAL-STORAGE SECTION.
       01 C-LOG-WARN               PIC X(5) VALUE "WARN".
       01 C-LOG-ERROR              PIC X(5) VALUE "ERROR".
       01 LS-LOG-MESSAGE           PIC X(256) VALUE SPACES.
      *> Failover to the CAMS pollen forecast (see CAMS-POLLEN-FETCH)
      *> when the primary is down, refused by its breaker or budget,
      *> or hands back a payload that will not parse.
       01 C-LOG-INFO               PIC X(5) VALUE "INFO".
       01 LS-FAILOVER-SERVED       PIC X(01) VALUE "N".
       01 LS-FAILOVER-DATE-STR     PIC X(8) VALUE SPACES.
       01 LS-FAILOVER-REGION       PIC X(12) VALUE SPACES.
       01 LS-CAMS-ROUTE-ENABLED    PIC X(01) VALUE "Y".
       COPY "pollen-data" IN "pollen/service".

       LINKAGE SECTION.
           THEN
               CALL "METRICS-COUNT-UPSTREAM-FAILURE" USING
                   BY REFERENCE C-METRICS-PROVIDER
               PERFORM SERVE-FAILOVER-POLLEN-RSS
               IF LS-FAILOVER-SERVED = "Y"
               THEN
                   MOVE 0 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM SERVE-CACHED-POLLEN-RSS-OR-FAIL
               GOBACK
           END-IF
                   BY REFERENCE LS-LOG-MESSAGE
               CALL "METRICS-COUNT-UPSTREAM-FAILURE" USING
                   BY REFERENCE C-METRICS-PROVIDER
               PERFORM SERVE-FAILOVER-POLLEN-RSS
               IF LS-FAILOVER-SERVED = "Y"
               THEN
                   MOVE 0 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM SERVE-CACHED-POLLEN-RSS-OR-FAIL
               GOBACK
           END-IF
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: SERVE-FAILOVER-POLLEN-RSS
      *> PURPOSE: Called when the primary fetch or parse has failed,
      *>          before falling back to last-known-good: fetch the
      *>          same location from the CAMS pollen forecast and, if
      *>          it answers, render that as a fresh feed and keep it
      *>          as the new last-known-good. Sets LS-FAILOVER-SERVED
      *>          "Y" when OUT-POLLEN-RSS was filled.
      *>          Only a latitude/longitude request in metropolitan
      *>          France can fail over: a code_zone request carries
      *>          no coordinates to ask CAMS for, CAMS has no pollen
      *>          for the overseas territories, and an operator who
      *>          has switched the CAMS route off (CAMS_ROUTE_ENABLED)
      *>          has switched it off for pollen too. The pre-fetch
      *>          slots are left alone, so the primary takes over
      *>          again as soon as it is back.
      *> ===============================================================
       SERVE-FAILOVER-POLLEN-RSS.
           MOVE "N" TO LS-FAILOVER-SERVED
           IF IN-HAS-CODE-ZONE = "Y"
           THEN
               EXIT PARAGRAPH
           END-IF
           CALL "GET-CAMS-ROUTE-ENABLED" USING
               BY REFERENCE LS-CAMS-ROUTE-ENABLED
           IF LS-CAMS-ROUTE-ENABLED = "N"
           THEN
               EXIT PARAGRAPH
           END-IF
           CALL "POLLEN-REGION-FOR-LOCATION" USING
               BY REFERENCE IN-LATITUDE-DEGREES
               BY REFERENCE IN-LONGITUDE-DEGREES
               BY REFERENCE IN-REGION
               BY REFERENCE LS-FAILOVER-REGION
           IF LS-FAILOVER-REGION NOT = "METRO"
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO LS-FAILOVER-DATE-STR
           CALL "CAMS-POLLEN-FETCH" USING
               BY REFERENCE LS-FAILOVER-DATE-STR
               BY REFERENCE IN-LATITUDE-DEGREES
               BY REFERENCE IN-LONGITUDE-DEGREES
               BY REFERENCE POLLEN-GRP
               BY REFERENCE LS-DATA-URL
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               EXIT PARAGRAPH
           END-IF

           MOVE "Pollen primary unavailable, serving CAMS failover"
               TO LS-LOG-MESSAGE
           CALL "AQRSS-LOG" USING
               BY REFERENCE C-LOG-INFO
               BY REFERENCE LS-LOG-MESSAGE
           CALL "POLLEN-RENDER" USING
               BY REFERENCE LS-DATA-URL
               BY REFERENCE POLLEN-GRP
               BY REFERENCE IN-LATITUDE-DEGREES
               BY REFERENCE IN-LONGITUDE-DEGREES
               BY REFERENCE IN-CODE-ZONE
               BY REFERENCE IN-FORMAT
               BY REFERENCE C-NOT-STALE
               BY REFERENCE LS-HAS-LOCATION
               BY REFERENCE IN-LANG
               BY REFERENCE IN-LIMIT
               BY REFERENCE IN-SPECIES-FILTER
               BY REFERENCE OUT-POLLEN-RSS

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE LS-DATA-URL TO WS-CACHED-DATA-URL
           MOVE POLLEN-GRP TO WS-C-POLLEN-GRP
           MOVE "Y" TO WS-HAS-CACHED-POLLEN-DATA
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE "Y" TO LS-FAILOVER-SERVED.

      *> ===============================================================
      *> PARAGRAPH: SERVE-CACHED-POLLEN-RSS-OR-FAIL
      *> PURPOSE: Called when the upstream fetch or parse has failed.
