      *>          requests and rate-limit rejections, RESPONSE-CACHE
      *>          counts its own hits and misses, and the three data
      *>          services count last-known-good fallbacks and
      *>          upstream fetch failures per provider; the router
      *>          counts the requests it sheds under overload (see
      *>          LOAD-SHED) and the rendered answers it refuses as
      *>          malformed (see RENDER-GATE).
      *>          METRICS-RENDER formats everything in the plain-text
      *>          exposition format the scraper expects.
      *> ===============================================================
       01  WS-CACHE-HIT-COUNT           PIC 9(9) VALUE 0.
       01  WS-CACHE-MISS-COUNT          PIC 9(9) VALUE 0.
       01  WS-STALE-FALLBACK-COUNT      PIC 9(9) VALUE 0.
      *> Requests shed under overload, by the caller's class and by
      *> how they were answered: last-known-good content, or 503.
       01  WS-SHED-ANON-LKG-COUNT       PIC 9(9) VALUE 0.
       01  WS-SHED-ANON-503-COUNT       PIC 9(9) VALUE 0.
       01  WS-SHED-READER-LKG-COUNT     PIC 9(9) VALUE 0.
       01  WS-SHED-READER-503-COUNT     PIC 9(9) VALUE 0.
      *> Rendered answers refused as malformed, by the format they
      *> were checked as and by what went out instead: the last good
      *> answer to the same request, or 500.
       01  C-RENDER-FAIL-MAX-COUNT      CONSTANT AS 14.
       01  WS-RENDER-FAIL-SLOT-COUNT    PIC 9(2) VALUE 0.
       01  WS-RENDER-FAIL-SLOT OCCURS 14 TIMES INDEXED BY WS-RF-IDX.
           05  WS-RF-FORMAT             PIC X(8).
           05  WS-RF-ANSWER             PIC X(3).
           05  WS-RF-COUNT              PIC 9(9).

       LOCAL-STORAGE SECTION.
      *> AQRSS-MUTEX slot guarding the counters and their tables
       01  IN-ROUTE                     PIC X(100).
       01  IN-STATUS-CODE               PIC 999.
       01  IN-PROVIDER                  PIC X(12).
       01  IN-SHED-CLASS                PIC X(9).
       01  IN-SHED-ANSWER               PIC X(3).
       01  IN-RENDER-FORMAT             PIC X(8).
       01  IN-RENDER-ANSWER             PIC X(3).
       01  OUT-METRICS-BODY             PIC X(10000).

      *> Unused default entry point: every caller targets one of the
               BY REFERENCE C-MUTEX-ID
           GOBACK.

      *> ===============================================================
      *> ENTRY: METRICS-COUNT-SHED
      *> PURPOSE: Count one request the router shed under overload.
      *>          IN-SHED-CLASS is "anonymous" or "reader" (READER and
      *>          REPORTER keys alike); IN-SHED-ANSWER is "LKG" when
      *>          last-known-good content went out, "503" otherwise.
      *> ===============================================================
       ENTRY "METRICS-COUNT-SHED" USING
           BY REFERENCE IN-SHED-CLASS
           BY REFERENCE IN-SHED-ANSWER.
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           EVALUATE TRUE
           WHEN IN-SHED-CLASS = "anonymous" AND IN-SHED-ANSWER = "LKG"
               ADD 1 TO WS-SHED-ANON-LKG-COUNT
           WHEN IN-SHED-CLASS = "anonymous"
               ADD 1 TO WS-SHED-ANON-503-COUNT
           WHEN IN-SHED-ANSWER = "LKG"
               ADD 1 TO WS-SHED-READER-LKG-COUNT
           WHEN OTHER
               ADD 1 TO WS-SHED-READER-503-COUNT
           END-EVALUATE
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           GOBACK.

      *> ===============================================================
      *> ENTRY: METRICS-COUNT-RENDER-FAILURE
      *> PURPOSE: Count one rendered answer the router refused as
      *>          malformed. IN-RENDER-FORMAT is the format it was
      *>          checked as (ATOM, RSS2, JSON...); IN-RENDER-ANSWER
      *>          is "LKG" when the last good answer went out in its
      *>          place, "500" otherwise.
      *> ===============================================================
       ENTRY "METRICS-COUNT-RENDER-FAILURE" USING
           BY REFERENCE IN-RENDER-FORMAT
           BY REFERENCE IN-RENDER-ANSWER.
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE 0 TO LS-SLOT-FOUND
           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
               UNTIL WS-RF-IDX > WS-RENDER-FAIL-SLOT-COUNT
               IF WS-RF-FORMAT(WS-RF-IDX) = IN-RENDER-FORMAT
                   AND WS-RF-ANSWER(WS-RF-IDX) = IN-RENDER-ANSWER
               THEN
                   SET LS-SLOT-FOUND TO WS-RF-IDX
               END-IF
           END-PERFORM
           IF LS-SLOT-FOUND = 0
               AND WS-RENDER-FAIL-SLOT-COUNT < C-RENDER-FAIL-MAX-COUNT
           THEN
               ADD 1 TO WS-RENDER-FAIL-SLOT-COUNT
               MOVE WS-RENDER-FAIL-SLOT-COUNT TO LS-SLOT-FOUND
               MOVE IN-RENDER-FORMAT TO WS-RF-FORMAT(LS-SLOT-FOUND)
               MOVE IN-RENDER-ANSWER TO WS-RF-ANSWER(LS-SLOT-FOUND)
               MOVE 0 TO WS-RF-COUNT(LS-SLOT-FOUND)
           END-IF
           IF LS-SLOT-FOUND > 0
           THEN
               ADD 1 TO WS-RF-COUNT(LS-SLOT-FOUND)
           END-IF
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           GOBACK.

      *> ===============================================================
      *> ENTRY: METRICS-RENDER
      *> PURPOSE: Render every counter in the plain-text exposition
           END-STRING
           PERFORM APPEND-METRIC-LINE

           MOVE WS-SHED-ANON-LKG-COUNT TO LS-COUNT-DISPLAY
           MOVE SPACES TO LS-METRIC-LINE
           STRING
               'aqrss_shed_requests_total{class="anonymous",'
               'answer="last_known_good"} '
               FUNCTION TRIM(LS-COUNT-DISPLAY)
               INTO LS-METRIC-LINE
           END-STRING
           PERFORM APPEND-METRIC-LINE

           MOVE WS-SHED-ANON-503-COUNT TO LS-COUNT-DISPLAY
           MOVE SPACES TO LS-METRIC-LINE
           STRING
               'aqrss_shed_requests_total{class="anonymous",'
               'answer="503"} '
               FUNCTION TRIM(LS-COUNT-DISPLAY)
               INTO LS-METRIC-LINE
           END-STRING
           PERFORM APPEND-METRIC-LINE

           MOVE WS-SHED-READER-LKG-COUNT TO LS-COUNT-DISPLAY
           MOVE SPACES TO LS-METRIC-LINE
           STRING
               'aqrss_shed_requests_total{class="reader",'
               'answer="last_known_good"} '
               FUNCTION TRIM(LS-COUNT-DISPLAY)
               INTO LS-METRIC-LINE
           END-STRING
           PERFORM APPEND-METRIC-LINE

           MOVE WS-SHED-READER-503-COUNT TO LS-COUNT-DISPLAY
           MOVE SPACES TO LS-METRIC-LINE
           STRING
               'aqrss_shed_requests_total{class="reader",'
               'answer="503"} '
               FUNCTION TRIM(LS-COUNT-DISPLAY)
               INTO LS-METRIC-LINE
           END-STRING
           PERFORM APPEND-METRIC-LINE

           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
               UNTIL WS-RF-IDX > WS-RENDER-FAIL-SLOT-COUNT
               MOVE WS-RF-COUNT(WS-RF-IDX) TO LS-COUNT-DISPLAY
               MOVE SPACES TO LS-METRIC-LINE
               IF WS-RF-ANSWER(WS-RF-IDX) = "LKG"
               THEN
                   STRING
                       'aqrss_render_failures_total{format="'
                       FUNCTION LOWER-CASE(
                           FUNCTION TRIM(WS-RF-FORMAT(WS-RF-IDX)))
                       '",answer="last_known_good"} '
                       FUNCTION TRIM(LS-COUNT-DISPLAY)
                       INTO LS-METRIC-LINE
                   END-STRING
               ELSE
                   STRING
                       'aqrss_render_failures_total{format="'
                       FUNCTION LOWER-CASE(
                           FUNCTION TRIM(WS-RF-FORMAT(WS-RF-IDX)))
                       '",answer="'
                       FUNCTION TRIM(WS-RF-ANSWER(WS-RF-IDX)) '"} '
                       FUNCTION TRIM(LS-COUNT-DISPLAY)
                       INTO LS-METRIC-LINE
                   END-STRING
               END-IF
               PERFORM APPEND-METRIC-LINE
           END-PERFORM

           PERFORM VARYING WS-PV-IDX FROM 1 BY 1
               UNTIL WS-PV-IDX > WS-PROVIDER-SLOT-COUNT
               MOVE WS-PV-FAILURE-COUNT(WS-PV-IDX) TO LS-COUNT-DISPLAY
