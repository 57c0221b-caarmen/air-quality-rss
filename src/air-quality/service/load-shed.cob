      *> ===============================================================
      *> PROGRAM: LOAD-SHED
      *> PURPOSE: Overload mode for the HTTP front end. When the
      *>          server is carrying too many requests at once, or an
      *>          upstream provider's daily allowance is running out,
      *>          the router sheds requests by subscriber class
      *>          rather than letting every caller slow down or fail
      *>          alike: anonymous callers first, then READER (and
      *>          REPORTER) keys; ADMIN keys and keys held under a
      *>          service contract are never shed. A shed request is
      *>          answered with the last good answer to the same
      *>          request when one is at hand, otherwise 503 with
      *>          Retry-After.
      *>          The marks come from the environment (unset or 0
      *>          switches a mark off, and with every mark off the
      *>          server never sheds and remembers nothing):
      *>            AQRSS_SHED_ANON_INFLIGHT    - shed anonymous
      *>                callers at this many requests in flight
      *>            AQRSS_SHED_READER_INFLIGHT  - and READER keys too
      *>                at this many
      *>            AQRSS_SHED_ANON_BUDGET_PCT  - shed anonymous
      *>                callers once a provider's daily budget is
      *>                down to this percentage (see BUDGET-HEADROOM)
      *>            AQRSS_SHED_READER_BUDGET_PCT - and READER keys
      *>                too at this percentage
      *>            AQRSS_SHED_RETRY_AFTER_S    - the 503's
      *>                Retry-After, default 30 seconds
      *>          The in-flight count is kept here, bracketed by
      *>          MICROHTTPD-ACCESS-HANDLER around each routed
      *>          request. The last-known-good answers are kept here
      *>          too, in WORKING-STORAGE: the router hands over each
      *>          successful feed answer while shedding is configured,
      *>          filed under the request's signature (route plus the
      *>          query parameters that shape the answer), and a day
      *>          old at most is served back.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAD-SHED.

       DATA DIVISION.

      *> WORKING-STORAGE persists across calls within the same
      *> run-unit, unlike LOCAL-STORAGE, so the in-flight count and
      *> the remembered answers survive from one request to the next.
       WORKING-STORAGE SECTION.
       01  WS-IN-FLIGHT-COUNT           PIC 9(5) VALUE 0.

       01  C-LKG-MAX-ENTRIES            CONSTANT AS 20.
       01  WS-LKG-ENTRY-COUNT           PIC 9(2) VALUE 0.
       01  WS-LKG-ENTRY OCCURS 20 TIMES INDEXED BY WS-LKG-IDX.
           05  WS-LKG-SIGNATURE         PIC X(400).
           05  WS-LKG-STORED-SECONDS    PIC 9(11).
           05  WS-LKG-CONTENT-TYPE      PIC X(32).
           05  WS-LKG-BODY              PIC X(10000).

       LOCAL-STORAGE SECTION.
      *> AQRSS-MUTEX slot guarding the in-flight count and the
      *> last-known-good table across MHD worker threads.
       01  C-MUTEX-ID                   PIC 9(2) VALUE 32.
       01  C-LKG-MAX-AGE-SECONDS        PIC 9(5) VALUE 86400.
       01  C-DEFAULT-RETRY-AFTER        PIC 9(9) VALUE 30.
       01  LS-ENV-NAME                  PIC X(32) VALUE SPACES.
       01  LS-ENV-VALUE                 PIC X(32) VALUE SPACES.
       01  LS-MARK                      PIC 9(5) VALUE 0.
       01  LS-ANON-INFLIGHT-MARK        PIC 9(5) VALUE 0.
       01  LS-READER-INFLIGHT-MARK      PIC 9(5) VALUE 0.
       01  LS-ANON-BUDGET-MARK          PIC 9(5) VALUE 0.
       01  LS-READER-BUDGET-MARK        PIC 9(5) VALUE 0.
       01  LS-IN-FLIGHT                 PIC 9(5) VALUE 0.
       01  LS-HEADROOM-PCT              PIC 9(3) VALUE 100.
       01  LS-NOW-TIMESTAMP             PIC X(21) VALUE SPACES.
       01  LS-NOW-DATE                  PIC 9(8) VALUE 0.
       01  LS-NOW-HOUR                  PIC 9(2) VALUE 0.
       01  LS-NOW-MINUTE                PIC 9(2) VALUE 0.
       01  LS-NOW-SECOND                PIC 9(2) VALUE 0.
       01  LS-NOW-SECONDS               PIC 9(11) VALUE 0.
       01  LS-SLOT-FOUND                USAGE BINARY-LONG VALUE 0.
       01  LS-OLDEST-SECONDS            PIC 9(11) VALUE 0.

       LINKAGE SECTION.
       01  OUT-SHED-LEVEL               PIC 9(1).
       01  OUT-RETRY-AFTER              PIC 9(9).
       01  IN-SIGNATURE                 PIC X(400).
       01  IN-CONTENT-TYPE              PIC X(32).
       01  IN-BODY                      PIC X(10000).
       01  OUT-CONTENT-TYPE             PIC X(32).
       01  OUT-BODY                     PIC X(10000).

      *> Unused default entry point: every caller targets one of the
      *> ENTRY points below, the same way ENV-CONFIG's callers always
      *> target one of its named entries.
       PROCEDURE DIVISION.
           GOBACK.

      *> ===============================================================
      *> ENTRY: LOAD-SHED-ENTER / LOAD-SHED-LEAVE
      *> PURPOSE: Count one routed request in, and back out once its
      *>          response has been queued.
      *> ===============================================================
       ENTRY "LOAD-SHED-ENTER".
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           IF WS-IN-FLIGHT-COUNT < 99999
           THEN
               ADD 1 TO WS-IN-FLIGHT-COUNT
           END-IF
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           GOBACK.

       ENTRY "LOAD-SHED-LEAVE".
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           IF WS-IN-FLIGHT-COUNT > 0
           THEN
               SUBTRACT 1 FROM WS-IN-FLIGHT-COUNT
           END-IF
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           GOBACK.

      *> ===============================================================
      *> ENTRY: LOAD-SHED-LEVEL
      *> PURPOSE: How hard to shed right now, in OUT-SHED-LEVEL:
      *>            0 - nothing is shed
      *>            1 - anonymous callers are shed
      *>            2 - anonymous callers and READER/REPORTER keys
      *>          with the Retry-After a refused request should carry
      *>          in OUT-RETRY-AFTER. RETURN-CODE 0 when any mark is
      *>          configured (the router then remembers answers for
      *>          the fallback), 1 when shedding is switched off.
      *> ===============================================================
       ENTRY "LOAD-SHED-LEVEL" USING
           BY REFERENCE OUT-SHED-LEVEL
           BY REFERENCE OUT-RETRY-AFTER.

           MOVE 0 TO OUT-SHED-LEVEL
           MOVE C-DEFAULT-RETRY-AFTER TO OUT-RETRY-AFTER
           PERFORM LOAD-MARKS
           IF LS-ANON-INFLIGHT-MARK = 0
               AND LS-READER-INFLIGHT-MARK = 0
               AND LS-ANON-BUDGET-MARK = 0
               AND LS-READER-BUDGET-MARK = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "AQRSS_SHED_RETRY_AFTER_S" TO LS-ENV-NAME
           PERFORM READ-ONE-MARK
           IF LS-MARK > 0
           THEN
               MOVE LS-MARK TO OUT-RETRY-AFTER
           END-IF

           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE WS-IN-FLIGHT-COUNT TO LS-IN-FLIGHT
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID

      *> The budget file is only read when a budget mark asks for it.
           MOVE 100 TO LS-HEADROOM-PCT
           IF LS-ANON-BUDGET-MARK > 0
               OR LS-READER-BUDGET-MARK > 0
           THEN
               CALL "BUDGET-HEADROOM" USING
                   BY REFERENCE LS-HEADROOM-PCT
           END-IF

           EVALUATE TRUE
           WHEN LS-READER-INFLIGHT-MARK > 0
               AND LS-IN-FLIGHT >= LS-READER-INFLIGHT-MARK
               MOVE 2 TO OUT-SHED-LEVEL
           WHEN LS-READER-BUDGET-MARK > 0
               AND LS-HEADROOM-PCT <= LS-READER-BUDGET-MARK
               MOVE 2 TO OUT-SHED-LEVEL
           WHEN LS-ANON-INFLIGHT-MARK > 0
               AND LS-IN-FLIGHT >= LS-ANON-INFLIGHT-MARK
               MOVE 1 TO OUT-SHED-LEVEL
           WHEN LS-ANON-BUDGET-MARK > 0
               AND LS-HEADROOM-PCT <= LS-ANON-BUDGET-MARK
               MOVE 1 TO OUT-SHED-LEVEL
           END-EVALUATE
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: LOAD-SHED-REMEMBER
      *> PURPOSE: Keep IN-BODY (and its content type) as the last good
      *>          answer to the request IN-SIGNATURE describes,
      *>          replacing that request's previous answer, or the
      *>          oldest remembered answer when the table is full.
      *> ===============================================================
       ENTRY "LOAD-SHED-REMEMBER" USING
           BY REFERENCE IN-SIGNATURE
           BY REFERENCE IN-CONTENT-TYPE
           BY REFERENCE IN-BODY.

           PERFORM COMPUTE-NOW-SECONDS
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM FIND-LKG-SLOT
           IF LS-SLOT-FOUND = 0
           THEN
               PERFORM CLAIM-LKG-SLOT
           END-IF
           MOVE IN-SIGNATURE TO WS-LKG-SIGNATURE(LS-SLOT-FOUND)
           MOVE LS-NOW-SECONDS TO WS-LKG-STORED-SECONDS(LS-SLOT-FOUND)
           MOVE IN-CONTENT-TYPE TO WS-LKG-CONTENT-TYPE(LS-SLOT-FOUND)
           MOVE IN-BODY TO WS-LKG-BODY(LS-SLOT-FOUND)
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: LOAD-SHED-RECALL
      *> PURPOSE: The last good answer to the request IN-SIGNATURE
      *>          describes, into OUT-CONTENT-TYPE and OUT-BODY.
      *>          RETURN-CODE 0 when one no more than a day old is at
      *>          hand, 1 otherwise (the outputs are left alone).
      *> ===============================================================
       ENTRY "LOAD-SHED-RECALL" USING
           BY REFERENCE IN-SIGNATURE
           BY REFERENCE OUT-CONTENT-TYPE
           BY REFERENCE OUT-BODY.

           PERFORM COMPUTE-NOW-SECONDS
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM FIND-LKG-SLOT
           IF LS-SLOT-FOUND = 0
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF LS-NOW-SECONDS - WS-LKG-STORED-SECONDS(LS-SLOT-FOUND)
               > C-LKG-MAX-AGE-SECONDS
           THEN
               CALL "AQRSS-MUTEX-UNLOCK" USING
                   BY REFERENCE C-MUTEX-ID
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-LKG-CONTENT-TYPE(LS-SLOT-FOUND) TO OUT-CONTENT-TYPE
           MOVE WS-LKG-BODY(LS-SLOT-FOUND) TO OUT-BODY
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: LOAD-MARKS
      *> PURPOSE: Read the four shedding marks from the environment.
      *> ===============================================================
       LOAD-MARKS.
           MOVE "AQRSS_SHED_ANON_INFLIGHT" TO LS-ENV-NAME
           PERFORM READ-ONE-MARK
           MOVE LS-MARK TO LS-ANON-INFLIGHT-MARK
           MOVE "AQRSS_SHED_READER_INFLIGHT" TO LS-ENV-NAME
           PERFORM READ-ONE-MARK
           MOVE LS-MARK TO LS-READER-INFLIGHT-MARK
           MOVE "AQRSS_SHED_ANON_BUDGET_PCT" TO LS-ENV-NAME
           PERFORM READ-ONE-MARK
           MOVE LS-MARK TO LS-ANON-BUDGET-MARK
           MOVE "AQRSS_SHED_READER_BUDGET_PCT" TO LS-ENV-NAME
           PERFORM READ-ONE-MARK
           MOVE LS-MARK TO LS-READER-BUDGET-MARK.

      *> ===============================================================
      *> PARAGRAPH: READ-ONE-MARK
      *> PURPOSE: The whole number in the LS-ENV-NAME variable into
      *>          LS-MARK; 0 when it is unset or not a number.
      *> ===============================================================
       READ-ONE-MARK.
           MOVE 0 TO LS-MARK
           MOVE SPACES TO LS-ENV-VALUE
           ACCEPT LS-ENV-VALUE FROM ENVIRONMENT LS-ENV-NAME
           IF FUNCTION TRIM(LS-ENV-VALUE) NOT = SPACES
               AND FUNCTION TRIM(LS-ENV-VALUE) IS NUMERIC
               AND FUNCTION LENGTH(FUNCTION TRIM(LS-ENV-VALUE)) <= 5
           THEN
               MOVE FUNCTION NUMVAL(LS-ENV-VALUE) TO LS-MARK
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: COMPUTE-NOW-SECONDS
      *> PURPOSE: The local clock as seconds since day ordinal 1, for
      *>          the remembered answers' age.
      *> ===============================================================
       COMPUTE-NOW-SECONDS.
           MOVE FUNCTION CURRENT-DATE TO LS-NOW-TIMESTAMP
           MOVE LS-NOW-TIMESTAMP(1:8) TO LS-NOW-DATE
           MOVE LS-NOW-TIMESTAMP(9:2) TO LS-NOW-HOUR
           MOVE LS-NOW-TIMESTAMP(11:2) TO LS-NOW-MINUTE
           MOVE LS-NOW-TIMESTAMP(13:2) TO LS-NOW-SECOND
           COMPUTE LS-NOW-SECONDS =
               FUNCTION INTEGER-OF-DATE(LS-NOW-DATE) * 86400
               + LS-NOW-HOUR * 3600 + LS-NOW-MINUTE * 60
               + LS-NOW-SECOND.

      *> ===============================================================
      *> PARAGRAPH: FIND-LKG-SLOT
      *> PURPOSE: Leave IN-SIGNATURE's slot in LS-SLOT-FOUND, 0 when
      *>          no answer to that request is remembered. Expects the
      *>          mutex held.
      *> ===============================================================
       FIND-LKG-SLOT.
           MOVE 0 TO LS-SLOT-FOUND
           PERFORM VARYING WS-LKG-IDX FROM 1 BY 1
               UNTIL WS-LKG-IDX > WS-LKG-ENTRY-COUNT
               IF WS-LKG-SIGNATURE(WS-LKG-IDX) = IN-SIGNATURE
               THEN
                   SET LS-SLOT-FOUND TO WS-LKG-IDX
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: CLAIM-LKG-SLOT
      *> PURPOSE: A slot for a new signature in LS-SLOT-FOUND: a fresh
      *>          one while the table has room, otherwise the one
      *>          holding the oldest answer. Expects the mutex held.
      *> ===============================================================
       CLAIM-LKG-SLOT.
           IF WS-LKG-ENTRY-COUNT < C-LKG-MAX-ENTRIES
           THEN
               ADD 1 TO WS-LKG-ENTRY-COUNT
               MOVE WS-LKG-ENTRY-COUNT TO LS-SLOT-FOUND
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO LS-SLOT-FOUND
           MOVE WS-LKG-STORED-SECONDS(1) TO LS-OLDEST-SECONDS
           PERFORM VARYING WS-LKG-IDX FROM 2 BY 1
               UNTIL WS-LKG-IDX > WS-LKG-ENTRY-COUNT
               IF WS-LKG-STORED-SECONDS(WS-LKG-IDX) < LS-OLDEST-SECONDS
               THEN
                   SET LS-SLOT-FOUND TO WS-LKG-IDX
                   MOVE WS-LKG-STORED-SECONDS(WS-LKG-IDX)
                       TO LS-OLDEST-SECONDS
               END-IF
           END-PERFORM.

       END PROGRAM LOAD-SHED.
