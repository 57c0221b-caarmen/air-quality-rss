      *>          suspended, and that is worse than stale data.
      *>          The counters live in provider-budget.dat so they
      *>          survive a restart mid-day; rows from previous days
      *>          are dropped as the file is rewritten, after being
      *>          appended to provider-budget-history.dat for the
      *>          capacity forecast. BUDGET-STATE
      *>          renders the counters (and any throttling) for the
      *>          /status route; BUDGET-HEADROOM condenses them into
      *>          one figure for LOAD-SHED's overload marks.
      *> ===============================================================

       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PB-FILE-STATUS.

           SELECT PROVIDER-BUDGET-HISTORY-FILE ASSIGN TO
                   "provider-budget-history.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PH-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
           05  PB-PROVIDER              PIC X(12).
           05  PB-COUNT                 PIC 9(7).

       FD  PROVIDER-BUDGET-HISTORY-FILE.
       COPY provider-budget-history IN "support/http".

       WORKING-STORAGE SECTION.
       01  WS-PB-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-PH-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  C-PROVIDER-MAX-COUNT         CONSTANT AS 10.
       01  WS-PROVIDER-COUNT            PIC 9(2) VALUE 0.
       01  WS-PROVIDER-TABLE.
           05  WS-PB-ENTRY OCCURS 10 TIMES INDEXED BY WS-PB-IDX.
               10  WS-PB-NAME           PIC X(12).
               10  WS-PB-USED           PIC 9(7).
      *> Rows of earlier days seen by the last load: the next rewrite
      *> drops them, so it journals them first.
       01  WS-STALE-COUNT               PIC 9(2) VALUE 0.
       01  WS-STALE-TABLE.
           05  WS-ST-ENTRY OCCURS 10 TIMES INDEXED BY WS-ST-IDX.
               10  WS-ST-DATE           PIC X(10).
               10  WS-ST-NAME           PIC X(12).
               10  WS-ST-USED           PIC 9(7).

       LOCAL-STORAGE SECTION.
      *> AQRSS-MUTEX slot guarding the counter file's
       01  LS-CEILING-DISPLAY           PIC Z(6)9.
       01  LS-STATE-LINE                PIC X(80) VALUE SPACES.
       01  LS-STATE-SCRATCH             PIC X(500) VALUE SPACES.
       01  LS-PROVIDER-HEADROOM         PIC 9(3) VALUE 0.

       LINKAGE SECTION.
       01  IN-PROVIDER                  PIC X(12).
       01  OUT-BUDGET-STATE             PIC X(500).
       01  OUT-HEADROOM-PCT             PIC 9(3).

      *> Unused default entry point: every caller targets one of the
      *> ENTRY points below, the same way ENV-CONFIG's callers always
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: BUDGET-HEADROOM
      *> PURPOSE: The smallest share of today's allowance any ceilinged
      *>          provider has left, as a whole percentage in
      *>          OUT-HEADROOM-PCT (100 when no provider has a ceiling
      *>          or none has been called yet today, 0 when one is
      *>          throttled).
      *> ===============================================================
       ENTRY "BUDGET-HEADROOM" USING
           BY REFERENCE OUT-HEADROOM-PCT.

           MOVE 100 TO OUT-HEADROOM-PCT
           CALL "AQRSS-MUTEX-LOCK" USING
               BY REFERENCE C-MUTEX-ID
           PERFORM LOAD-TODAY-COUNTERS
           CALL "AQRSS-MUTEX-UNLOCK" USING
               BY REFERENCE C-MUTEX-ID

           PERFORM VARYING WS-PB-IDX FROM 1 BY 1
               UNTIL WS-PB-IDX > WS-PROVIDER-COUNT
               MOVE WS-PB-NAME(WS-PB-IDX) TO LS-PROVIDER-SCRATCH
               PERFORM LOOKUP-CEILING-FOR-SCRATCH
               IF LS-CEILING > 0
               THEN
                   IF WS-PB-USED(WS-PB-IDX) >= LS-CEILING
                   THEN
                       MOVE 0 TO LS-PROVIDER-HEADROOM
                   ELSE
                       COMPUTE LS-PROVIDER-HEADROOM =
                           (LS-CEILING - WS-PB-USED(WS-PB-IDX)) * 100
                           / LS-CEILING
                   END-IF
                   IF LS-PROVIDER-HEADROOM < OUT-HEADROOM-PCT
                   THEN
                       MOVE LS-PROVIDER-HEADROOM TO OUT-HEADROOM-PCT
                   END-IF
               END-IF
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: LOOKUP-CEILING
      *> PURPOSE: Read IN-PROVIDER's daily ceiling from its
           END-STRING

           MOVE 0 TO WS-PROVIDER-COUNT
           MOVE 0 TO WS-STALE-COUNT
           OPEN INPUT PROVIDER-BUDGET-FILE
           IF WS-PB-FILE-STATUS NOT = "00"
           THEN
                               TO WS-PB-NAME(WS-PB-IDX)
                           MOVE PB-COUNT TO WS-PB-USED(WS-PB-IDX)
                       END-IF
                       IF PB-DATE NOT = LS-TODAY-DATE-STR
                           AND PB-DATE NOT = SPACES
                           AND WS-STALE-COUNT < C-PROVIDER-MAX-COUNT
                       THEN
                           ADD 1 TO WS-STALE-COUNT
                           SET WS-ST-IDX TO WS-STALE-COUNT
                           MOVE PB-DATE TO WS-ST-DATE(WS-ST-IDX)
                           MOVE PB-PROVIDER TO WS-ST-NAME(WS-ST-IDX)
                           MOVE PB-COUNT TO WS-ST-USED(WS-ST-IDX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROVIDER-BUDGET-FILE.
      *> ===============================================================
      *> PARAGRAPH: SAVE-TODAY-COUNTERS
      *> PURPOSE: Rewrite the counter file from the table, all rows
      *>          stamped with today, journaling any earlier day's
      *>          rows the rewrite is about to drop.
      *> ===============================================================
       SAVE-TODAY-COUNTERS.
           IF WS-STALE-COUNT > 0
           THEN
               PERFORM JOURNAL-STALE-COUNTERS
           END-IF
           OPEN OUTPUT PROVIDER-BUDGET-FILE
           IF WS-PB-FILE-STATUS NOT = "00"
           THEN
           END-PERFORM
           CLOSE PROVIDER-BUDGET-FILE.

      *> ===============================================================
      *> PARAGRAPH: JOURNAL-STALE-COUNTERS
      *> PURPOSE: Append the earlier days' final counts remembered by
      *>          LOAD-TODAY-COUNTERS to the budget history. Runs
      *>          under the mutex, just before the rewrite drops them,
      *>          so each finished day is journaled once.
      *> ===============================================================
       JOURNAL-STALE-COUNTERS.
           OPEN EXTEND PROVIDER-BUDGET-HISTORY-FILE
           IF WS-PH-FILE-STATUS = "35"
           THEN
               OPEN OUTPUT PROVIDER-BUDGET-HISTORY-FILE
           END-IF
           IF WS-PH-FILE-STATUS NOT = "00"
           THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-STALE-COUNT
               MOVE WS-ST-DATE(WS-ST-IDX) TO PH-DATE
               MOVE WS-ST-NAME(WS-ST-IDX) TO PH-PROVIDER
               MOVE WS-ST-USED(WS-ST-IDX) TO PH-COUNT
               WRITE PH-RECORD
           END-PERFORM
           CLOSE PROVIDER-BUDGET-HISTORY-FILE
           MOVE 0 TO WS-STALE-COUNT.

       END PROGRAM PROVIDER-BUDGET.
