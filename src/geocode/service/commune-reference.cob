      *>          availability. GEOCODE-SERVICE asks here first and
      *>          only falls back to the live provider for names the
      *>          reference file does not know.
      *>          Also answers for the commune succession file the
      *>          same loader builds from the INSEE change file: where
      *>          a retired code went (COMMUNE-SUCCESSOR) and which
      *>          retired codes now resolve to a current commune
      *>          (COMMUNE-PREDECESSORS, and COMMUNE-CURRENT-CODE for
      *>          the archive walks), so the registries and the
      *>          archives keyed on a code of the day keep following
      *>          a commune through its mergers.
      *> ===============================================================

       IDENTIFICATION DIVISION.
               RECORD KEY IS CR-NAME-KEY
               FILE STATUS IS WS-CR-FILE-STATUS.

           SELECT COMMUNE-POPULATION-FILE ASSIGN TO
                   "commune-population.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CP-INSEE-CODE
               FILE STATUS IS WS-CP-FILE-STATUS.

           SELECT COMMUNE-SUCCESSION-FILE ASSIGN TO
                   "commune-succession.dat"
      *> DYNAMIC: COMMUNE-SUCCESSOR reads by key, the predecessor
      *> scan below reads the whole file in key order.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CS-OLD-CODE
               FILE STATUS IS WS-CS-FILE-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD  COMMUNE-REFERENCE-FILE.
       COPY commune-reference IN "geocode/service".

       FD  COMMUNE-POPULATION-FILE.
       COPY commune-population IN "geocode/service".

       FD  COMMUNE-SUCCESSION-FILE.
       COPY commune-succession IN "geocode/service".

       WORKING-STORAGE SECTION.
       01  WS-CR-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CP-FILE-STATUS            PIC X(02) VALUE SPACES.
       01  WS-CS-FILE-STATUS            PIC X(02) VALUE SPACES.

       LOCAL-STORAGE SECTION.
      *> INSEE existence-scan scratch: how many characters of the
       01  LS-SUGGESTION-COUNT          PIC 9(1) VALUE 0.
       01  C-SUGGESTION-MAX-COUNT       PIC 9(1) VALUE 3.
       01  LS-SUGGESTION-LINE           PIC X(60) VALUE SPACES.
      *> Succession lookup scratch: the keyed read's verdict and the
      *> caller's cache slot being compared.
       01  LS-SUCCESSOR-RESULT          PIC 9(1) VALUE 0.
       01  LS-CCC-IDX                   PIC 9(3) VALUE 0.

       LINKAGE SECTION.
       01  IN-CITY-NAME                 PIC X(100).
       01  OUT-LONGITUDE-DEGREES        PIC S9(3)V9(8).
       01  IN-INSEE-CODE                PIC X(5).
       01  OUT-SUGGESTIONS              PIC X(200).
       01  OUT-POPULATION               PIC 9(8).
       01  OUT-CURRENT-CODE             PIC X(5).
       COPY commune-predecessor-list IN "geocode/service".
       COPY commune-code-cache IN "geocode/service".

      *> Unused default entry point: every caller targets the entry
      *> below, the same way ENV-CONFIG's callers always target one
           MOVE 1 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: COMMUNE-POPULATION
      *> PURPOSE: The municipal population of the commune carrying
      *>          IN-INSEE-CODE, from the commune population file the
      *>          loader builds beside the reference. Returns 0 with
      *>          OUT-POPULATION filled; 1 with OUT-POPULATION at 0
      *>          when the code is not a listed commune (an EPCI
      *>          code_zone, say) or no listing has been loaded, so
      *>          the caller counts the zone as of unknown population.
      *> ===============================================================
       ENTRY "COMMUNE-POPULATION" USING
           BY REFERENCE IN-INSEE-CODE
           BY REFERENCE OUT-POPULATION.

           MOVE 0 TO OUT-POPULATION
           OPEN INPUT COMMUNE-POPULATION-FILE
           IF WS-CP-FILE-STATUS NOT = "00"
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE IN-INSEE-CODE TO CP-INSEE-CODE
           READ COMMUNE-POPULATION-FILE
           IF WS-CP-FILE-STATUS = "00"
           THEN
               MOVE CP-POPULATION TO OUT-POPULATION
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 1 TO RETURN-CODE
           END-IF

           CLOSE COMMUNE-POPULATION-FILE
           GOBACK.

      *> ===============================================================
      *> ENTRY: COMMUNE-SUCCESSOR
      *> PURPOSE: The code in force today for the commune that
      *>          carried IN-INSEE-CODE. Returns 0 when the code has
      *>          been retired, with OUT-CURRENT-CODE set to the
      *>          commune it ended up in; 1 with OUT-CURRENT-CODE set
      *>          to IN-INSEE-CODE itself when the code was never
      *>          retired (or was restored); 2, likewise unchanged,
      *>          when no succession file has been loaded. Either
      *>          way the caller carries on with the code it had.
      *> ===============================================================
       ENTRY "COMMUNE-SUCCESSOR" USING
           BY REFERENCE IN-INSEE-CODE
           BY REFERENCE OUT-CURRENT-CODE.

           PERFORM READ-SUCCESSOR
           MOVE LS-SUCCESSOR-RESULT TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: COMMUNE-CURRENT-CODE
      *> PURPOSE: COMMUNE-SUCCESSOR for a caller walking an archive:
      *>          the same answer, from the caller's CCC-CACHE-GRP
      *>          when it has asked for IN-INSEE-CODE before, and
      *>          filed there when it has not. Returns 0 when the
      *>          code has been retired (OUT-CURRENT-CODE is where it
      *>          went), 1 otherwise (OUT-CURRENT-CODE is the code
      *>          itself) - no succession file answers 1 throughout.
      *> ===============================================================
       ENTRY "COMMUNE-CURRENT-CODE" USING
           BY REFERENCE CCC-CACHE-GRP
           BY REFERENCE IN-INSEE-CODE
           BY REFERENCE OUT-CURRENT-CODE.

           PERFORM VARYING LS-CCC-IDX FROM 1 BY 1
               UNTIL LS-CCC-IDX > CCC-COUNT
               IF CCC-CODE(LS-CCC-IDX) = IN-INSEE-CODE
               THEN
                   MOVE CCC-CURRENT-CODE(LS-CCC-IDX)
                       TO OUT-CURRENT-CODE
                   IF OUT-CURRENT-CODE = IN-INSEE-CODE
                   THEN
                       MOVE 1 TO RETURN-CODE
                   ELSE
                       MOVE 0 TO RETURN-CODE
                   END-IF
                   GOBACK
               END-IF
           END-PERFORM

           PERFORM READ-SUCCESSOR
           IF CCC-COUNT < C-CCC-MAX-COUNT
           THEN
               ADD 1 TO CCC-COUNT
               MOVE IN-INSEE-CODE TO CCC-CODE(CCC-COUNT)
               MOVE OUT-CURRENT-CODE TO CCC-CURRENT-CODE(CCC-COUNT)
           END-IF
           IF LS-SUCCESSOR-RESULT = 0
           THEN
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 1 TO RETURN-CODE
           END-IF
           GOBACK.

      *> ===============================================================
      *> ENTRY: COMMUNE-PREDECESSORS
      *> PURPOSE: Every retired code that now resolves to the current
      *>          commune IN-INSEE-CODE, in code order, up to the
      *>          list's capacity. Returns 0 with the list filled when
      *>          there is at least one; 1 with an empty list when
      *>          the commune has no predecessor or no succession
      *>          file has been loaded.
      *> ===============================================================
       ENTRY "COMMUNE-PREDECESSORS" USING
           BY REFERENCE IN-INSEE-CODE
           BY REFERENCE CPL-LIST-GRP.

           MOVE SPACES TO CPL-LIST-GRP
           MOVE 0 TO CPL-COUNT
           OPEN INPUT COMMUNE-SUCCESSION-FILE
           IF WS-CS-FILE-STATUS NOT = "00"
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE LOW-VALUES TO CS-OLD-CODE
           START COMMUNE-SUCCESSION-FILE
               KEY IS NOT LESS THAN CS-OLD-CODE
           PERFORM UNTIL WS-CS-FILE-STATUS NOT = "00"
               READ COMMUNE-SUCCESSION-FILE NEXT
                   AT END
                       MOVE "10" TO WS-CS-FILE-STATUS
                   NOT AT END
                       IF CS-CURRENT-CODE = IN-INSEE-CODE
                           AND CPL-COUNT < C-CPL-MAX-COUNT
                       THEN
                           ADD 1 TO CPL-COUNT
                           MOVE CS-OLD-CODE TO CPL-CODE(CPL-COUNT)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE COMMUNE-SUCCESSION-FILE
           IF CPL-COUNT > 0
           THEN
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 1 TO RETURN-CODE
           END-IF
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: READ-SUCCESSOR
      *> PURPOSE: One keyed read of the succession file for
      *>          IN-INSEE-CODE: OUT-CURRENT-CODE set to the code in
      *>          force today, LS-SUCCESSOR-RESULT 0 (retired), 1
      *>          (not retired) or 2 (no succession file), as
      *>          COMMUNE-SUCCESSOR answers.
      *> ===============================================================
       READ-SUCCESSOR.
           MOVE IN-INSEE-CODE TO OUT-CURRENT-CODE
           OPEN INPUT COMMUNE-SUCCESSION-FILE
           IF WS-CS-FILE-STATUS NOT = "00"
           THEN
               MOVE 2 TO LS-SUCCESSOR-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE IN-INSEE-CODE TO CS-OLD-CODE
           READ COMMUNE-SUCCESSION-FILE
           IF WS-CS-FILE-STATUS = "00"
               AND CS-CURRENT-CODE NOT = SPACES
           THEN
               MOVE CS-CURRENT-CODE TO OUT-CURRENT-CODE
               MOVE 0 TO LS-SUCCESSOR-RESULT
           ELSE
               MOVE 1 TO LS-SUCCESSOR-RESULT
           END-IF
           CLOSE COMMUNE-SUCCESSION-FILE.

      *> ===============================================================
      *> PARAGRAPH: CONSIDER-NEAR-MISS-CODE
      *> PURPOSE: If the CR-RECORD just read carries an INSEE code
