      *>          reading of 3 means something different when the
      *>          whole country is at 3 versus when you are the worst
      *>          commune in France, and relative standing is the
      *>          thing readers actually act on. Where the
      *>          distribution carries population figures, the line
      *>          also gives the share of residents at that level or
      *>          worse - a hamlet and a prefecture town are not the
      *>          same number of people breathing it.
      *>          Best-effort: no distribution for the date (the
      *>          multi-zone batch has not covered it) leaves the
      *>          line as SPACES and the entry renders as before,
      *>          and so does a distribution file still awaiting its
      *>          layout migration.
      *> ===============================================================

       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.
       01  WS-LD-FILE-STATUS            PIC X(02) VALUE SPACES.
      *> The layout this program was compiled against (see
      *> AQRSS-LAYOUT-VERSION).
       01  C-LD-FILE-NAME               PIC X(40)
               VALUE "level-distribution.dat".
       01  C-LD-LAYOUT-VERSION          PIC 9(3) VALUE 2.

       LOCAL-STORAGE SECTION.
       01  LS-LEVEL                     PIC 9(1) VALUE 0.
       01  LS-LEVEL-IDX                 PIC 9(1) VALUE 0.
       01  LS-AT-OR-ABOVE               PIC 9(5) VALUE 0.
       01  LS-RESIDENTS-AT-OR-ABOVE     PIC 9(10) VALUE 0.
       01  LS-RESIDENT-PCT              PIC 9(3) VALUE 0.
       01  LS-HAS-RESIDENTS             PIC X(1) VALUE "N".
       01  LS-RESIDENT-DISPLAY          PIC ZZ9.
       01  LS-SHARE-PCT                 PIC 9(3) VALUE 0.
       01  LS-NATIONAL-PCT              PIC 9(3) VALUE 0.
       01  LS-DEPT-PCT                  PIC 9(3) VALUE 0.
               MOVE IN-LEVEL TO LS-LEVEL
           END-IF

           CALL "LAYOUT-VERSION-CHECK" USING
               BY REFERENCE C-LD-FILE-NAME
               BY REFERENCE C-LD-LAYOUT-VERSION
               RETURNING RETURN-CODE
           IF RETURN-CODE NOT = 0
           THEN
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT LEVEL-DISTRIBUTION-FILE
           IF WS-LD-FILE-STATUS NOT = "00"
           THEN
               MOVE "Y" TO LS-HAS-NATIONAL
               PERFORM COMPUTE-AT-OR-ABOVE-SHARE
               MOVE LS-SHARE-PCT TO LS-NATIONAL-PCT
               IF LD-POPULATION-TOTAL > 0
               THEN
                   MOVE "Y" TO LS-HAS-RESIDENTS
                   PERFORM COMPUTE-RESIDENT-SHARE
               END-IF
           END-IF

           MOVE IN-DATE-STR TO LD-DATE-STR
           COMPUTE LS-SHARE-PCT ROUNDED =
               LS-AT-OR-ABOVE * 100 / LD-TOTAL.

      *> ===============================================================
      *> PARAGRAPH: COMPUTE-RESIDENT-SHARE
      *> PURPOSE: LS-RESIDENT-PCT = share (percent) of the residents
      *>          counted in the LD-RECORD just read living in a
      *>          commune at LS-LEVEL or worse.
      *> ===============================================================
       COMPUTE-RESIDENT-SHARE.
           MOVE 0 TO LS-RESIDENTS-AT-OR-ABOVE
           PERFORM VARYING LS-LEVEL-IDX FROM 1 BY 1
               UNTIL LS-LEVEL-IDX > 6
               IF LS-LEVEL-IDX >= LS-LEVEL
               THEN
                   ADD LD-LEVEL-POPULATION(LS-LEVEL-IDX)
                       TO LS-RESIDENTS-AT-OR-ABOVE
               END-IF
           END-PERFORM
           COMPUTE LS-RESIDENT-PCT ROUNDED =
               LS-RESIDENTS-AT-OR-ABOVE * 100 / LD-POPULATION-TOTAL.

      *> ===============================================================
      *> PARAGRAPH: BUILD-CONTEXT-TEXT
      *> PURPOSE: Format the localized line from the national (and,
      *>          when known, resident and departement) shares.
      *> ===============================================================
       BUILD-CONTEXT-TEXT.
           MOVE LS-NATIONAL-PCT TO LS-PCT-DISPLAY
                   END-STRING
               END-IF
           END-IF
           IF LS-HAS-RESIDENTS = "Y"
           THEN
               MOVE LS-RESIDENT-PCT TO LS-RESIDENT-DISPLAY
               IF IN-LANG = "EN"
               THEN
                   STRING
                       FUNCTION TRIM(OUT-CONTEXT-LINE)
                       " - " FUNCTION TRIM(LS-RESIDENT-DISPLAY)
                       "% of residents"
                       INTO OUT-CONTEXT-LINE
                   END-STRING
               ELSE
                   STRING
                       FUNCTION TRIM(OUT-CONTEXT-LINE)
                       " - " FUNCTION TRIM(LS-RESIDENT-DISPLAY)
                       " % des habitants"
                       INTO OUT-CONTEXT-LINE
                   END-STRING
               END-IF
           END-IF
           IF LS-HAS-DEPT = "Y"
           THEN
               IF IN-LANG = "EN"
