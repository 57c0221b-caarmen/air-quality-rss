      *>          so the cache and budget apply; capped at the first
      *>          few candidates so a broad query cannot burn the
      *>          allowance).
      *>          COMMUNE-SEARCH-CANDIDATES runs the same matcher for
      *>          the subscriber portal's feed builder.
      *> ===============================================================

       IDENTIFICATION DIVISION.
       LINKAGE SECTION.
       01  IN-QUERY                     PIC X(100).
       01  OUT-SEARCH-BODY              PIC X(10000).
      *> COMMUNE-SEARCH-CANDIDATES' view of the same candidates.
       01  OUT-CANDIDATE-TABLE.
           05  OUT-CANDIDATE-COUNT      PIC 9(2).
           05  OUT-CAND-ENTRY OCCURS 10 TIMES.
               10  OUT-CAND-NAME        PIC X(40).
               10  OUT-CAND-INSEE       PIC X(5).

       PROCEDURE DIVISION USING
           BY REFERENCE IN-QUERY

           MOVE SPACES TO OUT-SEARCH-BODY

           PERFORM PREPARE-QUERY-FORMS
           IF LS-QUERY-LEN = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM SCAN-COMMUNE-REFERENCE

           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> ENTRY: COMMUNE-SEARCH-CANDIDATES
      *> PURPOSE: The same matcher as GET /search, handing back the
      *>          candidate names and INSEE codes themselves rather
      *>          than a text body and without the live index fetch -
      *>          the subscriber portal's feed builder lists the
      *>          candidates to pick from. RETURN-CODE 0, or 1 when
      *>          the query carries no name.
      *> ===============================================================
       ENTRY "COMMUNE-SEARCH-CANDIDATES" USING
           BY REFERENCE IN-QUERY
           BY REFERENCE OUT-CANDIDATE-TABLE.

           INITIALIZE OUT-CANDIDATE-TABLE
           PERFORM PREPARE-QUERY-FORMS
           IF LS-QUERY-LEN = 0
           THEN
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM SCAN-COMMUNE-REFERENCE
           MOVE LS-CANDIDATE-COUNT TO OUT-CANDIDATE-COUNT
           PERFORM VARYING LS-CAND-IDX FROM 1 BY 1
               UNTIL LS-CAND-IDX > LS-CANDIDATE-COUNT
               MOVE LS-CAND-NAME(LS-CAND-IDX)
                   TO OUT-CAND-NAME(LS-CAND-IDX)
               MOVE LS-CAND-INSEE(LS-CAND-IDX)
                   TO OUT-CAND-INSEE(LS-CAND-IDX)
           END-PERFORM
           MOVE 0 TO RETURN-CODE
           GOBACK.

      *> ===============================================================
      *> PARAGRAPH: PREPARE-QUERY-FORMS
      *> PURPOSE: Normalize IN-QUERY into LS-QUERY-NORM (length in
      *>          LS-QUERY-LEN, 0 when nothing is left of it) and its
      *>          SAINT expansion into LS-QUERY-SAINT.
      *> ===============================================================
       PREPARE-QUERY-FORMS.
           MOVE IN-QUERY TO LS-NORM-IN
           PERFORM NORMALIZE-NAME
           MOVE LS-NORM-OUT TO LS-QUERY-NORM
           MOVE 0 TO LS-QUERY-LEN
           MOVE SPACES TO LS-QUERY-SAINT
           MOVE 0 TO LS-SAINT-LEN
           IF FUNCTION TRIM(LS-QUERY-NORM) = SPACES
           THEN
               EXIT PARAGRAPH
           END-IF
           COMPUTE LS-QUERY-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(LS-QUERY-NORM))

      *> "ST" written out as "SAINT" is the single most common
      *> spelling gap, so a leading ST gets a second chance as
      *> SAINT.
           IF LS-QUERY-LEN > 2
               AND LS-QUERY-NORM(1:2) = "ST"
               AND LS-QUERY-NORM(1:5) NOT = "SAINT"
           THEN
               STRING
                   "SAINT" LS-QUERY-NORM(3:LS-QUERY-LEN - 2)
                   INTO LS-QUERY-SAINT
               END-STRING
               COMPUTE LS-SAINT-LEN = LS-QUERY-LEN + 3
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: NORMALIZE-NAME
      *> PURPOSE: Fold LS-NORM-IN into its comparison form in
