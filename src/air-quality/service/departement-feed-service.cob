      *>          through ATMO-RAW-FETCH (the same budget/cache/
      *>          breaker machinery the multi-zone batch drives) and
      *>          aggregated into the departement's picture: the
      *>          worst commune, the share of communes at each level
      *>          and - where the commune reference carries INSEE
      *>          populations - the number and share of residents at
      *>          each level, and the overall level. The commune
      *>          sample is capped
      *>          so one subscription cannot burn the day's whole
      *>          Atmo France budget, and the rendered feed is cached
      *>          under (day, departement) so the conseil's whole
                   INDEXED BY LS-COM-IDX.
               10  LS-COM-NAME         PIC X(40).
               10  LS-COM-INSEE        PIC X(5).
               10  LS-COM-POPULATION   PIC 9(8).
       01  LS-CURRENT-DATE-AND-TIME.
           05  LS-CDT-YEAR             PIC 9(4).
           05  LS-CDT-MONTH            PIC 9(2).
       01  LS-SAMPLED-COUNT            PIC 9(2) VALUE 0.
       01  LS-LEVEL-COUNT-TABLE.
           05  LS-LEVEL-COUNT          PIC 9(2) OCCURS 6 TIMES.
      *> The residents of the sampled communes at each level, and of
      *> every sampled commune; communes of unknown population add
      *> none.
       01  LS-LEVEL-POPULATION-TABLE.
           05  LS-LEVEL-POPULATION     PIC 9(9) OCCURS 6 TIMES.
       01  LS-SAMPLED-POPULATION       PIC 9(9) VALUE 0.
       01  LS-RESIDENT-PCT             PIC 9(3) VALUE 0.
       01  LS-RESIDENT-DISPLAY         PIC ZZZ,ZZZ,ZZ9.
       01  LS-LEVEL-IDX                PIC 9(1) VALUE 0.
       01  LS-WORST-INDEX              PIC 9(1) VALUE 0.
       01  LS-WORST-COMMUNE            PIC X(40) VALUE SPACES.
                               TO LS-COM-NAME(LS-COM-IDX)
                           MOVE CR-INSEE-CODE
                               TO LS-COM-INSEE(LS-COM-IDX)
                           MOVE CR-POPULATION
                               TO LS-COM-POPULATION(LS-COM-IDX)
                       END-IF
               END-READ
           END-PERFORM

           ADD 1 TO LS-SAMPLED-COUNT
           ADD 1 TO LS-LEVEL-COUNT(LS-COMMUNE-INDEX)
           ADD LS-COM-POPULATION(LS-COM-IDX)
               TO LS-LEVEL-POPULATION(LS-COMMUNE-INDEX)
           ADD LS-COM-POPULATION(LS-COM-IDX) TO LS-SAMPLED-POPULATION
           IF LS-COMMUNE-INDEX > LS-WORST-INDEX
           THEN
               MOVE LS-COMMUNE-INDEX TO LS-WORST-INDEX
      *> PARAGRAPH: BUILD-DEPARTEMENT-CONTENT
      *> PURPOSE: The departement picture: overall level, the worst
      *>          commune, and the share of sampled communes at each
      *>          level, followed by its residents when the sampled
      *>          communes' populations are known.
      *> ===============================================================
       BUILD-DEPARTEMENT-CONTENT.
           CALL "INDEX-EMOJI" USING
                       LS-SHARE-PCT "%)"
                       INTO LS-LINE
                   END-STRING
                   IF LS-SAMPLED-POPULATION > 0
                   THEN
                       PERFORM APPEND-LEVEL-RESIDENTS
                   END-IF
                   MOVE LS-CONTENT TO LS-CONTENT-SCRATCH
                   MOVE SPACES TO LS-CONTENT
                   STRING
               END-IF
           END-PERFORM.

      *> ===============================================================
      *> PARAGRAPH: APPEND-LEVEL-RESIDENTS
      *> PURPOSE: Add the LS-LEVEL-IDX level's residents, and their
      *>          share of the sampled communes' residents, to the
      *>          level line being built.
      *> ===============================================================
       APPEND-LEVEL-RESIDENTS.
           COMPUTE LS-RESIDENT-PCT ROUNDED =
               LS-LEVEL-POPULATION(LS-LEVEL-IDX) * 100
               / LS-SAMPLED-POPULATION
           MOVE LS-LEVEL-POPULATION(LS-LEVEL-IDX)
               TO LS-RESIDENT-DISPLAY
           IF IN-LANG = "EN"
           THEN
               STRING
                   FUNCTION TRIM(LS-LINE) ", "
                   FUNCTION TRIM(LS-RESIDENT-DISPLAY)
                   " residents (" LS-RESIDENT-PCT "%)"
                   INTO LS-LINE
               END-STRING
           ELSE
               STRING
                   FUNCTION TRIM(LS-LINE) ", "
                   FUNCTION TRIM(LS-RESIDENT-DISPLAY)
                   " habitants (" LS-RESIDENT-PCT "%)"
                   INTO LS-LINE
               END-STRING
           END-IF.

      *> ===============================================================
      *> PARAGRAPH: RENDER-DEPARTEMENT-FEED
      *> PURPOSE: Wrap the departement picture in the usual feed
