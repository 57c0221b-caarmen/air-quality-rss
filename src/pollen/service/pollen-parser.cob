
           MOVE SPACES TO POLLEN-DATE-MAJ
           MOVE SPACES TO POLLEN-RESPONSIBLE
           MOVE "ATMO" TO POLLEN-SOURCE
           MOVE 0 TO POLLEN-CODE-COUNT

      *> Parse the raw txt and get a handle to the JSON root element.
           MOVE PROPERTY-NAME-VAL
               TO POLLEN-CODE-NAME(POLLEN-CODE-COUNT)
           MOVE LS-RAW-CODE-VALUE
               TO POLLEN-CODE-VALUE(POLLEN-CODE-COUNT)
           MOVE 0 TO POLLEN-CODE-GRAINS(POLLEN-CODE-COUNT)
           MOVE SPACES TO POLLEN-CODE-DATE(POLLEN-CODE-COUNT).

      *> ===============================================================
      *> PARAGRAPH: MEASURE-FEATURE-DISTANCE
