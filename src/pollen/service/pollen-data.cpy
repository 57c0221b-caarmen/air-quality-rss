       01  POLLEN-GRP.
           05  POLLEN-DATE-MAJ          PIC X(24) VALUE SPACES.
           05  POLLEN-RESPONSIBLE       PIC X(64) VALUE SPACES.
           *> POLLEN-SOURCE: "ATMO" for the Atmo France WMS layer (the
           *> primary), "CAMS" for the Copernicus pollen forecast the
           *> service fails over to. Only a CAMS table carries real
           *> POLLEN-CODE-GRAINS concentrations; Atmo France publishes
           *> levels alone, so its grain counts stay 0.
           05  POLLEN-SOURCE            PIC X(12) VALUE SPACES.
           05  POLLEN-CODE-COUNT        PIC 9(2) VALUE 0.
           *> Can't use the C-POLLEN-MAX-CODES constant in the OCCURS
           *> clause. :/ Still good to have the constant to reference it
               INDEXED BY POLLEN-CODE-INDEX.
               10  POLLEN-CODE-NAME       PIC X(16).
               10  POLLEN-CODE-VALUE      PIC 9(1).
               10  POLLEN-CODE-GRAINS     PIC 9(5).
               *> POLLEN-CODE-DATE: SPACES for today's reading, or the
               *> YYYY-MM-DD day a forecast level is for, so a table
               *> can carry one species over several days.
               10  POLLEN-CODE-DATE       PIC X(10).
