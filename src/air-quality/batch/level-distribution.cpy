      *>          INSEE code's first two characters), so a feed entry
      *>          can say where its commune stands relative to
      *>          everyone else today (see LEVEL-CONTEXT).
      *>          The population-weighted figures ride alongside the
      *>          commune counts: LD-LEVEL-POPULATION(n) is the number
      *>          of residents of the scope's communes at level n and
      *>          LD-POPULATION-TOTAL the residents of every commune
      *>          counted, from the INSEE population each commune
      *>          carries in the commune reference. Zones of unknown
      *>          population (not a listed commune, or no listing
      *>          loaded) are counted in LD-TOTAL but add no
      *>          residents, so LD-POPULATION-TOTAL = 0 means "no
      *>          population figures" rather than "nobody".
      *>          v2 layout (v1 stopped at LD-TOTAL; see
      *>          LAYOUT-MIGRATION-BATCH).
      *> ===============================================================
       01  LD-RECORD.
           05  LD-KEY.
               10  LD-SCOPE             PIC X(12).
           05  LD-LEVEL-COUNT           PIC 9(5) OCCURS 6 TIMES.
           05  LD-TOTAL                 PIC 9(5).
           05  LD-LEVEL-POPULATION      PIC 9(9) OCCURS 6 TIMES.
           05  LD-POPULATION-TOTAL      PIC 9(9).
