      *> ===============================================================
      *> COPYBOOK: provider-budget-history
      *> PURPOSE: One finished day of one provider's budget counter in
      *>          PROVIDER-BUDGET-HISTORY-FILE
      *>          (provider-budget-history.dat): PROVIDER-BUDGET
      *>          appends the day's final count when the first call
      *>          of a new day rolls the counters over, so the
      *>          capacity forecast can trend each provider's
      *>          consumption against its AQRSS_DAILY_BUDGET_*
      *>          ceiling. Only ceilinged providers are counted, and
      *>          a day that reached its ceiling records the ceiling,
      *>          not the demand behind it. Same shape as the live
      *>          counter row.
      *> ===============================================================
       01  PH-RECORD.
           05  PH-DATE                  PIC X(10).
           05  PH-PROVIDER              PIC X(12).
           05  PH-COUNT                 PIC 9(7).
