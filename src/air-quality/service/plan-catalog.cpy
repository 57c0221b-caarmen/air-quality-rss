      *> ===============================================================
      *> COPYBOOK: plan-catalog
      *> PURPOSE: One subscriber plan in PLAN-CATALOG-FILE
      *>          (plan-catalog.dat): the plan code an API key
      *>          references (see AK-PLAN-CODE), its name as invoices
      *>          print it, the monthly fee, the requests the fee
      *>          includes each month, the price of every thousand
      *>          requests beyond them, and the daily quota a key on
      *>          the plan is granted.
      *>          Amounts are in euros with two implied decimals.
      *>          PC-INCLUDED-REQUESTS of 0 bills every request as
      *>          overage; PC-DAILY-QUOTA of 0 grants an unlimited
      *>          key, as AK-DAILY-QUOTA does.
      *>          The file is maintained through the /admin/plans
      *>          routes (see PLAN-CATALOG); repricing a plan takes
      *>          effect from the next month's invoices.
      *> ===============================================================
       01  PC-RECORD.
           05  PC-PLAN-CODE             PIC X(8).
           05  PC-PLAN-NAME             PIC X(32).
           05  PC-MONTHLY-FEE           PIC 9(7)V99.
           05  PC-INCLUDED-REQUESTS     PIC 9(9).
           05  PC-OVERAGE-PER-THOUSAND  PIC 9(5)V99.
           05  PC-DAILY-QUOTA           PIC 9(7).
