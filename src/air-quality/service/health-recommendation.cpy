      *>          clinic's cheat sheet, finally in the product); no
      *>          file means no guidance lines and the feeds read as
      *>          they always did. HR-ITEM-NAME "*" matches any item.
      *>          The classroom CO2 feed asks for item "CO2" at its
      *>          ventilation level: 1 fresh (under 800 ppm), 2
      *>          stuffy (800-1499), 3 very stuffy (1500 and over).
      *>          HR-AUDIENCE SCHOOL, CRECHE, CAREHOME or HOSPITAL
      *>          marks guidance for one category of sensitive site
      *>          ("cancel outdoor PE this afternoon"); those rules
      *>          only go to the facilities themselves (see
      *>          HEALTH-RECOMMENDATION-FOR-SITE), never into the
      *>          public feeds.
      *> ===============================================================
       01  HR-RECORD.
           05  HR-ITEM-NAME             PIC X(16).
