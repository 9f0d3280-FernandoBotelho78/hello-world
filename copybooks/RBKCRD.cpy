      *> Point-in-time recovery card on RBKCARD - the business date
      *> the classification master is to be rolled back to, meaning
      *> the master as it stood after that date's load.
       01  rbkCard.
           05  rbkTargetDate       PIC X(8).
           05  FILLER              PIC X(72).
