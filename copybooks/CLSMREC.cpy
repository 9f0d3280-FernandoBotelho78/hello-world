      *> account and amount off the classified record - the account
      *> carries the alternate index (AIX, duplicates allowed) that
      *> answers the help desk's real question: everything on one
      *> account for the run. A key whose classification was cancelled
      *> by a reversal stays on the master marked reversed, with the
      *> reversal's business date and its own key; the pre-edit
      *> refuses a second reversal against it.
      *> clsmAmount is the amount as sent, in clsmCurrency (blank is
      *> the base currency) - a reversal must match it in both. Its
      *> base-currency value is the amount at the FX rate in force on
      *> clsmRunDate, the rate it was classified under.
       01  clsmRecord.
           05  clsmKey             PIC 9(7).
           05  clsmCategory        PIC X(1).
           05  clsmRunDate         PIC X(8).
           05  clsmAccount         PIC X(10).
           05  clsmAmount          PIC 9(9)V99.
           05  clsmReversalFlag    PIC X(1).
               88  clsmReversed        VALUE 'R'.
           05  clsmReversalDate    PIC X(8).
           05  clsmReversalKey     PIC X(7).
           05  clsmCurrency        PIC X(3).
           05  FILLER              PIC X(11).
