      *> run is controlled in money as well as in records - billing
      *> reconciles in money, and a count-only trailer lets a
      *> wrong-amount record through undetected.
      *> The category counts and amounts are net of reversals - a
      *> reversal backs its original out of the day it is processed
      *> on, so a day's net can go negative; audTotalRecords counts
      *> every record processed, reversals included.
      *> Items over their category's hold threshold are kept out of
      *> the category figures and the total: they are counted in
      *> audHeldCount/Amount for the day they arrived, and again -
      *> this time in the category figures and audTotalRecords - in
      *> audReleasedCount/Amount on the day they go out after a
      *> supervisor releases them. Records written before the hold
      *> queue existed carry spaces there, read as not-recorded.
      *> Every amount is in the base currency, converted by the sweep
      *> at the rate in force on the item's business date.
       01  auditRecord.
           05  audJobName          PIC X(20).
           05  audStartDateTime    PIC X(14).
           05  audEndDateTime      PIC X(14).
           05  audTotalRecords     PIC 9(7).
           05  audCountBoth        PIC S9(7).
           05  audCountMult1       PIC S9(7).
           05  audCountMult2       PIC S9(7).
           05  audCountNeither     PIC S9(7).
           05  audRunStatus        PIC X(8).
           05  audRestartNote      PIC X(1).
           05  audBusinessDate     PIC X(8).
           05  audAmountBoth       PIC S9(13)V99.
           05  audAmountMult1      PIC S9(13)V99.
           05  audAmountMult2      PIC S9(13)V99.
           05  audAmountNeither    PIC S9(13)V99.
           05  audAmountTotal      PIC S9(13)V99.
           05  audHeldCount        PIC 9(7).
           05  audHeldAmount       PIC 9(13)V99.
           05  audReleasedCount    PIC 9(7).
           05  audReleasedAmount   PIC 9(13)V99.
           05  FILLER              PIC X(31).
