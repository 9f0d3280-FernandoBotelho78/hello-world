      *> the effective-from date of the staged rule the change created.
      *> The checker id is the second operator who approved the change
      *> under the maker-checker control; the operator id is the maker.
      *> The simulation run is the what-if run the checker cited on the
      *> decision card, blank when none was cited.
       01  histRecord.
           05  histOperatorId      PIC X(8).
           05  histChangeDateTime  PIC X(14).
           05  histNewMultiple2    PIC 9(3).
           05  histEffectiveDate   PIC X(8).
           05  histCheckerId       PIC X(8).
           05  histSimRun          PIC X(14).
           05  FILLER              PIC X(2).
