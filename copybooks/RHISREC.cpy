      *> the staged rate set. The checker id is the second operator
      *> who approved the change under the maker-checker control; the
      *> operator id is the maker. FB-100 - the two fee sets do not
      *> fit the 80-byte history layout the divisors use. The
      *> simulation run is the what-if run the checker cited on the
      *> decision card, blank when none was cited.
       01  rhisRecord.
           05  rhisOperatorId      PIC X(8).
           05  rhisChangeDateTime  PIC X(14).
           05  rhisNewFeeNeither   PIC 9(4)V99.
           05  rhisEffectiveDate   PIC X(8).
           05  rhisCheckerId       PIC X(8).
           05  rhisSimRun          PIC X(14).
