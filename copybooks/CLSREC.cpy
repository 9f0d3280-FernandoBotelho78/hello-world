      *> clsBusinessDate is the business date of the run that wrote
      *> the record - the dataset accumulates across runs, so readers
      *> working on "the day's output" filter on it.
      *> A reversal record (clsReversal = R) backs an earlier original
      *> out: key, category, amount and account are the original's,
      *> clsOrigBusinessDate is the date it was classified under and
      *> clsReversalKey the reversal transaction's own key. Its amount
      *> is carried positive and counts against the day's totals.
      *> A released record (clsReleased = L) is an item that was held
      *> over its category's threshold and released by a supervisor:
      *> it is written on the day it goes out, and clsOrigBusinessDate
      *> is the business date it arrived and was classified under.
      *> clsAmount is in the base currency. clsCurrency and
      *> clsOrigAmount are the currency and amount the transaction was
      *> sent in; clsOrigAmount equals clsAmount for a base-currency
      *> item, and records from before the field existed carry spaces
      *> there (base currency).
       01  clsRecord.
           05  clsKey              PIC 9(7).
           05  clsCategory         PIC X(1).
           05  clsAmount           PIC 9(9)V99.
           05  clsBusinessDate     PIC X(8).
           05  clsAccount          PIC X(10).
           05  clsReversal         PIC X(1).
               88  clsReversalEntry    VALUE 'R'.
           05  clsOrigBusinessDate PIC X(8).
           05  clsReversalKey      PIC X(7).
           05  clsReleased         PIC X(1).
               88  clsReleasedEntry    VALUE 'L'.
           05  clsCurrency         PIC X(3).
           05  clsOrigAmount       PIC 9(9)V99.
           05  FILLER              PIC X(12).
