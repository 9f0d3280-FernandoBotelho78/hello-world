      *> business date in the bytes after the key - formalized here so
      *> the sweep can carry amount control totals instead of throwing
      *> the money away.
      *> tranType marks a cancellation sent by the source system: an
      *> original (O, or blank from before the field existed) is
      *> classified as always; a reversal (R) names the original it
      *> cancels by key and business date and backs that original out
      *> in full - its own key only identifies the reversal itself.
      *> tranCurrency is the ISO code of the currency tranAmount is in;
      *> blank (from before the field existed) is the base currency.
      *> The sweep converts every other currency to base at the rate
      *> on the FX rate file in force on the transaction's business
      *> date, and the pre-edit rejects a currency with no such rate.
       01  tranRecord.
           05  tranKey             PIC 9(7).
           05  tranAmount          PIC 9(9)V99.
           05  tranAccount         PIC X(10).
           05  tranBusinessDate    PIC X(8).
           05  tranType            PIC X(1).
               88  tranOriginal        VALUE 'O' SPACE.
               88  tranReversal        VALUE 'R'.
           05  tranOrigKey         PIC X(7).
           05  tranOrigBusinessDate PIC X(8).
           05  tranCurrency        PIC X(3).
           05  FILLER              PIC X(25).
