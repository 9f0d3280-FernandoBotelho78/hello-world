      *> Effective-dated FX rate for the Exerc4 billing feed - one
      *> record per approved rate, the base-currency value of one unit
      *> of fxrCurrency from fxrEffectiveDate on. Appended by the FX
      *> rate approval program under the same maker-checker control as
      *> the fee rates. A transaction is converted at the rate for its
      *> currency with the latest effective-from date on or before its
      *> business date - the same selection the pricing step applies
      *> to the rate sets; a currency with no record at all is unknown
      *> to the suite. The base currency itself needs no record.
       01  fxrRecord.
           05  fxrCurrency         PIC X(3).
           05  fxrEffectiveDate    PIC X(8).
           05  fxrRate             PIC 9(5)V9(6).
           05  FILLER              PIC X(58).
