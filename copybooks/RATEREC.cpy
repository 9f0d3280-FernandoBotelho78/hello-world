      *> Effective-dated category rate for the Exerc4 billing feed -
      *> one record per staged rate set, a per-record fee for each
      *> classification category (B/1/2/N), in the base currency.
      *> Appended by the rate approval program under the same
      *> maker-checker control as the divisors. The pricing step
      *> picks the rate set with the latest effective-from date on or
      *> before the extract segment's business date - the same
      *> selection the sweep applies to the divisor rules.
       01  rateRecord.
           05  rateEffectiveDate   PIC X(8).
           05  rateFeeBoth         PIC 9(4)V99.
