      *> Effective-dated hold threshold for the Exerc4 sweep - one
      *> record per category per change, appended by the threshold
      *> maintenance program with the operator who set it and when.
      *> The sweep takes, for each category, the record with the
      *> latest effective-from date on or before the business date -
      *> the same selection it applies to the divisor rules. An item
      *> whose amount is over its category's threshold is held for
      *> supervisor release instead of going to billing; a zero
      *> threshold, or none yet in force, holds nothing.
       01  thrRecord.
           05  thrEffectiveDate    PIC X(8).
           05  thrCategory         PIC X(1).
           05  thrAmount           PIC 9(9)V99.
           05  thrSetBy            PIC X(8).
           05  thrSetDateTime      PIC X(14).
           05  FILLER              PIC X(38).
