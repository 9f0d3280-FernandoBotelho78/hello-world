      *> FX rate-change history record - one record per approved
      *> change, who/what/when: the currency, the rate in force before
      *> the change and the new rate with its effective-from date. The
      *> operator id is the maker, the checker id the second operator
      *> who approved it under the maker-checker control. The old rate
      *> is zero for a currency's first rate.
       01  fxhRecord.
           05  fxhOperatorId       PIC X(8).
           05  fxhChangeDateTime   PIC X(14).
           05  fxhCurrency         PIC X(3).
           05  fxhOldRate          PIC 9(5)V9(6).
           05  fxhNewRate          PIC 9(5)V9(6).
           05  fxhEffectiveDate    PIC X(8).
           05  fxhCheckerId        PIC X(8).
           05  FILLER              PIC X(17).
