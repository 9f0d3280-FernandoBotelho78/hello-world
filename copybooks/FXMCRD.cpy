      *> Batch FX rate maintenance request card - the currency, its new
      *> rate (base-currency value of one unit, six assumed decimals),
      *> the effective-from date and the requesting operator, punched
      *> by the maker and staged to the FX pending-changes file for a
      *> different operator to approve.
       01  fxmCard.
           05  fxmMakerId          PIC X(8).
           05  fxmCurrency         PIC X(3).
           05  fxmRate             PIC 9(5)V9(6).
           05  fxmEffectiveDate    PIC X(8).
           05  FILLER              PIC X(50).
