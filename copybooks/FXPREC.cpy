      *> Pending FX rate-change record - the maker-checker gate on the
      *> FX rates that convert the billing feed to base currency,
      *> mirroring the fee rate pending file. The FX rate maintenance
      *> program stages the request here; a different operator
      *> approves or rejects it before the rate reaches the live FX
      *> rate file.
       01  fxpRecord.
           05  fxpStatus           PIC X(1).
               88  fxpPending          VALUE 'P'.
               88  fxpApproved         VALUE 'A'.
               88  fxpRejected         VALUE 'R'.
           05  fxpMakerId          PIC X(8).
           05  fxpRequestDateTime  PIC X(14).
           05  fxpCurrency         PIC X(3).
           05  fxpEffectiveDate    PIC X(8).
           05  fxpRate             PIC 9(5)V9(6).
           05  fxpCheckerId        PIC X(8).
           05  fxpDecisionDateTime PIC X(14).
           05  FILLER              PIC X(13).
