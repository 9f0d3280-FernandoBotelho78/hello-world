      *> Account maintenance card - one per change on ACMREQ.
      *> acmAction: A = add (open) an account, B = block it,
      *> U = lift a block, C = close it. The effective date is the
      *> open, block or close date the pre-edit will apply; the
      *> branch is required on an add and ignored otherwise.
       01  acmCard.
           05  acmAction           PIC X(1).
               88  acmAdd              VALUE 'A'.
               88  acmBlock            VALUE 'B'.
               88  acmUnblock          VALUE 'U'.
               88  acmClose            VALUE 'C'.
           05  acmAccount          PIC X(10).
           05  acmEffectiveDate    PIC X(8).
           05  acmBranch           PIC X(6).
           05  acmOperatorId       PIC X(8).
           05  FILLER              PIC X(47).
