      *> Account master change history record - one record per change
      *> the account maintenance program applies: who, when, which
      *> account, the action (A = add, B = block, U = unblock,
      *> C = close), the status before and after, and the date the
      *> change takes effect for the pre-edit.
       01  achRecord.
           05  achOperatorId       PIC X(8).
           05  achChangeDateTime   PIC X(14).
           05  achAccount          PIC X(10).
           05  achAction           PIC X(1).
           05  achOldStatus        PIC X(1).
           05  achNewStatus        PIC X(1).
           05  achEffectiveDate    PIC X(8).
           05  achBranch           PIC X(6).
           05  FILLER              PIC X(31).
