      *> Account reference master record - the keyed (VSAM KSDS)
      *> master of every account the source system may post to, key
      *> = account number. The pre-edit checks each transaction's
      *> account against it as of the transaction's business date:
      *> an account is usable from its open date, until its block
      *> date while blocked, and until its close date once closed.
      *> Maintained only by the account maintenance program, which
      *> stamps the operator and time of the last change and writes
      *> one history record per change.
       01  acctRecord.
           05  acctNumber          PIC X(10).
           05  acctStatus          PIC X(1).
               88  acctOpen            VALUE 'O'.
               88  acctBlocked         VALUE 'B'.
               88  acctClosed          VALUE 'C'.
           05  acctOpenDate        PIC X(8).
           05  acctBlockDate       PIC X(8).
           05  acctCloseDate       PIC X(8).
           05  acctBranch          PIC X(6).
           05  acctLastOperatorId  PIC X(8).
           05  acctLastChangeDateTime PIC X(14).
           05  FILLER              PIC X(17).
