      *> rejReasonCode: NONNUM  = key not numeric,
      *>                OVERLIM = key above numLimite on the parm card,
      *>                DUPKEY  = key already seen earlier in the file,
      *>                BADAMT  = amount not numeric,
      *>                NOACCT  = account not on the account master
      *>                          or not yet open on the business date,
      *>                ACCTBLK = account blocked as of business date,
      *>                ACCTCLS = account closed as of business date,
      *>                BADTYPE = transaction type not O, R or blank,
      *>                NOORIG  = reversal's original not on the
      *>                          master for that date and account,
      *>                REVAMT  = reversal amount or currency not
      *>                          the original's,
      *>                REVDONE = original already reversed,
      *>                BADCCY  = currency not on the FX rate file,
      *>                NORATE  = no FX rate in force for the
      *>                          currency on the business date
      *>                          (the original's, for a reversal).
      *> The amount, account, business date and currency come across
      *> as raw bytes from the rejected record so ops can identify the
      *> transaction with the source system even when the field that
      *> failed the edit is the garbled one.
       01  rejRecord.
           05  rejAmount           PIC X(11).
           05  rejAccount          PIC X(10).
           05  rejBusinessDate     PIC X(8).
           05  rejCurrency         PIC X(3).
           05  FILLER              PIC X(33).
