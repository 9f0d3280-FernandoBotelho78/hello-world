      *> Monthly statement request card on STMCARD - the month the
      *> statements cover, as YYYYMM. Run again for a month already
      *> stated, the job reprints under the statement numbers first
      *> issued instead of issuing new ones.
       01  stmCard.
           05  stmMonth            PIC X(6).
           05  FILLER              PIC X(74).
