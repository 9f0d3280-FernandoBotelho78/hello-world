      *> Statement history - one record per account per month a
      *> statement was issued, appended by the monthly statement job.
      *> It carries the statement number and the month's totals as
      *> issued: next month's statement prints them as the prior-month
      *> comparison, and a reprint of the month is checked against
      *> them so it can only ever show the figures first sent.
      *> Statement numbers run on from the highest on the file.
       01  sthRecord.
           05  sthAccount          PIC X(10).
           05  sthMonth            PIC X(6).
           05  sthStatementNo      PIC 9(7).
           05  sthRecordCount      PIC 9(7).
           05  sthAmountTotal      PIC S9(13)V99.
           05  sthFeeTotal         PIC S9(11)V99.
           05  sthIssuedDate       PIC X(8).
           05  FILLER              PIC X(14).
