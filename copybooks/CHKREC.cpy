      *> says which date of a catch-up range was in flight when the
      *> checkpoint was cut - a resumed catch-up run skips the dates
      *> already complete and picks this one back up mid-stream.
      *> Held items are not in chkRecordCount (they are on neither the
      *> classified file nor the extract), so the held count rides
      *> alongside it - a resumed run skips records and held items
      *> together.
      *> The amounts are in the base currency, as on the audit record.
       01  chkRecord.
           05  chkCounter          PIC 9(7).
           05  chkRecordCount      PIC 9(7).
           05  chkCountBoth        PIC S9(7).
           05  chkCountMult1       PIC S9(7).
           05  chkCountMult2       PIC S9(7).
           05  chkCountNeither     PIC S9(7).
           05  chkHashTotal        PIC 9(10).
           05  chkAmountBoth       PIC S9(13)V99.
           05  chkAmountMult1      PIC S9(13)V99.
           05  chkAmountMult2      PIC S9(13)V99.
           05  chkAmountNeither    PIC S9(13)V99.
           05  chkBusinessDate     PIC X(8).
           05  chkHeldCount        PIC 9(7).
           05  chkHeldAmount       PIC 9(13)V99.
           05  chkReleasedCount    PIC 9(7).
           05  chkReleasedAmount   PIC 9(13)V99.
           05  FILLER              PIC X(16).
