      *> Operations schedule record - one card per step the morning
      *> status report expects to find on the operations log, in the
      *> order the steps should run. The frequency says which business
      *> dates the step is expected on: D every date, W the date whose
      *> weekday is the run day (1 Monday to 7 Sunday), M the date
      *> whose day of the month is the run day (00 the last day of the
      *> month). The OK return code is the highest the step ends on in
      *> a normal run - a step that ends RC=4 by design carries 0004 so
      *> it is not reported as a warning every morning. The after job
      *> and step name the step that must have ended before this one
      *> starts; blank means the step has no predecessor to check.
       01  oscRecord.
           05  oscJobName          PIC X(8).
           05  oscStepName         PIC X(8).
           05  oscSequence         PIC 9(3).
           05  oscFrequency        PIC X(1).
               88  oscDaily            VALUE 'D'.
               88  oscWeekly           VALUE 'W'.
               88  oscMonthly          VALUE 'M'.
           05  oscRunDay           PIC 9(2).
           05  oscOkReturnCode     PIC 9(4).
           05  oscAfterJob         PIC X(8).
           05  oscAfterStep        PIC X(8).
           05  FILLER              PIC X(38).
