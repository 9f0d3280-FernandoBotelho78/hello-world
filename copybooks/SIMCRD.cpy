      *> What-if simulation request card on SIMCARD - which pending
      *> change to try (P = parameter change on PENDFILE, R = rate
      *> change on RPNDFILE, found by its effective date exactly as the
      *> approval programs find it), the business date whose work is
      *> replayed, where that work comes from (T = the cleaned
      *> transaction file for the date, M = the classification master
      *> as it stands) and the operator asking.
       01  simCard.
           05  simChangeType       PIC X(1).
               88  simParmChange       VALUE 'P'.
               88  simRateChange       VALUE 'R'.
           05  simEffectiveDate    PIC X(8).
           05  simBusinessDate     PIC X(8).
           05  simSource           PIC X(1).
               88  simFromTran         VALUE 'T'.
               88  simFromMaster       VALUE 'M'.
           05  simOperatorId       PIC X(8).
           05  FILLER              PIC X(54).
