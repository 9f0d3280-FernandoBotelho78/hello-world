      *> Entitlement report card on ENTCARD - the period whose
      *> security violations are listed. Either date may be left
      *> blank for an open end; with no card every violation on the
      *> log is listed.
       01  entCard.
           05  entFromDate         PIC X(8).
           05  entToDate           PIC X(8).
           05  FILLER              PIC X(64).
