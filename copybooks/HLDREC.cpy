      *> High-value hold queue record - one per item the sweep held
      *> over its category's threshold, keyed by the business date it
      *> arrived on and its key. hldThrSetBy is the operator who set
      *> the threshold that held it; the supervisor deciding the item
      *> must be somebody else.
      *> hldStatus: H = held awaiting decision, R = released (goes out
      *> on the next segment cut), D = declined (never billed),
      *> S = sent - released and written to the segment for
      *> hldSentDate.
      *> hldAmount is the amount as sent, in hldCurrency (blank is the
      *> base currency); the sweep converts it at the rate in force on
      *> hldBusinessDate, both to test the threshold and on release.
       01  hldRecord.
           05  hldHoldKey.
               10  hldBusinessDate PIC X(8).
               10  hldKey          PIC 9(7).
           05  hldCategory         PIC X(1).
           05  hldAmount           PIC 9(9)V99.
           05  hldAccount          PIC X(10).
           05  hldThrSetBy         PIC X(8).
           05  hldStatus           PIC X(1).
               88  hldHeld             VALUE 'H'.
               88  hldReleased         VALUE 'R'.
               88  hldDeclined         VALUE 'D'.
               88  hldSent             VALUE 'S'.
           05  hldDecidedBy        PIC X(8).
           05  hldDecisionDate     PIC X(8).
           05  hldSentDate         PIC X(8).
           05  hldCurrency         PIC X(3).
           05  FILLER              PIC X(7).
