      *> Hold threshold card - one per change on THMREQ: the category
      *> (B/1/2/N), the threshold amount (zero stops holding the
      *> category), the date it takes effect and the operator setting
      *> it.
       01  thmCard.
           05  thmCategory         PIC X(1).
           05  thmAmount           PIC 9(9)V99.
           05  thmEffectiveDate    PIC X(8).
           05  thmOperatorId       PIC X(8).
           05  FILLER              PIC X(52).
