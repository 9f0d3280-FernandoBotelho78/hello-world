      *> Hold decision card - one per held item on HRLREQ.
      *> hrlDecision: R = release to billing, D = decline. The item
      *> is named by the business date it arrived on and its key; the
      *> operator is the supervisor deciding it.
       01  hrlCard.
           05  hrlDecision         PIC X(1).
               88  hrlRelease          VALUE 'R'.
               88  hrlDecline          VALUE 'D'.
           05  hrlBusinessDate     PIC X(8).
           05  hrlKey              PIC X(7).
           05  hrlOperatorId       PIC X(8).
           05  FILLER              PIC X(56).
