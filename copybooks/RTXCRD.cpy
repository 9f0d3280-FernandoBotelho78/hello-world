      *> Retransmission request card on RTXCARD - the segment to send
      *> again, named by its extract sequence number (the number on
      *> its header and transmission-control record) or by the
      *> business date it covers. When both are given the sequence
      *> finds the segment and the date must agree with it.
       01  rtxCard.
           05  rtxSequence         PIC X(5).
           05  rtxBusinessDate     PIC X(8).
           05  FILLER              PIC X(67).
