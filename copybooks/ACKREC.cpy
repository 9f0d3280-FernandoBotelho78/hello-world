      *> on the transmission-control file; an ack without one (from
      *> before billing picked the field up) still reconciles against
      *> the latest trailer as it always did.
      *> ackAmountTotal is in the base currency, as the trailer is.
       01  ackRecord.
           05  ackRecordCount      PIC 9(7).
           05  ackHashTotal        PIC 9(10).
           05  ackAmountTotal      PIC S9(13)V99.
           05  ackLoadDate         PIC X(8).
           05  ackSequence         PIC X(5).
           05  FILLER              PIC X(35).
