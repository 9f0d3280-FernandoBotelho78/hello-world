      *> a segment under a sequence number already logged here, and
      *> the reconciliation matches billing's acknowledgment to the
      *> logged segment instead of just the latest trailer.
      *> A retransmission of an earlier segment is logged under its
      *> own new sequence with tclResend = R and tclOrigSequence
      *> naming the segment it repeats, so an acknowledgment of the
      *> resend reconciles against the original and is never taken
      *> for a second day's load.
      *> tclAmountTotal is the trailer's, in the base currency.
       01  tclRecord.
           05  tclSequence         PIC 9(5).
           05  tclBusinessDate     PIC X(8).
           05  tclRecordCount      PIC 9(7).
           05  tclHashTotal        PIC 9(10).
           05  tclAmountTotal      PIC S9(13)V99.
           05  tclSentDateTime     PIC X(14).
           05  tclResend           PIC X(1).
               88  tclResendEntry      VALUE 'R'.
           05  tclOrigSequence     PIC X(5).
           05  FILLER              PIC X(15).
