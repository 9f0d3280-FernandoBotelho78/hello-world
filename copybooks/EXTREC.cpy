      *> loaded it. Then one extDetailRecord per processed counter/lot
      *> value, closed by a single extTrailerRecord carrying the
      *> control totals the downstream billing feed reconciles against.
      *> A retransmitted segment is the original's records unchanged
      *> except for the header: a new sequence number, extHdrResend =
      *> R and extHdrOrigSequence naming the segment it repeats, so
      *> billing replaces that load instead of adding to it.
       01  extHeaderRecord.
           05  extHdrType          PIC X(1) VALUE 'H'.
           05  extHdrBusinessDate  PIC X(8).
           05  extHdrSequence      PIC 9(5).
           05  extHdrJobName       PIC X(20).
           05  extHdrResend        PIC X(1).
               88  extHdrResendSegment VALUE 'R'.
           05  extHdrOrigSequence  PIC X(5).
           05  FILLER              PIC X(40).

      *> The fee fields are written as spaces by the sweep and filled
      *> in by the pricing step - a fee field still spaces marks an
      *> unpriced record, which is how the pricing step knows what is
      *> left to do and readers know not to total it as money.
      *> A credit detail (extReversal = R) cancels a detail billed on
      *> an earlier segment: key, category and account are the
      *> original's, the amount and fee are negative, and
      *> extOrigBusinessDate names the original's segment date. The
      *> trailer amount and fee totals are net of credits; the record
      *> count and key hash count every detail, credits included.
      *> A released detail (extReleased = L) is an item held over its
      *> category's threshold and released by a supervisor; it goes
      *> out on the next segment cut and extOrigBusinessDate carries
      *> the business date it arrived on, which it is priced under.
      *> extAmount is in the base currency, so the trailer amount total
      *> and every total taken from it balance in base. extCurrency and
      *> extOrigAmount are the currency and amount the transaction was
      *> sent in, signed like extAmount; details from before the field
      *> existed carry spaces there (base currency).
       01  extDetailRecord.
           05  extDetType          PIC X(1) VALUE 'D'.
           05  extKey              PIC 9(7).
           05  extCategory         PIC X(1).
           05  extAmount           PIC S9(9)V99.
           05  extAccount          PIC X(10).
           05  extFee              PIC S9(7)V99.
           05  extReversal         PIC X(1).
               88  extCredit           VALUE 'R'.
           05  extOrigBusinessDate PIC X(8).
           05  extReleased         PIC X(1).
               88  extReleasedItem     VALUE 'L'.
           05  extCurrency         PIC X(3).
           05  extOrigAmount       PIC S9(9)V99.
           05  FILLER              PIC X(17).

       01  extTrailerRecord.
           05  extTrlType          PIC X(1) VALUE 'T'.
           05  extTrlRecordCount   PIC 9(7).
           05  extTrlHashTotal     PIC 9(10).
           05  extTrlAmountTotal   PIC S9(13)V99.
           05  extTrlFeeBoth       PIC S9(9)V99.
           05  extTrlFeeMult1      PIC S9(9)V99.
           05  extTrlFeeMult2      PIC S9(9)V99.
           05  extTrlFeeNeither    PIC S9(9)V99.
           05  FILLER              PIC X(3).
