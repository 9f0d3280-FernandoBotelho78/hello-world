      *> Classification master backup - the KSDS unloaded in key order
      *> to a flat generation, the base the point-in-time recovery
      *> rebuilds from. A header names the business date the backup
      *> stands as of (the master after that date's load) and the
      *> moment it was taken: journal entries posted after that moment
      *> are the ones not yet in the backup. One image record per
      *> master record follows, byte for byte the master layout, and a
      *> trailer closes the generation with the image count and key
      *> hash so a truncated copy is refused rather than restored.
       01  bkpHeaderRecord.
           05  bkpHdrTag           PIC X(7).
               88  bkpHeader           VALUE '*BKPHDR'.
           05  bkpHdrAsOfDate      PIC X(8).
           05  bkpHdrTakenAt       PIC X(14).
           05  bkpHdrJobName       PIC X(20).
           05  FILLER              PIC X(31).

       01  bkpImageRecord.
           05  bkpKey              PIC 9(7).
           05  bkpCategory         PIC X(1).
           05  bkpNumLimite        PIC 9(7).
           05  bkpMultiple1        PIC 9(3).
           05  bkpMultiple2        PIC 9(3).
           05  bkpRunDate          PIC X(8).
           05  bkpAccount          PIC X(10).
           05  bkpAmount           PIC 9(9)V99.
           05  bkpReversalFlag     PIC X(1).
           05  bkpReversalDate     PIC X(8).
           05  bkpReversalKey      PIC X(7).
           05  bkpCurrency         PIC X(3).
           05  FILLER              PIC X(11).

       01  bkpTrailerRecord.
           05  bkpTrlTag           PIC X(7).
               88  bkpTrailer          VALUE '*BKPTRL'.
           05  bkpTrlRecordCount   PIC 9(7).
           05  bkpTrlHashTotal     PIC 9(10).
           05  FILLER              PIC X(56).
