       01  trdHeader2.
           05  FILLER              PIC X(17) VALUE " RUN DATE  TIME".
           05  FILLER              PIC X(8) VALUE "RECORDS".
           05  FILLER              PIC X(9) VALUE "    BOTH".
           05  FILLER              PIC X(9) VALUE "   MULT1".
           05  FILLER              PIC X(9) VALUE "   MULT2".
           05  FILLER              PIC X(9) VALUE " NEITHER".
           05  FILLER              PIC X(6) VALUE " ELAP".
           05  FILLER              PIC X(9) VALUE "STATUS".
           05  FILLER              PIC X(4) VALUE "ANOM".

       01  trdDetailLine.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  trdRecords          PIC ZZZZZZ9.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  trdBoth             PIC -ZZZZZZ9.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  trdMult1            PIC -ZZZZZZ9.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  trdMult2            PIC -ZZZZZZ9.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  trdNeither          PIC -ZZZZZZ9.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  trdElapsed          PIC ZZZZ9.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  trdStatus           PIC X(8).
           05  FILLER              PIC X(1) VALUE SPACES.
           05  trdAnomFlags        PIC X(4).

       01  trdMonthLine.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  FILLER              PIC X(6) VALUE "MONTH".
           05  trdMonMonth         PIC X(6).
           05  FILLER              PIC X(2) VALUE SPACES.
           05  trdMonRecords       PIC ZZZZZZZZ9.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  trdMonBoth          PIC -ZZZZZZZZ9.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  trdMonMult1         PIC -ZZZZZZZZ9.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  trdMonMult2         PIC -ZZZZZZZZ9.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  trdMonNeither       PIC -ZZZZZZZZ9.
           05  FILLER              PIC X(1) VALUE SPACES.
           05  FILLER              PIC X(5) VALUE "RUNS".
           05  trdMonRuns          PIC ZZZ9.
