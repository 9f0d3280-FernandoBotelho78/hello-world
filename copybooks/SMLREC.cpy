      *> Simulation log - one record per what-if simulation run,
      *> appended by the simulation job. The run id is the date and
      *> time the run started, printed at the head of its report; a
      *> checker cites it on the decision card and the approval
      *> program accepts the citation only when the run on this log
      *> simulated that same pending change (type and effective date).
       01  smlRecord.
           05  smlRunId            PIC X(14).
           05  smlChangeType       PIC X(1).
           05  smlEffectiveDate    PIC X(8).
           05  smlBusinessDate     PIC X(8).
           05  smlSource           PIC X(1).
           05  smlOperatorId       PIC X(8).
           05  smlRecordCount      PIC 9(7).
           05  smlKeysMoved        PIC 9(7).
           05  smlFeeDelta         PIC S9(11)V99.
           05  FILLER              PIC X(13).
