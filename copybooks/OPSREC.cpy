      *> Operations event record - the shared log every Exerc4 step
      *> appends to, so one file says what ran instead of a dozen job
      *> logs. A step writes a start event (opsEventType S) as it
      *> begins and an end event (E) as it stops, both carrying the
      *> job and step it runs as and the moment it started - the pair
      *> is matched on those three, and a start left without its end
      *> is a step that abended or was cancelled. The start event is
      *> written before the step has read its parameters, so only the
      *> end event carries the business date, the records in, out and
      *> rejected as the step counts them, the return code and a
      *> short message.
       01  opsRecord.
           05  opsEventType        PIC X(1).
               88  opsStartEvent       VALUE 'S'.
               88  opsEndEvent         VALUE 'E'.
           05  opsJobName          PIC X(8).
           05  opsStepName         PIC X(8).
           05  opsProgram          PIC X(8).
           05  opsBusinessDate     PIC X(8).
           05  opsStartDateTime    PIC X(14).
           05  opsEndDateTime      PIC X(14).
           05  opsRecordsIn        PIC 9(9).
           05  opsRecordsOut       PIC 9(9).
           05  opsRecordsRejected  PIC 9(9).
           05  opsReturnCode       PIC 9(4).
           05  opsMessage          PIC X(60).
           05  FILLER              PIC X(8).
