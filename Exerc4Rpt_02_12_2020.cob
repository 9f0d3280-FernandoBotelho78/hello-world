
      *> Reads the classified output file - sorted by category then by
      *> key ahead of this step - and prints the exception report of
      *> everything the classification sweep flagged. A reversal is
      *> listed under its original's category with the original's
      *> business date and the reversing key in place of the divisors,
      *> so a backed-out exception is not read as a new one. An item
      *> released from the high-value hold queue was classified under
      *> the divisors of the day it arrived, so it is listed with that
      *> date instead of today's divisors.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RPT-FILE ASSIGN TO "RPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPS-FILE ASSIGN TO "OPSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsOpsStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  rptLine                 PIC X(80).

       FD  OPS-FILE
           RECORD CONTAINS 160 CHARACTERS.
       COPY OPSREC.

       WORKING-STORAGE SECTION.
       COPY RPTLINE.

       01  wsSelEffDate        PIC X(8) VALUE LOW-VALUES.
       01  wsBusinessDate      PIC X(8).

       01  wsOpsStatus         PIC X(2).
       01  wsOpsJob            PIC X(8) VALUE "EXERC4".
       01  wsOpsStep           PIC X(8) VALUE "REPORT".
       01  wsOpsStart          PIC X(14).
       01  wsOpsMessage        PIC X(60) VALUE SPACES.
       01  wsOpsRecordsIn      PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM writeOpsStart

           PERFORM readParmCard.

           OPEN INPUT CLASS-FILE
           CLOSE CLASS-FILE
           CLOSE RPT-FILE.

           PERFORM writeOpsEnd
           STOP RUN.

       readParmCard.
                   CLOSE PARM-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF.

           READ CLASS-FILE
               AT END
                   MOVE 'Y' TO wsEofFlag
               NOT AT END
                   ADD 1 TO wsOpsRecordsIn
           END-READ.

       printExceptions.

           MOVE SPACES TO rptDetailLine
           MOVE clsKey TO rptKey
           EVALUATE TRUE
               WHEN clsReversalEntry
                   STRING "REVERSAL OF " DELIMITED BY SIZE
                       clsOrigBusinessDate DELIMITED BY SIZE
                       " BY " DELIMITED BY SIZE
                       clsReversalKey DELIMITED BY SIZE
                       INTO rptDivisorText
               WHEN clsReleasedEntry
                   STRING "RELEASED FROM HOLD OF " DELIMITED BY SIZE
                       clsOrigBusinessDate DELIMITED BY SIZE
                       INTO rptDivisorText
               WHEN clsCategory = 'B'
                   STRING "MULTIPLE OF " DELIMITED BY SIZE
                       multiple1 DELIMITED BY SIZE
                       " AND " DELIMITED BY SIZE
                       multiple2 DELIMITED BY SIZE
                       INTO rptDivisorText
               WHEN clsCategory = '1'
                   STRING "MULTIPLE OF " DELIMITED BY SIZE
                       multiple1 DELIMITED BY SIZE
                       INTO rptDivisorText
               WHEN clsCategory = '2'
                   STRING "MULTIPLE OF " DELIMITED BY SIZE
                       multiple2 DELIMITED BY SIZE
                       INTO rptDivisorText
           WRITE rptLine
           MOVE rptHeader2 TO rptLine
           WRITE rptLine.

      *> Every run leaves a start and an end event on the shared
      *> operations log, the end one with the counts and the return
      *> code the step ends on - a start with no end is a step that
      *> abended. A log that will not open costs the event, never the
      *> run.
       writeOpsStart.
           MOVE FUNCTION CURRENT-DATE(1:14) TO wsOpsStart
           MOVE SPACES TO opsRecord
           MOVE 'S' TO opsEventType
           MOVE wsOpsJob TO opsJobName
           MOVE wsOpsStep TO opsStepName
           MOVE "EXERC4RP" TO opsProgram
           MOVE wsOpsStart TO opsStartDateTime
           MOVE 0 TO opsRecordsIn
           MOVE 0 TO opsRecordsOut
           MOVE 0 TO opsRecordsRejected
           MOVE 0 TO opsReturnCode
           MOVE "STARTED" TO opsMessage
           PERFORM appendOpsRecord.

       writeOpsEnd.
           MOVE SPACES TO opsRecord
           MOVE 'E' TO opsEventType
           MOVE wsOpsJob TO opsJobName
           MOVE wsOpsStep TO opsStepName
           MOVE "EXERC4RP" TO opsProgram
           MOVE wsBusinessDate TO opsBusinessDate
           IF opsBusinessDate NOT NUMERIC
               MOVE wsOpsStart(1:8) TO opsBusinessDate
           END-IF
           MOVE wsOpsStart TO opsStartDateTime
           MOVE FUNCTION CURRENT-DATE(1:14) TO opsEndDateTime
           MOVE wsOpsRecordsIn TO opsRecordsIn
           MOVE 0 TO opsRecordsOut
           MOVE 0 TO opsRecordsRejected
           MOVE RETURN-CODE TO opsReturnCode
           MOVE wsOpsMessage TO opsMessage
           IF opsMessage = SPACES
               EVALUATE TRUE
                   WHEN RETURN-CODE = 0
                       MOVE "COMPLETED" TO opsMessage
                   WHEN RETURN-CODE < 8
                       MOVE "COMPLETED WITH WARNINGS - SEE SYSOUT"
                           TO opsMessage
                   WHEN OTHER
                       MOVE "FAILED - SEE SYSOUT" TO opsMessage
               END-EVALUATE
           END-IF
           PERFORM appendOpsRecord.

       appendOpsRecord.
           OPEN EXTEND OPS-FILE
           IF wsOpsStatus = "35"
               OPEN OUTPUT OPS-FILE
           END-IF
           IF wsOpsStatus = "00"
               WRITE opsRecord
               CLOSE OPS-FILE
           ELSE
               DISPLAY "OPSLOG OPEN FAILED STATUS " wsOpsStatus
                   " - EVENT NOT LOGGED"
           END-IF.
