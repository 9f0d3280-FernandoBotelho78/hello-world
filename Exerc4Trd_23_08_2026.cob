           SELECT RPT-FILE ASSIGN TO "TRDRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPS-FILE ASSIGN TO "OPSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsOpsStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORD CONTAINS 250 CHARACTERS.
       COPY AUDREC.

       FD  RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  rptLine                 PIC X(80).

       FD  OPS-FILE
           RECORD CONTAINS 160 CHARACTERS.
       COPY OPSREC.

       WORKING-STORAGE SECTION.
       COPY TRDLINE.

       01  wsDateNum           PIC 9(8).

       01  wsTrailRuns         PIC 9(5) VALUE 0.
       01  wsTrailSumBoth      PIC S9(11) VALUE 0.
       01  wsTrailSumMult1     PIC S9(11) VALUE 0.
       01  wsTrailSumMult2     PIC S9(11) VALUE 0.
       01  wsTrailSumNeither   PIC S9(11) VALUE 0.

       01  wsCatAverage        PIC S9(7).
       01  wsCatTolerance      PIC 9(7).
       01  wsCatDeviation      PIC S9(8).
       01  wsAnomFlags         PIC X(4).
       01  wsCurrentMonth      PIC X(6) VALUE SPACES.
       01  wsMonRuns           PIC 9(5) VALUE 0.
       01  wsMonRecords        PIC 9(9) VALUE 0.
       01  wsMonBoth           PIC S9(9) VALUE 0.
       01  wsMonMult1          PIC S9(9) VALUE 0.
       01  wsMonMult2          PIC S9(9) VALUE 0.
       01  wsMonNeither        PIC S9(9) VALUE 0.

       01  wsOpsStatus         PIC X(2).
       01  wsOpsJob            PIC X(8) VALUE "EXERC4T".
       01  wsOpsStep           PIC X(8) VALUE "TRENDRPT".
       01  wsOpsStart          PIC X(14).
       01  wsOpsMessage        PIC X(60) VALUE SPACES.
       01  wsOpsRecordsIn      PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM writeOpsStart

           OPEN INPUT AUDIT-FILE
           IF wsAuditStatus NOT = "00"
               DISPLAY "AUDITFIL MISSING OR UNREADABLE - "
                   "CANNOT PRINT TREND REPORT"
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF

           CLOSE AUDIT-FILE
           CLOSE RPT-FILE

           PERFORM writeOpsEnd
           STOP RUN.

       readAuditRecord.
           END-READ.

       processAuditRecord.
           ADD 1 TO wsOpsRecordsIn
           IF wsCurrentMonth NOT = SPACES
               AND audStartDateTime(1:6) NOT = wsCurrentMonth
               PERFORM writeMonthSummary
           WRITE rptLine
           MOVE trdHeader2 TO rptLine
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
           MOVE "EXERC4TR" TO opsProgram
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
           MOVE "EXERC4TR" TO opsProgram
           MOVE wsOpsStart(1:8) TO opsBusinessDate
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
