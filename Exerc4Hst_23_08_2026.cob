           SELECT RPT-FILE ASSIGN TO "HSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPS-FILE ASSIGN TO "OPSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsOpsStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE
       COPY HISREC.

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
       01  wsHistStatus        PIC X(2).
       01  wsAuditStatus       PIC X(2).
       01  wsAudOverflow       PIC X(1) VALUE 'N'.
       01  wsAudTable.
           05  wsAudEntry      OCCURS 999 TIMES.
               10  wsAudRec        PIC X(250).
               10  wsAudBusDate    PIC X(8).
               10  wsAudOwnerIx    PIC 9(3).

       01  wsBestEffDate       PIC X(8).
       01  wsRunsPrinted       PIC 9(3) VALUE 0.
       01  wsEditCount         PIC ZZZZZZ9.
       01  wsEditB             PIC -ZZZZZZ9.
       01  wsEditM1            PIC -ZZZZZZ9.
       01  wsEditM2            PIC -ZZZZZZ9.
       01  wsEditN             PIC -ZZZZZZ9.

       01  wsOpsStatus         PIC X(2).
       01  wsOpsJob            PIC X(8) VALUE "EXERC4H".
       01  wsOpsStep           PIC X(8) VALUE "HISTORY".
       01  wsOpsStart          PIC X(14).
       01  wsOpsMessage        PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM writeOpsStart

           PERFORM loadHistFile
           PERFORM loadAuditFile

               wsMinIx = 0

           CLOSE RPT-FILE
           PERFORM writeOpsEnd
           STOP RUN.

       loadHistFile.
               DISPLAY "HISTFILE MISSING OR UNREADABLE - "
                   "CANNOT PRINT HISTORY REPORT"
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF
           PERFORM readHistRecord
               DISPLAY "AUDITFIL MISSING OR UNREADABLE - "
                   "CANNOT PRINT HISTORY REPORT"
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF
           PERFORM readAuditRecord
               wsEditN DELIMITED BY SIZE
               INTO rptLine
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
           MOVE "EXERC4HS" TO opsProgram
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
           MOVE "EXERC4HS" TO opsProgram
           MOVE wsOpsStart(1:8) TO opsBusinessDate
           MOVE wsOpsStart TO opsStartDateTime
           MOVE FUNCTION CURRENT-DATE(1:14) TO opsEndDateTime
           COMPUTE opsRecordsIn = wsHistCount + wsAudCount
           MOVE wsRunsPrinted TO opsRecordsOut
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
