      *> alternate index and lists every key, category and amount the
      *> master holds for that account - the shape help-desk calls
      *> actually arrive in. Turns the help-desk browse session into
      *> a one-step lookup job. A key whose classification has been
      *> reversed says so, with the reversal's date and key.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RPT-FILE ASSIGN TO "INQRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPS-FILE ASSIGN TO "OPSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsOpsStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  rptLine                 PIC X(80).

       FD  OPS-FILE
           RECORD CONTAINS 160 CHARACTERS.
       COPY OPSREC.

       WORKING-STORAGE SECTION.
       01  wsCardStatus        PIC X(2).
       01  wsMasterStatus      PIC X(2).
       01  wsEditHits          PIC ZZZZ9.
       01  wsEditAmount        PIC ZZZZZZZZ9.99.

       01  wsOpsStatus         PIC X(2).
       01  wsOpsJob            PIC X(8) VALUE "EXERC4I".
       01  wsOpsStep           PIC X(8) VALUE "INQUIRY".
       01  wsOpsStart          PIC X(14).
       01  wsOpsMessage        PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM writeOpsStart

           OPEN INPUT CARD-FILE
           IF wsCardStatus NOT = "00"
               DISPLAY "NO INQUIRY CARDS ON SYSIN"
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF

               DISPLAY "CLSMAST OPEN FAILED STATUS " wsMasterStatus
                   " - HAS THE MASTER LOAD RUN"
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF

               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM writeOpsEnd
           STOP RUN.

       readInquiryCard.
               " RUN " DELIMITED BY SIZE
               clsmRunDate DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine
           IF clsmReversed
               PERFORM writeReversedLine
           END-IF.

       writeReversedLine.
           MOVE SPACES TO rptLine
           STRING "    REVERSED " DELIMITED BY SIZE
               clsmReversalDate DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               clsmReversalKey DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine.

       writeFoundLine.
               " RUN " DELIMITED BY SIZE
               clsmRunDate DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine
           IF clsmReversed
               PERFORM writeReversedLine
           END-IF.

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
           MOVE "EXERC4IQ" TO opsProgram
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
           MOVE "EXERC4IQ" TO opsProgram
           MOVE wsOpsStart(1:8) TO opsBusinessDate
           MOVE wsOpsStart TO opsStartDateTime
           MOVE FUNCTION CURRENT-DATE(1:14) TO opsEndDateTime
           MOVE 0 TO opsRecordsIn
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
