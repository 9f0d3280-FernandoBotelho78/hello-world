      *> pass/fail reconciliation report and ends with RETURN-CODE 8
      *> on any mismatch so the scheduler can hold the next sweep
      *> instead of billing invoicing from a short file.
      *> Amounts are net of reversals: a credit detail carries a
      *> negative amount on the extract, and a reversal record on the
      *> classified output is counted but its amount taken off, so
      *> both legs agree with the net trailer total.
      *> An acknowledgment of a retransmitted segment names the
      *> resend's own sequence; the log entry for it points back to
      *> the original, and the original segment and its business
      *> date are what get reconciled - the resend is the same day
      *> sent again, not a further day's load.
      *> All three legs are in the base currency: the sweep converts
      *> each item before it reaches the classified output or the
      *> extract, so a day with foreign-currency items still balances.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RPT-FILE ASSIGN TO "RECRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPS-FILE ASSIGN TO "OPSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsOpsStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  rptLine                 PIC X(80).

       FD  OPS-FILE
           RECORD CONTAINS 160 CHARACTERS.
       COPY OPSREC.

       WORKING-STORAGE SECTION.
       01  wsExtractStatus     PIC X(2).
       01  wsAckStatus         PIC X(2).

       01  wsTrlCount          PIC 9(7) VALUE 0.
       01  wsTrlHash           PIC 9(10) VALUE 0.
       01  wsTrlAmount         PIC S9(13)V99 VALUE 0.
       01  wsDetailCount       PIC 9(7) VALUE 0.
       01  wsDetailHash        PIC 9(10) VALUE 0.
       01  wsDetailAmount      PIC S9(13)V99 VALUE 0.
       01  wsSegCount          PIC 9(7) VALUE 0.
       01  wsSegHash           PIC 9(10) VALUE 0.
       01  wsSegAmount         PIC S9(13)V99 VALUE 0.
       01  wsClsDate           PIC X(8) VALUE SPACES.
       01  wsAckCount          PIC 9(7) VALUE 0.
       01  wsAckHash           PIC 9(10) VALUE 0.
       01  wsAckAmount         PIC S9(13)V99 VALUE 0.
       01  wsClsCount          PIC 9(7) VALUE 0.
       01  wsClsHash           PIC 9(10) VALUE 0.
       01  wsClsAmount         PIC S9(13)V99 VALUE 0.
       01  wsTclStatus         PIC X(2).
       01  wsWantSeq           PIC 9(5) VALUE 0.
       01  wsCurSeq            PIC 9(5) VALUE 0.
       01  wsLogFound          PIC X(1) VALUE 'N'.
       01  wsLogCount          PIC 9(7) VALUE 0.
       01  wsLogHash           PIC 9(10) VALUE 0.
       01  wsLogAmount         PIC S9(13)V99 VALUE 0.
       01  wsResendOfSeq       PIC 9(5) VALUE 0.
       01  wsSegFee            PIC S9(11)V99 VALUE 0.
       01  wsDetailFee         PIC S9(11)V99 VALUE 0.
       01  wsTrlFee            PIC S9(11)V99 VALUE 0.
       01  wsFeesPresent       PIC X(1) VALUE 'N'.

       01  wsCompareCount      PIC 9(7).
       01  wsCompareHash       PIC 9(10).
       01  wsCompareAmount     PIC S9(13)V99.
       01  wsCompareLabel      PIC X(24).
       01  wsVerdict           PIC X(4).
       01  wsEditCount         PIC ZZZZZZ9.
       01  wsEditHash          PIC ZZZZZZZZZ9.
       01  wsEditAmount        PIC -ZZZZZZZZZZZ9.99.

       01  wsOpsStatus         PIC X(2).
       01  wsOpsJob            PIC X(8) VALUE "EXERC4R".
       01  wsOpsStep           PIC X(8) VALUE "RECON".
       01  wsOpsStart          PIC X(14).
       01  wsOpsMessage        PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM writeOpsStart

           OPEN OUTPUT RPT-FILE

           PERFORM readAckFile
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM writeOpsEnd
           STOP RUN.

       readExtractFile.
                   WRITE rptLine
                   MOVE 'Y' TO wsMismatch
               END-IF
               IF wsResendOfSeq > 0
                   PERFORM writeResendLine
                   MOVE wsResendOfSeq TO wsWantSeq
               END-IF
           END-IF.

       writeResendLine.
           MOVE SPACES TO rptLine
           STRING "ACK SEQUENCE " DELIMITED BY SIZE
               wsWantSeq DELIMITED BY SIZE
               " IS A RESEND OF SEQUENCE " DELIMITED BY SIZE
               wsResendOfSeq DELIMITED BY SIZE
               " - ORIGINAL RECONCILED" DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine.

       readTclRecord.
           READ TCL-FILE
               AT END
               MOVE tclRecordCount TO wsLogCount
               MOVE tclHashTotal TO wsLogHash
               MOVE tclAmountTotal TO wsLogAmount
               IF tclResendEntry AND tclOrigSequence NUMERIC
                   MOVE tclOrigSequence TO wsResendOfSeq
               ELSE
                   MOVE 0 TO wsResendOfSeq
               END-IF
           END-IF
           PERFORM readTclRecord.

               OR clsBusinessDate = wsClsDate
               ADD 1 TO wsClsCount
               ADD clsKey TO wsClsHash
               IF clsReversalEntry
                   SUBTRACT clsAmount FROM wsClsAmount
               ELSE
                   ADD clsAmount TO wsClsAmount
               END-IF
           END-IF
           PERFORM readClassRecord.

               MOVE "RECONCILIATION PASSED" TO rptLine
           END-IF
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
           MOVE "EXERC4RC" TO opsProgram
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
           MOVE "EXERC4RC" TO opsProgram
           MOVE wsSegBusDate TO opsBusinessDate
           IF opsBusinessDate NOT NUMERIC
               MOVE wsOpsStart(1:8) TO opsBusinessDate
           END-IF
           MOVE wsOpsStart TO opsStartDateTime
           MOVE FUNCTION CURRENT-DATE(1:14) TO opsEndDateTime
           MOVE wsDetailCount TO opsRecordsIn
           MOVE wsAckCount TO opsRecordsOut
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
