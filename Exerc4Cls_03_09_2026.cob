      *> unfinished run. Prints the one-page day-close certificate
      *> and ends RC=8 on any gap so the scheduler holds the billing
      *> transmission.
      *> The certificate also shows the day's control totals from the
      *> audit record: items classified and sent to billing, items
      *> held over their category's threshold, and held items
      *> released onto this day's segment. A day whose every item was
      *> held has a zero record count and still closes clean.
      *> Every amount on the certificate is in the base currency. The
      *> day's segment details are broken down by the currency each
      *> item was sent in - count, amount as sent and base amount - so
      *> a foreign-currency item can be traced to the base total.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RPT-FILE ASSIGN TO "CLSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPS-FILE ASSIGN TO "OPSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsOpsStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
       COPY RUNREC.

       FD  AUDIT-FILE
           RECORD CONTAINS 250 CHARACTERS.
       COPY AUDREC.

       FD  EXTRACT-FILE
       COPY EXTREC.

       FD  CHKPT-FILE
           RECORD CONTAINS 180 CHARACTERS.
       COPY CHKREC.

       FD  RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  rptLine                 PIC X(80).

       FD  OPS-FILE
           RECORD CONTAINS 160 CHARACTERS.
       COPY OPSREC.

       WORKING-STORAGE SECTION.
       COPY CCYBASE.

       01  wsParmStatus        PIC X(2).
       01  wsRunCtlStatus      PIC X(2).
       01  wsAuditStatus       PIC X(2).
       01  wsAuditFound        PIC X(1) VALUE 'N'.
       01  wsAuditOk           PIC X(1) VALUE 'N'.
       01  wsAudRecords        PIC 9(7) VALUE 0.
       01  wsAudAmount         PIC S9(13)V99 VALUE 0.
       01  wsTrailerFound      PIC X(1) VALUE 'N'.
       01  wsSegMatched        PIC X(1) VALUE 'N'.
       01  wsCurHdrDate        PIC X(8) VALUE SPACES.
       01  wsTrlCount          PIC 9(7) VALUE 0.
       01  wsTrlAmount         PIC S9(13)V99 VALUE 0.
       01  wsChkptClean        PIC X(1) VALUE 'N'.
       01  wsAudHeldCount      PIC 9(7) VALUE 0.
       01  wsAudHeldAmount     PIC 9(13)V99 VALUE 0.
       01  wsAudRelCount       PIC 9(7) VALUE 0.
       01  wsAudRelAmount      PIC 9(13)V99 VALUE 0.
       01  wsTotalLabel        PIC X(24).
       01  wsTotalCount        PIC S9(7) VALUE 0.
       01  wsTotalAmount       PIC S9(13)V99 VALUE 0.
       01  wsEditCount         PIC -ZZZZZZ9.
       01  wsEditAmount        PIC -ZZZZZZZZZZZ9.99.
       01  wsEditOrigAmount    PIC -ZZZZZZZZZZZ9.99.

       01  wsDetCurrency       PIC X(3).
       01  wsCcyFull           PIC X(1) VALUE 'N'.
       01  wsCcyCount          PIC 9(3) VALUE 0.
       01  wsCcyIx             PIC 9(3) VALUE 0.
       01  wsCcyFoundIx        PIC 9(3) VALUE 0.
       01  wsCcyMax            PIC 9(3) VALUE 50.
       01  wsCcyTable.
           05  wsCcyEntry      OCCURS 50 TIMES.
               10  wsCcyCode       PIC X(3).
               10  wsCcyItems      PIC 9(7).
               10  wsCcyOrigAmount PIC S9(13)V99.
               10  wsCcyBaseAmount PIC S9(13)V99.

       01  wsOpsStatus         PIC X(2).
       01  wsOpsJob            PIC X(8) VALUE "EXERC4D".
       01  wsOpsStep           PIC X(8) VALUE "DAYCLOSE".
       01  wsOpsStart          PIC X(14).
       01  wsOpsMessage        PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM writeOpsStart

           PERFORM readParmCard

           OPEN OUTPUT RPT-FILE
           PERFORM checkExtractTrailer
           PERFORM checkCheckpoint
           PERFORM writeCertificateLines
           PERFORM writeControlTotals
           PERFORM writeCurrencyBreakdown
           PERFORM writeVerdictLine

           CLOSE RPT-FILE
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM writeOpsEnd
           STOP RUN.

       readParmCard.
                   CLOSE PARM-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF.

               MOVE 'Y' TO wsAuditFound
               MOVE audTotalRecords TO wsAudRecords
               MOVE audAmountTotal TO wsAudAmount
               MOVE 0 TO wsAudHeldCount
               MOVE 0 TO wsAudHeldAmount
               MOVE 0 TO wsAudRelCount
               MOVE 0 TO wsAudRelAmount
               IF audHeldCount NUMERIC
                   MOVE audHeldCount TO wsAudHeldCount
                   MOVE audHeldAmount TO wsAudHeldAmount
                   MOVE audReleasedCount TO wsAudRelCount
                   MOVE audReleasedAmount TO wsAudRelAmount
               END-IF
               IF audRunStatus = "COMPLETE"
                   AND (audTotalRecords > 0 OR wsAudHeldCount > 0)
                   MOVE 'Y' TO wsAuditOk
               ELSE
                   MOVE 'N' TO wsAuditOk
       matchExtractTrailer.
           IF extDetType = 'H'
               MOVE extHdrBusinessDate TO wsCurHdrDate
               IF wsCurHdrDate = wsBusinessDate
                   MOVE 0 TO wsCcyCount
                   MOVE 'N' TO wsCcyFull
               END-IF
           END-IF
           IF extDetType = 'D'
               AND wsCurHdrDate = wsBusinessDate
               PERFORM addCurrencyDetail
           END-IF
           IF extDetType = 'T'
               IF wsCurHdrDate = wsBusinessDate
           END-IF
           PERFORM readExtractRecord.

      *> The breakdown is taken from the same segment the trailer
      *> check uses - the last one headed with the business date.
      *> Retransmissions are written to their own resend generation,
      *> not the live extract, so none is counted here. A detail with
      *> no currency was sent in base.
       addCurrencyDetail.
           MOVE extCurrency TO wsDetCurrency
           IF wsDetCurrency = SPACES
               MOVE ccyBaseCurrency TO wsDetCurrency
           END-IF
           MOVE 0 TO wsCcyFoundIx
           MOVE 0 TO wsCcyIx
           PERFORM matchCurrencyEntry UNTIL
               wsCcyIx >= wsCcyCount OR wsCcyFoundIx > 0
           IF wsCcyFoundIx = 0
               IF wsCcyCount >= wsCcyMax
                   MOVE 'Y' TO wsCcyFull
               ELSE
                   ADD 1 TO wsCcyCount
                   MOVE wsCcyCount TO wsCcyFoundIx
                   MOVE wsDetCurrency TO wsCcyCode(wsCcyFoundIx)
                   MOVE 0 TO wsCcyItems(wsCcyFoundIx)
                   MOVE 0 TO wsCcyOrigAmount(wsCcyFoundIx)
                   MOVE 0 TO wsCcyBaseAmount(wsCcyFoundIx)
               END-IF
           END-IF
           IF wsCcyFoundIx > 0
               ADD 1 TO wsCcyItems(wsCcyFoundIx)
               ADD extAmount TO wsCcyBaseAmount(wsCcyFoundIx)
               IF extOrigAmount NUMERIC
                   ADD extOrigAmount TO wsCcyOrigAmount(wsCcyFoundIx)
               ELSE
                   ADD extAmount TO wsCcyOrigAmount(wsCcyFoundIx)
               END-IF
           END-IF.

       matchCurrencyEntry.
           ADD 1 TO wsCcyIx
           IF wsCcyCode(wsCcyIx) = wsDetCurrency
               MOVE wsCcyIx TO wsCcyFoundIx
           END-IF.

      *> The sweep clears the checkpoint file when a run completes,
      *> so any record still on it means the last run stopped between
      *> a checkpoint and its audit record - the half-day this close
           END-IF
           PERFORM writeCheckLine.

      *> Released items are part of the day's record count and total,
      *> so they are taken back out of the classified line and shown
      *> on their own.
       writeControlTotals.
           IF wsAuditFound = 'Y'
               MOVE "CLASSIFIED TO BILLING" TO wsTotalLabel
               COMPUTE wsTotalCount = wsAudRecords - wsAudRelCount
               COMPUTE wsTotalAmount = wsAudAmount - wsAudRelAmount
               PERFORM writeTotalLine
               MOVE "HELD OVER THRESHOLD" TO wsTotalLabel
               MOVE wsAudHeldCount TO wsTotalCount
               MOVE wsAudHeldAmount TO wsTotalAmount
               PERFORM writeTotalLine
               MOVE "RELEASED FROM HOLD" TO wsTotalLabel
               MOVE wsAudRelCount TO wsTotalCount
               MOVE wsAudRelAmount TO wsTotalAmount
               PERFORM writeTotalLine
           END-IF.

       writeCurrencyBreakdown.
           IF wsCcyCount > 0
               MOVE SPACES TO rptLine
               STRING "BY ORIGINAL CURRENCY - BASE CURRENCY "
                   DELIMITED BY SIZE
                   ccyBaseCurrency DELIMITED BY SIZE
                   INTO rptLine
               WRITE rptLine
               MOVE 0 TO wsCcyIx
               PERFORM writeCurrencyLine UNTIL
                   wsCcyIx >= wsCcyCount
               IF wsCcyFull = 'Y'
                   MOVE "MORE CURRENCIES THAN THE BREAKDOWN HOLDS"
                       TO rptLine
                   WRITE rptLine
               END-IF
           END-IF.

       writeCurrencyLine.
           ADD 1 TO wsCcyIx
           MOVE wsCcyItems(wsCcyIx) TO wsEditCount
           MOVE wsCcyOrigAmount(wsCcyIx) TO wsEditOrigAmount
           MOVE wsCcyBaseAmount(wsCcyIx) TO wsEditAmount
           MOVE SPACES TO rptLine
           STRING wsCcyCode(wsCcyIx) DELIMITED BY SIZE
               " COUNT " DELIMITED BY SIZE
               wsEditCount DELIMITED BY SIZE
               " SENT " DELIMITED BY SIZE
               wsEditOrigAmount DELIMITED BY SIZE
               " BASE " DELIMITED BY SIZE
               wsEditAmount DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine.

       writeTotalLine.
           MOVE wsTotalCount TO wsEditCount
           MOVE wsTotalAmount TO wsEditAmount
           MOVE SPACES TO rptLine
           STRING wsTotalLabel DELIMITED BY SIZE
               " COUNT " DELIMITED BY SIZE
               wsEditCount DELIMITED BY SIZE
               " AMOUNT " DELIMITED BY SIZE
               wsEditAmount DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine.

       writeCheckLine.
           MOVE SPACES TO rptLine
           STRING wsCheckLabel DELIMITED BY SIZE
                   TO rptLine
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
           MOVE "EXERC4CL" TO opsProgram
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
           MOVE "EXERC4CL" TO opsProgram
           MOVE wsBusinessDate TO opsBusinessDate
           IF opsBusinessDate NOT NUMERIC
               MOVE wsOpsStart(1:8) TO opsBusinessDate
           END-IF
           MOVE wsOpsStart TO opsStartDateTime
           MOVE FUNCTION CURRENT-DATE(1:14) TO opsEndDateTime
           MOVE wsAudRecords TO opsRecordsIn
           MOVE wsTrlCount TO opsRecordsOut
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
