      *> back to the extract trailer. Billing uses the print as the
      *> statement backup when an account holder disputes a charge,
      *> instead of ops browsing the raw extract by eye.
      *> A credit detail from a reversal counts as a record in its
      *> category and its negative amount nets against the account,
      *> so the totals tie to the net trailer amount.
      *> Amounts are in the base currency, which is what ties them to
      *> the trailer. An account with any item sent in another
      *> currency also gets a line per currency it was sent in - count,
      *> amount as sent and base amount - and the grand total is
      *> followed by the same breakdown for the whole segment.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RPT-FILE ASSIGN TO "ACCTRPT"
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
       COPY CCYBASE.

       01  wsExtractStatus     PIC X(2).
       01  wsEofFlag           PIC X(1) VALUE 'N'.
       01  wsTrailerFound      PIC X(1) VALUE 'N'.
       01  wsOverflow          PIC X(1) VALUE 'N'.
       01  wsAcctOverflow      PIC X(1) VALUE 'N'.
       01  wsCcyOverflow       PIC X(1) VALUE 'N'.
       01  wsAcctCcyOverflow   PIC X(1) VALUE 'N'.
       01  wsTieBackFail       PIC X(1) VALUE 'N'.

       01  wsTrlCount          PIC 9(7) VALUE 0.
       01  wsTrlAmount         PIC S9(13)V99 VALUE 0.
       01  wsSegBusDate        PIC X(8) VALUE SPACES.
       01  wsResetPending      PIC X(1) VALUE 'N'.

               10  wsAcctCntMult1  PIC 9(7).
               10  wsAcctCntMult2  PIC 9(7).
               10  wsAcctCntNeither PIC 9(7).
               10  wsAcctAmtBoth   PIC S9(11)V99.
               10  wsAcctAmtMult1  PIC S9(11)V99.
               10  wsAcctAmtMult2  PIC S9(11)V99.
               10  wsAcctAmtNeither PIC S9(11)V99.
               10  wsAcctForeign   PIC X(1).

       01  wsDetCurrency       PIC X(3).
       01  wsDetOrigAmount     PIC S9(9)V99.
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

       01  wsAcctCcyCount      PIC 9(4) VALUE 0.
       01  wsAcctCcyIx         PIC 9(4) VALUE 0.
       01  wsAcctCcyFoundIx    PIC 9(4) VALUE 0.
       01  wsAcctCcyMax        PIC 9(4) VALUE 1000.
       01  wsAcctCcyTable.
           05  wsAcctCcyEntry  OCCURS 1000 TIMES.
               10  wsAcctCcyAcct   PIC X(10).
               10  wsAcctCcyCode   PIC X(3).
               10  wsAcctCcyItems  PIC 9(7).
               10  wsAcctCcyOrigAmt PIC S9(11)V99.
               10  wsAcctCcyBaseAmt PIC S9(11)V99.

       01  wsPrintDone         PIC X(1) VALUE 'N'.
       01  wsMinIx             PIC 9(3) VALUE 0.
       01  wsScanIx            PIC 9(3) VALUE 0.
       01  wsSubCount          PIC 9(7).
       01  wsSubAmount         PIC S9(13)V99.
       01  wsGrandCount        PIC 9(7) VALUE 0.
       01  wsGrandAmount       PIC S9(13)V99 VALUE 0.
       01  wsCatCode           PIC X(1).
       01  wsCatCount          PIC 9(7).
       01  wsCatAmount         PIC S9(13)V99.
       01  wsEditCount         PIC ZZZZZZ9.
       01  wsEditAmount        PIC -ZZZZZZZZZZZ9.99.
       01  wsEditOrigAmount    PIC -ZZZZZZZZZZZ9.99.
       01  wsLineCurrency      PIC X(3).
       01  wsLineCount         PIC 9(7).
       01  wsLineOrigAmount    PIC S9(13)V99.
       01  wsLineBaseAmount    PIC S9(13)V99.

       01  wsOpsStatus         PIC X(2).
       01  wsOpsJob            PIC X(8) VALUE "EXERC4".
       01  wsOpsStep           PIC X(8) VALUE "ACCTRPT".
       01  wsOpsStart          PIC X(14).
       01  wsOpsMessage        PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM writeOpsStart

           OPEN OUTPUT RPT-FILE

           OPEN INPUT EXTRACT-FILE
               WRITE rptLine
               CLOSE RPT-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF
           PERFORM readExtractRecord
               WRITE rptLine
               CLOSE RPT-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF

           PERFORM printAccounts
           PERFORM writeGrandTotal
           PERFORM writeSegmentCurrencies

           CLOSE RPT-FILE

               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM writeOpsEnd
           STOP RUN.

       readExtractRecord.
       resetForNewSegment.
           IF wsResetPending = 'Y'
               MOVE 0 TO wsAcctCount
               MOVE 0 TO wsCcyCount
               MOVE 0 TO wsAcctCcyCount
               MOVE 'N' TO wsOverflow
               MOVE 'N' TO wsAcctOverflow
               MOVE 'N' TO wsCcyOverflow
               MOVE 'N' TO wsAcctCcyOverflow
               MOVE SPACES TO wsSegBusDate
               MOVE 'N' TO wsResetPending
           END-IF.
           IF wsAcctFoundIx = 0
               IF wsAcctCount >= wsAcctMax
                   MOVE 'Y' TO wsOverflow
                   MOVE 'Y' TO wsAcctOverflow
               ELSE
                   ADD 1 TO wsAcctCount
                   MOVE wsAcctCount TO wsAcctFoundIx
                   MOVE SPACES TO wsAcctEntry(wsAcctFoundIx)
                   MOVE extAccount TO wsAcctId(wsAcctFoundIx)
                   MOVE 'N' TO wsAcctPrinted(wsAcctFoundIx)
                   MOVE 'N' TO wsAcctForeign(wsAcctFoundIx)
                   MOVE 0 TO wsAcctCntBoth(wsAcctFoundIx)
                   MOVE 0 TO wsAcctCntMult1(wsAcctFoundIx)
                   MOVE 0 TO wsAcctCntMult2(wsAcctFoundIx)
                       ADD 1 TO wsAcctCntNeither(wsAcctFoundIx)
                       ADD extAmount TO wsAcctAmtNeither(wsAcctFoundIx)
               END-EVALUATE
               PERFORM tallyDetailCurrency
           END-IF.

      *> A detail with no currency was sent in base; one with no
      *> amount as sent predates the field and was sent as billed.
       tallyDetailCurrency.
           MOVE extCurrency TO wsDetCurrency
           IF wsDetCurrency = SPACES
               MOVE ccyBaseCurrency TO wsDetCurrency
           END-IF
           IF extOrigAmount NUMERIC
               MOVE extOrigAmount TO wsDetOrigAmount
           ELSE
               MOVE extAmount TO wsDetOrigAmount
           END-IF
           IF wsDetCurrency NOT = ccyBaseCurrency
               MOVE 'Y' TO wsAcctForeign(wsAcctFoundIx)
           END-IF

           MOVE 0 TO wsCcyFoundIx
           MOVE 0 TO wsCcyIx
           PERFORM scanCurrencyEntry UNTIL
               wsCcyIx >= wsCcyCount OR wsCcyFoundIx > 0
           IF wsCcyFoundIx = 0
               IF wsCcyCount >= wsCcyMax
                   MOVE 'Y' TO wsOverflow
                   MOVE 'Y' TO wsCcyOverflow
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
               ADD wsDetOrigAmount TO wsCcyOrigAmount(wsCcyFoundIx)
               ADD extAmount TO wsCcyBaseAmount(wsCcyFoundIx)
           END-IF

           MOVE 0 TO wsAcctCcyFoundIx
           MOVE 0 TO wsAcctCcyIx
           PERFORM scanAcctCcyEntry UNTIL
               wsAcctCcyIx >= wsAcctCcyCount OR wsAcctCcyFoundIx > 0
           IF wsAcctCcyFoundIx = 0
               IF wsAcctCcyCount >= wsAcctCcyMax
                   MOVE 'Y' TO wsOverflow
                   MOVE 'Y' TO wsAcctCcyOverflow
               ELSE
                   ADD 1 TO wsAcctCcyCount
                   MOVE wsAcctCcyCount TO wsAcctCcyFoundIx
                   MOVE extAccount TO wsAcctCcyAcct(wsAcctCcyFoundIx)
                   MOVE wsDetCurrency TO wsAcctCcyCode(wsAcctCcyFoundIx)
                   MOVE 0 TO wsAcctCcyItems(wsAcctCcyFoundIx)
                   MOVE 0 TO wsAcctCcyOrigAmt(wsAcctCcyFoundIx)
                   MOVE 0 TO wsAcctCcyBaseAmt(wsAcctCcyFoundIx)
               END-IF
           END-IF
           IF wsAcctCcyFoundIx > 0
               ADD 1 TO wsAcctCcyItems(wsAcctCcyFoundIx)
               ADD wsDetOrigAmount TO wsAcctCcyOrigAmt(wsAcctCcyFoundIx)
               ADD extAmount TO wsAcctCcyBaseAmt(wsAcctCcyFoundIx)
           END-IF.

       scanCurrencyEntry.
           ADD 1 TO wsCcyIx
           IF wsCcyCode(wsCcyIx) = wsDetCurrency
               MOVE wsCcyIx TO wsCcyFoundIx
           END-IF.

       scanAcctCcyEntry.
           ADD 1 TO wsAcctCcyIx
           IF wsAcctCcyAcct(wsAcctCcyIx) = extAccount
               AND wsAcctCcyCode(wsAcctCcyIx) = wsDetCurrency
               MOVE wsAcctCcyIx TO wsAcctCcyFoundIx
           END-IF.

       findAccountEntry.
                   INTO rptLine
               WRITE rptLine
           END-IF
           IF wsAcctOverflow = 'Y'
               MOVE "WARNING: MORE ACCOUNTS THAN THE SUMMARY TABLE "
                   TO rptLine
               WRITE rptLine
               MOVE "HOLDS (500) - REPORT IS INCOMPLETE" TO rptLine
               WRITE rptLine
           END-IF
           IF wsCcyOverflow = 'Y'
               MOVE "WARNING: MORE CURRENCIES THAN THE CURRENCY TABLE "
                   TO rptLine
               WRITE rptLine
               MOVE "HOLDS (50) - REPORT IS INCOMPLETE" TO rptLine
               WRITE rptLine
           END-IF
           IF wsAcctCcyOverflow = 'Y'
               MOVE "WARNING: MORE ACCOUNT CURRENCIES THAN THE ACCOUNT "
                   TO rptLine
               WRITE rptLine
               MOVE "CURRENCY TABLE HOLDS (1000) - REPORT IS INCOMPLETE"
                   TO rptLine
               WRITE rptLine
           END-IF.

               " AMOUNT " DELIMITED BY SIZE
               wsEditAmount DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine
           IF wsAcctForeign(wsMinIx) = 'Y'
               MOVE 0 TO wsAcctCcyIx
               PERFORM writeAccountCurrency UNTIL
                   wsAcctCcyIx >= wsAcctCcyCount
           END-IF.

       writeAccountCurrency.
           ADD 1 TO wsAcctCcyIx
           IF wsAcctCcyAcct(wsAcctCcyIx) = wsAcctId(wsMinIx)
               MOVE wsAcctCcyCode(wsAcctCcyIx) TO wsLineCurrency
               MOVE wsAcctCcyItems(wsAcctCcyIx) TO wsLineCount
               MOVE wsAcctCcyOrigAmt(wsAcctCcyIx) TO wsLineOrigAmount
               MOVE wsAcctCcyBaseAmt(wsAcctCcyIx) TO wsLineBaseAmount
               PERFORM writeCurrencyLine
           END-IF.

       writeCurrencyLine.
           MOVE SPACES TO rptLine
           MOVE wsLineCount TO wsEditCount
           MOVE wsLineOrigAmount TO wsEditOrigAmount
           MOVE wsLineBaseAmount TO wsEditAmount
           STRING "  SENT IN " DELIMITED BY SIZE
               wsLineCurrency DELIMITED BY SIZE
               " RECORDS " DELIMITED BY SIZE
               wsEditCount DELIMITED BY SIZE
               " SENT" DELIMITED BY SIZE
               wsEditOrigAmount DELIMITED BY SIZE
               " BASE" DELIMITED BY SIZE
               wsEditAmount DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine.

      *> Categories with nothing on the account are not printed - the
               MOVE 'Y' TO wsTieBackFail
           END-IF
           WRITE rptLine.

       writeSegmentCurrencies.
           MOVE SPACES TO rptLine
           STRING "BY ORIGINAL CURRENCY - AMOUNTS ABOVE IN "
               DELIMITED BY SIZE
               ccyBaseCurrency DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine
           MOVE 0 TO wsCcyIx
           PERFORM writeSegmentCurrency UNTIL
               wsCcyIx >= wsCcyCount.

       writeSegmentCurrency.
           ADD 1 TO wsCcyIx
           MOVE wsCcyCode(wsCcyIx) TO wsLineCurrency
           MOVE wsCcyItems(wsCcyIx) TO wsLineCount
           MOVE wsCcyOrigAmount(wsCcyIx) TO wsLineOrigAmount
           MOVE wsCcyBaseAmount(wsCcyIx) TO wsLineBaseAmount
           PERFORM writeCurrencyLine.

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
           MOVE "EXERC4AC" TO opsProgram
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
           MOVE "EXERC4AC" TO opsProgram
           MOVE wsSegBusDate TO opsBusinessDate
           IF opsBusinessDate NOT NUMERIC
               MOVE wsOpsStart(1:8) TO opsBusinessDate
           END-IF
           MOVE wsOpsStart TO opsStartDateTime
           MOVE FUNCTION CURRENT-DATE(1:14) TO opsEndDateTime
           MOVE wsTrlCount TO opsRecordsIn
           MOVE wsGrandCount TO opsRecordsOut
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
