       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc4Stm_15_10_2026.

      *> Monthly account fee statement. For the month on STMCARD,
      *> reads every extract segment whose header date falls in it -
      *> the month-end archive generations and the live extract, as
      *> the job concatenates them - and prints one statement per
      *> account: for each business day the rate set in force that
      *> day (the same latest-on-or-before selection the pricing step
      *> makes) and the record count, amount and fee in each
      *> category, then the month's totals by category and overall,
      *> and last month's statement totals from the statement history
      *> for comparison. Credits from reversals net against their
      *> category as on the daily account summary.
      *> Before any statement is issued the month's details are tied
      *> back to the month's segment trailers; a shortfall, or more
      *> accounts or account-days than the tables hold, issues
      *> nothing and ends RC=8. Each statement issued is numbered on
      *> from the highest number on the history and recorded there
      *> with its totals. A month already stated is a reprint: the
      *> statements keep their first numbers, nothing is added to the
      *> history, and an account whose figures no longer agree with
      *> the statement as issued is flagged and ends the step RC=8.
      *> Details not yet priced print with no fee and end the step
      *> RC=4 - run the statements after the month's pricing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "STMCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsCardStatus.

           SELECT EXTRACT-FILE ASSIGN TO "EXTRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsExtractStatus.

           SELECT RATE-FILE ASSIGN TO "RATEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsRateStatus.

           SELECT STH-FILE ASSIGN TO "STMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsSthStatus.

           SELECT RPT-FILE ASSIGN TO "STMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPS-FILE ASSIGN TO "OPSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsOpsStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY STMCRD.

       FD  EXTRACT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY EXTREC.

       FD  RATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY RATEREC.

       FD  STH-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY STHREC.

       FD  RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  rptLine                 PIC X(80).

       FD  OPS-FILE
           RECORD CONTAINS 160 CHARACTERS.
       COPY OPSREC.

       WORKING-STORAGE SECTION.
       01  wsCardStatus        PIC X(2).
       01  wsExtractStatus     PIC X(2).
       01  wsRateStatus        PIC X(2).
       01  wsSthStatus         PIC X(2).
       01  wsEofFlag           PIC X(1) VALUE 'N'.
       01  wsRateEofFlag       PIC X(1) VALUE 'N'.
       01  wsToday             PIC X(8).
       01  wsStmMonth          PIC X(6) VALUE SPACES.
       01  wsPriorMonth        PIC X(6) VALUE SPACES.
       01  wsPriorWork.
           05  wsPriorYear     PIC 9(4).
           05  wsPriorMon      PIC 9(2).

       01  wsInMonth           PIC X(1) VALUE 'N'.
       01  wsCurDay            PIC 9(2) VALUE 0.
       01  wsSegDate           PIC X(8) VALUE SPACES.
       01  wsSegsInMonth       PIC 9(5) VALUE 0.
       01  wsUnpricedSegs      PIC 9(5) VALUE 0.
       01  wsUnpricedDetails   PIC 9(7) VALUE 0.
       01  wsOverflow          PIC X(1) VALUE 'N'.
       01  wsTieBackFail       PIC X(1) VALUE 'N'.
       01  wsReprintDiffers    PIC 9(5) VALUE 0.

       01  wsTrlCount          PIC 9(9) VALUE 0.
       01  wsTrlAmount         PIC S9(13)V99 VALUE 0.
       01  wsTrlFee            PIC S9(11)V99 VALUE 0.
       01  wsGrandCount        PIC 9(9) VALUE 0.
       01  wsGrandAmount       PIC S9(13)V99 VALUE 0.
       01  wsGrandFee          PIC S9(11)V99 VALUE 0.

      *> Rate set in force on each day of the month, selected when
      *> the first segment for that day is read.
       01  wsDayRateTable.
           05  wsDayRateEntry  OCCURS 31 TIMES.
               10  wsDayRateDone   PIC X(1).
               10  wsDayRateFound  PIC X(1).
               10  wsDayRateEff    PIC X(8).
               10  wsDayRateFee    OCCURS 4 TIMES PIC 9(4)V99.
       01  wsSelEffDate        PIC X(8).

      *> Category slots run B, 1, 2, N throughout.
       01  wsCatCodes          PIC X(4) VALUE "B12N".
       01  wsCatIx             PIC 9(1) VALUE 0.

       01  wsFindAccount       PIC X(10).
       01  wsAcctCount         PIC 9(3) VALUE 0.
       01  wsAcctIx            PIC 9(3) VALUE 0.
       01  wsAcctFoundIx       PIC 9(3) VALUE 0.
       01  wsAcctMax           PIC 9(3) VALUE 500.
       01  wsAcctTable.
           05  wsAcctEntry     OCCURS 500 TIMES.
               10  wsAcctId        PIC X(10).
               10  wsAcctPrinted   PIC X(1).
               10  wsAcctReprint   PIC X(1).
               10  wsAcctStmNo     PIC 9(7).
               10  wsAcctIssCount  PIC 9(7).
               10  wsAcctIssAmount PIC S9(13)V99.
               10  wsAcctIssFee    PIC S9(11)V99.
               10  wsAcctPrior     PIC X(1).
               10  wsAcctPriorNo   PIC 9(7).
               10  wsAcctPriorCount PIC 9(7).
               10  wsAcctPriorAmount PIC S9(13)V99.
               10  wsAcctPriorFee  PIC S9(11)V99.
               10  wsAcctDayIx     OCCURS 31 TIMES PIC 9(4).

      *> One entry per account per business day with activity.
       01  wsEntCount          PIC 9(4) VALUE 0.
       01  wsEntIx             PIC 9(4) VALUE 0.
       01  wsEntMax            PIC 9(4) VALUE 5000.
       01  wsEntTable.
           05  wsEntEntry      OCCURS 5000 TIMES.
               10  wsEntCat        OCCURS 4 TIMES.
                   15  wsEntRecs       PIC 9(7).
                   15  wsEntAmount     PIC S9(11)V99.
                   15  wsEntFee        PIC S9(9)V99.

       01  wsHighStmNo         PIC 9(7) VALUE 0.
       01  wsIssuedCount       PIC 9(5) VALUE 0.
       01  wsReprintCount      PIC 9(5) VALUE 0.
       01  wsPrintDone         PIC X(1) VALUE 'N'.
       01  wsMinIx             PIC 9(3) VALUE 0.
       01  wsScanIx            PIC 9(3) VALUE 0.
       01  wsDayNo             PIC 9(2) VALUE 0.
       01  wsStmNo             PIC 9(7) VALUE 0.
       01  wsMonCatTable.
           05  wsMonCat        OCCURS 4 TIMES.
               10  wsMonCount      PIC 9(7).
               10  wsMonAmount     PIC S9(13)V99.
               10  wsMonFee        PIC S9(11)V99.
       01  wsMonTotCount       PIC 9(7).
       01  wsMonTotAmount      PIC S9(13)V99.
       01  wsMonTotFee         PIC S9(11)V99.
       01  wsFeeChange         PIC S9(11)V99.

       01  wsLineLabel         PIC X(14).
       01  wsLineCount         PIC 9(9).
       01  wsLineAmount        PIC S9(13)V99.
       01  wsLineFee           PIC S9(11)V99.
       01  wsEditCount         PIC ZZZZZZZZ9.
       01  wsEditAmount        PIC -ZZZZZZZZZZZ9.99.
       01  wsEditFee           PIC -ZZZZZZZZZ9.99.
       01  wsEditRate1         PIC ZZZ9.99.
       01  wsEditRate2         PIC ZZZ9.99.
       01  wsEditRate3         PIC ZZZ9.99.
       01  wsEditRate4         PIC ZZZ9.99.

       01  wsOpsStatus         PIC X(2).
       01  wsOpsJob            PIC X(8) VALUE "EXERC4S".
       01  wsOpsStep           PIC X(8) VALUE "STATMNT".
       01  wsOpsStart          PIC X(14).
       01  wsOpsMessage        PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM writeOpsStart

           MOVE FUNCTION CURRENT-DATE(1:8) TO wsToday
           MOVE SPACES TO wsDayRateTable
           OPEN OUTPUT RPT-FILE
           MOVE "EXERC4 MONTHLY ACCOUNT FEE STATEMENTS" TO rptLine
           WRITE rptLine

           PERFORM readStatementCard

           OPEN INPUT EXTRACT-FILE
           IF wsExtractStatus NOT = "00"
               MOVE "EXTRFILE MISSING OR UNREADABLE" TO rptLine
               WRITE rptLine
               CLOSE RPT-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF
           PERFORM readExtractRecord
           PERFORM tallyExtractRecord UNTIL
               wsEofFlag = 'Y'
           CLOSE EXTRACT-FILE

           PERFORM loadStatementHistory
           PERFORM writeControlTotals

           IF wsTieBackFail = 'N'
               OPEN EXTEND STH-FILE
               IF wsSthStatus = "35"
                   OPEN OUTPUT STH-FILE
               END-IF
               PERFORM printStatements
               CLOSE STH-FILE
           END-IF

           CLOSE RPT-FILE

           DISPLAY "EXERC4 STATEMENTS " wsStmMonth
               ": ISSUED=" wsIssuedCount
               " REPRINTED=" wsReprintCount
               " UNPRICED DETAILS=" wsUnpricedDetails
           EVALUATE TRUE
               WHEN wsTieBackFail = 'Y'
                   DISPLAY "EXERC4 STATEMENTS: MONTH DOES NOT TIE "
                       "BACK TO THE EXTRACT TRAILERS - NONE ISSUED"
                   MOVE 8 TO RETURN-CODE
               WHEN wsReprintDiffers > 0
                   DISPLAY "EXERC4 STATEMENTS: " wsReprintDiffers
                       " REPRINT(S) DIFFER FROM THE STATEMENT AS "
                       "ISSUED - SEE STMRPT"
                   MOVE 8 TO RETURN-CODE
               WHEN wsUnpricedDetails > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           PERFORM writeOpsEnd
           STOP RUN.

       readStatementCard.
           OPEN INPUT CARD-FILE
           IF wsCardStatus = "00"
               READ CARD-FILE
                   AT END
                       MOVE "10" TO wsCardStatus
               END-READ
           END-IF
           IF wsCardStatus = "00"
               MOVE stmMonth TO wsStmMonth
               CLOSE CARD-FILE
           END-IF
           IF wsStmMonth NOT NUMERIC
               MOVE "STMCARD MISSING OR MONTH NOT YYYYMM - NOTHING "
                   TO rptLine
               WRITE rptLine
               MOVE "ISSUED" TO rptLine
               WRITE rptLine
               CLOSE RPT-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF
           MOVE wsStmMonth TO wsPriorWork
           IF wsPriorMon < 1 OR wsPriorMon > 12
               MOVE "STMCARD MONTH NOT YYYYMM - NOTHING ISSUED"
                   TO rptLine
               WRITE rptLine
               CLOSE RPT-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF
           IF wsPriorMon = 1
               SUBTRACT 1 FROM wsPriorYear
               MOVE 12 TO wsPriorMon
           ELSE
               SUBTRACT 1 FROM wsPriorMon
           END-IF
           MOVE wsPriorWork TO wsPriorMonth
           MOVE SPACES TO rptLine
           STRING "STATEMENT MONTH " DELIMITED BY SIZE
               wsStmMonth DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               wsToday DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine.

       readExtractRecord.
           READ EXTRACT-FILE
               AT END
                   MOVE 'Y' TO wsEofFlag
           END-READ.

      *> Only segments whose header date is in the month count; the
      *> details of a headerless segment have no date to place them
      *> by and are passed over like any other month's.
       tallyExtractRecord.
           IF extDetType = 'H'
               MOVE 'N' TO wsInMonth
               IF extHdrBusinessDate NUMERIC
                   AND extHdrBusinessDate(1:6) = wsStmMonth
                   MOVE extHdrBusinessDate TO wsSegDate
                   MOVE extHdrBusinessDate(7:2) TO wsCurDay
                   IF wsCurDay >= 1 AND wsCurDay <= 31
                       MOVE 'Y' TO wsInMonth
                       ADD 1 TO wsSegsInMonth
                       IF wsDayRateDone(wsCurDay) NOT = 'Y'
                           PERFORM selectDayRate
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF extDetType = 'D' AND wsInMonth = 'Y'
               PERFORM tallyDetailRecord
           END-IF
           IF extDetType = 'T' AND wsInMonth = 'Y'
               ADD extTrlRecordCount TO wsTrlCount
               ADD extTrlAmountTotal TO wsTrlAmount
               IF extTrlFeeBoth NUMERIC
                   ADD extTrlFeeBoth TO wsTrlFee
                   ADD extTrlFeeMult1 TO wsTrlFee
                   ADD extTrlFeeMult2 TO wsTrlFee
                   ADD extTrlFeeNeither TO wsTrlFee
               ELSE
                   ADD 1 TO wsUnpricedSegs
               END-IF
               MOVE 'N' TO wsInMonth
           END-IF
           PERFORM readExtractRecord.

       tallyDetailRecord.
           MOVE extAccount TO wsFindAccount
           PERFORM findAccountEntry
           IF wsAcctFoundIx = 0
               IF wsAcctCount >= wsAcctMax
                   MOVE 'Y' TO wsOverflow
               ELSE
                   PERFORM addAccountEntry
               END-IF
           END-IF
           IF wsAcctFoundIx > 0
               IF wsAcctDayIx(wsAcctFoundIx, wsCurDay) = 0
                   IF wsEntCount >= wsEntMax
                       MOVE 'Y' TO wsOverflow
                   ELSE
                       ADD 1 TO wsEntCount
                       MOVE wsEntCount
                           TO wsAcctDayIx(wsAcctFoundIx, wsCurDay)
                       PERFORM clearDayEntry
                   END-IF
               END-IF
           END-IF
           IF wsAcctFoundIx > 0
               AND wsAcctDayIx(wsAcctFoundIx, wsCurDay) > 0
               MOVE wsAcctDayIx(wsAcctFoundIx, wsCurDay) TO wsEntIx
               PERFORM setCategoryIndex
               ADD 1 TO wsEntRecs(wsEntIx, wsCatIx)
               ADD extAmount TO wsEntAmount(wsEntIx, wsCatIx)
               ADD 1 TO wsGrandCount
               ADD extAmount TO wsGrandAmount
               IF extFee NUMERIC
                   ADD extFee TO wsEntFee(wsEntIx, wsCatIx)
                   ADD extFee TO wsGrandFee
               ELSE
                   ADD 1 TO wsUnpricedDetails
               END-IF
           END-IF.

       addAccountEntry.
           ADD 1 TO wsAcctCount
           MOVE wsAcctCount TO wsAcctFoundIx
           MOVE SPACES TO wsAcctEntry(wsAcctFoundIx)
           MOVE extAccount TO wsAcctId(wsAcctFoundIx)
           MOVE 'N' TO wsAcctPrinted(wsAcctFoundIx)
           MOVE 'N' TO wsAcctReprint(wsAcctFoundIx)
           MOVE 'N' TO wsAcctPrior(wsAcctFoundIx)
           MOVE 0 TO wsDayNo
           PERFORM clearAccountDay UNTIL
               wsDayNo >= 31.

       clearAccountDay.
           ADD 1 TO wsDayNo
           MOVE 0 TO wsAcctDayIx(wsAcctFoundIx, wsDayNo).

       clearDayEntry.
           MOVE 0 TO wsCatIx
           PERFORM clearDayCategory UNTIL
               wsCatIx >= 4.

       clearDayCategory.
           ADD 1 TO wsCatIx
           MOVE 0 TO wsEntRecs(wsEntCount, wsCatIx)
           MOVE 0 TO wsEntAmount(wsEntCount, wsCatIx)
           MOVE 0 TO wsEntFee(wsEntCount, wsCatIx).

       setCategoryIndex.
           EVALUATE extCategory
               WHEN 'B'
                   MOVE 1 TO wsCatIx
               WHEN '1'
                   MOVE 2 TO wsCatIx
               WHEN '2'
                   MOVE 3 TO wsCatIx
               WHEN OTHER
                   MOVE 4 TO wsCatIx
           END-EVALUATE.

       findAccountEntry.
           MOVE 0 TO wsAcctFoundIx
           MOVE 0 TO wsAcctIx
           PERFORM scanAccountEntry UNTIL
               wsAcctIx >= wsAcctCount OR wsAcctFoundIx > 0.

       scanAccountEntry.
           ADD 1 TO wsAcctIx
           IF wsAcctId(wsAcctIx) = wsFindAccount
               MOVE wsAcctIx TO wsAcctFoundIx
           END-IF.

      *> Same latest-on-or-before selection the pricing step makes
      *> for the segment's business date.
       selectDayRate.
           MOVE 'Y' TO wsDayRateDone(wsCurDay)
           MOVE 'N' TO wsDayRateFound(wsCurDay)
           MOVE LOW-VALUES TO wsSelEffDate
           MOVE 'N' TO wsRateEofFlag
           OPEN INPUT RATE-FILE
           IF wsRateStatus = "00"
               PERFORM readRateRecord
               PERFORM matchRateRecord UNTIL
                   wsRateEofFlag = 'Y'
               CLOSE RATE-FILE
           END-IF.

       readRateRecord.
           READ RATE-FILE
               AT END
                   MOVE 'Y' TO wsRateEofFlag
           END-READ.

       matchRateRecord.
           IF rateEffectiveDate NUMERIC
               AND rateEffectiveDate <= wsSegDate
               AND rateEffectiveDate >= wsSelEffDate
               MOVE rateEffectiveDate TO wsSelEffDate
               MOVE rateEffectiveDate TO wsDayRateEff(wsCurDay)
               MOVE rateFeeBoth TO wsDayRateFee(wsCurDay, 1)
               MOVE rateFeeMult1 TO wsDayRateFee(wsCurDay, 2)
               MOVE rateFeeMult2 TO wsDayRateFee(wsCurDay, 3)
               MOVE rateFeeNeither TO wsDayRateFee(wsCurDay, 4)
               MOVE 'Y' TO wsDayRateFound(wsCurDay)
           END-IF
           PERFORM readRateRecord.

      *> The history is read once: the highest statement number, the
      *> prior month's statement of each account on this month's
      *> statements, and any statement already issued for this month
      *> (which makes the account's statement a reprint).
       loadStatementHistory.
           MOVE 'N' TO wsEofFlag
           OPEN INPUT STH-FILE
           IF wsSthStatus = "00"
               PERFORM readHistoryRecord
               PERFORM matchHistoryRecord UNTIL
                   wsEofFlag = 'Y'
               CLOSE STH-FILE
           END-IF.

       readHistoryRecord.
           READ STH-FILE
               AT END
                   MOVE 'Y' TO wsEofFlag
           END-READ.

       matchHistoryRecord.
           IF sthStatementNo NUMERIC
               AND sthStatementNo > wsHighStmNo
               MOVE sthStatementNo TO wsHighStmNo
           END-IF
           IF sthMonth = wsStmMonth OR sthMonth = wsPriorMonth
               MOVE sthAccount TO wsFindAccount
               PERFORM findAccountEntry
               IF wsAcctFoundIx > 0
                   IF sthMonth = wsStmMonth
                       MOVE 'Y' TO wsAcctReprint(wsAcctFoundIx)
                       MOVE sthStatementNo TO wsAcctStmNo(wsAcctFoundIx)
                       MOVE sthRecordCount
                           TO wsAcctIssCount(wsAcctFoundIx)
                       MOVE sthAmountTotal
                           TO wsAcctIssAmount(wsAcctFoundIx)
                       MOVE sthFeeTotal TO wsAcctIssFee(wsAcctFoundIx)
                   ELSE
                       MOVE 'Y' TO wsAcctPrior(wsAcctFoundIx)
                       MOVE sthStatementNo
                           TO wsAcctPriorNo(wsAcctFoundIx)
                       MOVE sthRecordCount
                           TO wsAcctPriorCount(wsAcctFoundIx)
                       MOVE sthAmountTotal
                           TO wsAcctPriorAmount(wsAcctFoundIx)
                       MOVE sthFeeTotal
                           TO wsAcctPriorFee(wsAcctFoundIx)
                   END-IF
               END-IF
           END-IF
           PERFORM readHistoryRecord.

      *> The month's details against the month's trailers - the
      *> statements are only as good as this tie-back. Fees are tied
      *> when every segment of the month has been priced.
       writeControlTotals.
           MOVE SPACES TO rptLine
           WRITE rptLine
           MOVE "MONTH DETAILS" TO wsLineLabel
           MOVE wsGrandCount TO wsLineCount
           MOVE wsGrandAmount TO wsLineAmount
           MOVE wsGrandFee TO wsLineFee
           PERFORM writeTotalLine
           MOVE "MONTH TRAILERS" TO wsLineLabel
           MOVE wsTrlCount TO wsLineCount
           MOVE wsTrlAmount TO wsLineAmount
           MOVE wsTrlFee TO wsLineFee
           PERFORM writeTotalLine
           IF wsUnpricedSegs > 0
               MOVE "SEGMENT(S) NOT YET PRICED - FEES NOT TIED BACK"
                   TO rptLine
               WRITE rptLine
           END-IF
           MOVE SPACES TO rptLine
           EVALUATE TRUE
               WHEN wsOverflow = 'Y'
                   MOVE "MORE ACCOUNTS OR ACCOUNT-DAYS THAN THE TABLES "
                       TO rptLine
                   WRITE rptLine
                   MOVE "HOLD - TIE-BACK FAIL - NO STATEMENTS ISSUED"
                       TO rptLine
                   MOVE 'Y' TO wsTieBackFail
               WHEN wsSegsInMonth = 0
                   MOVE "NO EXTRACT SEGMENTS FOR THE MONTH - NO "
                       TO rptLine
                   WRITE rptLine
                   MOVE "STATEMENTS ISSUED" TO rptLine
                   MOVE 'Y' TO wsTieBackFail
               WHEN wsGrandCount NOT = wsTrlCount
                   OR wsGrandAmount NOT = wsTrlAmount
                   OR (wsUnpricedSegs = 0 AND wsGrandFee NOT = wsTrlFee)
                   MOVE "TRAILER TIE-BACK  FAIL - NO STATEMENTS ISSUED"
                       TO rptLine
                   MOVE 'Y' TO wsTieBackFail
               WHEN OTHER
                   MOVE "TRAILER TIE-BACK  PASS" TO rptLine
           END-EVALUATE
           WRITE rptLine.

       writeTotalLine.
           MOVE wsLineCount TO wsEditCount
           MOVE wsLineAmount TO wsEditAmount
           MOVE wsLineFee TO wsEditFee
           MOVE SPACES TO rptLine
           STRING wsLineLabel DELIMITED BY SIZE
               " RECS " DELIMITED BY SIZE
               wsEditCount DELIMITED BY SIZE
               " AMT " DELIMITED BY SIZE
               wsEditAmount DELIMITED BY SIZE
               " FEE " DELIMITED BY SIZE
               wsEditFee DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine.

      *> Statements print in ascending account order - the smallest
      *> account not yet printed each pass, as on the daily summary.
       printStatements.
           MOVE 'N' TO wsPrintDone
           PERFORM printNextStatement UNTIL
               wsPrintDone = 'Y'.

       printNextStatement.
           MOVE 0 TO wsMinIx
           MOVE 0 TO wsScanIx
           PERFORM scanMinAccount UNTIL
               wsScanIx >= wsAcctCount
           IF wsMinIx = 0
               MOVE 'Y' TO wsPrintDone
           ELSE
               PERFORM writeStatement
           END-IF.

       scanMinAccount.
           ADD 1 TO wsScanIx
           IF wsAcctPrinted(wsScanIx) = 'N'
               IF wsMinIx = 0
                   OR wsAcctId(wsScanIx) < wsAcctId(wsMinIx)
                   MOVE wsScanIx TO wsMinIx
               END-IF
           END-IF.

       writeStatement.
           MOVE 'Y' TO wsAcctPrinted(wsMinIx)
           IF wsAcctReprint(wsMinIx) = 'Y'
               MOVE wsAcctStmNo(wsMinIx) TO wsStmNo
           ELSE
               ADD 1 TO wsHighStmNo
               MOVE wsHighStmNo TO wsStmNo
           END-IF
           MOVE SPACES TO rptLine
           WRITE rptLine
           MOVE ALL "-" TO rptLine
           WRITE rptLine
           MOVE SPACES TO rptLine
           STRING "STATEMENT " DELIMITED BY SIZE
               wsStmNo DELIMITED BY SIZE
               "  ACCOUNT " DELIMITED BY SIZE
               wsAcctId(wsMinIx) DELIMITED BY SIZE
               "  MONTH " DELIMITED BY SIZE
               wsStmMonth DELIMITED BY SIZE
               INTO rptLine
           IF wsAcctReprint(wsMinIx) = 'Y'
               MOVE "REPRINT" TO rptLine(55:7)
           END-IF
           WRITE rptLine

           MOVE 0 TO wsCatIx
           PERFORM clearMonthCategory UNTIL
               wsCatIx >= 4
           MOVE 0 TO wsDayNo
           PERFORM writeStatementDay UNTIL
               wsDayNo >= 31

           MOVE 0 TO wsMonTotCount
           MOVE 0 TO wsMonTotAmount
           MOVE 0 TO wsMonTotFee
           MOVE 0 TO wsCatIx
           PERFORM writeMonthCategory UNTIL
               wsCatIx >= 4
           MOVE "  MONTH TOTAL" TO wsLineLabel
           MOVE wsMonTotCount TO wsLineCount
           MOVE wsMonTotAmount TO wsLineAmount
           MOVE wsMonTotFee TO wsLineFee
           PERFORM writeTotalLine

           PERFORM writePriorMonth
           IF wsAcctReprint(wsMinIx) = 'Y'
               PERFORM checkReprint
           ELSE
               PERFORM writeHistoryRecord
           END-IF.

       clearMonthCategory.
           ADD 1 TO wsCatIx
           MOVE 0 TO wsMonCount(wsCatIx)
           MOVE 0 TO wsMonAmount(wsCatIx)
           MOVE 0 TO wsMonFee(wsCatIx).

       writeStatementDay.
           ADD 1 TO wsDayNo
           IF wsAcctDayIx(wsMinIx, wsDayNo) > 0
               MOVE wsAcctDayIx(wsMinIx, wsDayNo) TO wsEntIx
               PERFORM writeDayHeading
               MOVE 0 TO wsCatIx
               PERFORM writeDayCategory UNTIL
                   wsCatIx >= 4
           END-IF.

       writeDayHeading.
           MOVE SPACES TO rptLine
           IF wsDayRateFound(wsDayNo) = 'Y'
               MOVE wsDayRateFee(wsDayNo, 1) TO wsEditRate1
               MOVE wsDayRateFee(wsDayNo, 2) TO wsEditRate2
               MOVE wsDayRateFee(wsDayNo, 3) TO wsEditRate3
               MOVE wsDayRateFee(wsDayNo, 4) TO wsEditRate4
               STRING "  " DELIMITED BY SIZE
                   wsStmMonth DELIMITED BY SIZE
                   wsDayNo DELIMITED BY SIZE
                   " RATE SET " DELIMITED BY SIZE
                   wsDayRateEff(wsDayNo) DELIMITED BY SIZE
                   " B " DELIMITED BY SIZE
                   wsEditRate1 DELIMITED BY SIZE
                   " 1 " DELIMITED BY SIZE
                   wsEditRate2 DELIMITED BY SIZE
                   " 2 " DELIMITED BY SIZE
                   wsEditRate3 DELIMITED BY SIZE
                   " N " DELIMITED BY SIZE
                   wsEditRate4 DELIMITED BY SIZE
                   INTO rptLine
           ELSE
               STRING "  " DELIMITED BY SIZE
                   wsStmMonth DELIMITED BY SIZE
                   wsDayNo DELIMITED BY SIZE
                   " NO RATE SET IN FORCE" DELIMITED BY SIZE
                   INTO rptLine
           END-IF
           WRITE rptLine.

      *> Categories with nothing on the day are not printed - the
      *> statement only shows what billing actually charged.
       writeDayCategory.
           ADD 1 TO wsCatIx
           IF wsEntRecs(wsEntIx, wsCatIx) > 0
               ADD wsEntRecs(wsEntIx, wsCatIx) TO wsMonCount(wsCatIx)
               ADD wsEntAmount(wsEntIx, wsCatIx) TO wsMonAmount(wsCatIx)
               ADD wsEntFee(wsEntIx, wsCatIx) TO wsMonFee(wsCatIx)
               MOVE SPACES TO wsLineLabel
               MOVE "    CATEGORY" TO wsLineLabel
               MOVE wsCatCodes(wsCatIx:1) TO wsLineLabel(14:1)
               MOVE wsEntRecs(wsEntIx, wsCatIx) TO wsLineCount
               MOVE wsEntAmount(wsEntIx, wsCatIx) TO wsLineAmount
               MOVE wsEntFee(wsEntIx, wsCatIx) TO wsLineFee
               PERFORM writeTotalLine
           END-IF.

       writeMonthCategory.
           ADD 1 TO wsCatIx
           IF wsMonCount(wsCatIx) > 0
               ADD wsMonCount(wsCatIx) TO wsMonTotCount
               ADD wsMonAmount(wsCatIx) TO wsMonTotAmount
               ADD wsMonFee(wsCatIx) TO wsMonTotFee
               MOVE SPACES TO wsLineLabel
               MOVE "  MONTH CAT" TO wsLineLabel
               MOVE wsCatCodes(wsCatIx:1) TO wsLineLabel(13:1)
               MOVE wsMonCount(wsCatIx) TO wsLineCount
               MOVE wsMonAmount(wsCatIx) TO wsLineAmount
               MOVE wsMonFee(wsCatIx) TO wsLineFee
               PERFORM writeTotalLine
           END-IF.

       writePriorMonth.
           MOVE SPACES TO rptLine
           IF wsAcctPrior(wsMinIx) = 'Y'
               STRING "  PRIOR MONTH " DELIMITED BY SIZE
                   wsPriorMonth DELIMITED BY SIZE
                   " STATEMENT " DELIMITED BY SIZE
                   wsAcctPriorNo(wsMinIx) DELIMITED BY SIZE
                   INTO rptLine
               WRITE rptLine
               MOVE "  PRIOR TOTAL" TO wsLineLabel
               MOVE wsAcctPriorCount(wsMinIx) TO wsLineCount
               MOVE wsAcctPriorAmount(wsMinIx) TO wsLineAmount
               MOVE wsAcctPriorFee(wsMinIx) TO wsLineFee
               PERFORM writeTotalLine
               COMPUTE wsFeeChange = wsMonTotFee
                   - wsAcctPriorFee(wsMinIx)
               MOVE wsFeeChange TO wsEditFee
               MOVE SPACES TO rptLine
               STRING "  FEE CHANGE ON PRIOR MONTH " DELIMITED BY SIZE
                   wsEditFee DELIMITED BY SIZE
                   INTO rptLine
           ELSE
               STRING "  NO STATEMENT FOR PRIOR MONTH "
                   DELIMITED BY SIZE
                   wsPriorMonth DELIMITED BY SIZE
                   INTO rptLine
           END-IF
           WRITE rptLine.

       checkReprint.
           ADD 1 TO wsReprintCount
           IF wsMonTotCount NOT = wsAcctIssCount(wsMinIx)
               OR wsMonTotAmount NOT = wsAcctIssAmount(wsMinIx)
               OR wsMonTotFee NOT = wsAcctIssFee(wsMinIx)
               ADD 1 TO wsReprintDiffers
               MOVE "  ** FIGURES DIFFER FROM THE STATEMENT AS ISSUED"
                   TO rptLine
               WRITE rptLine
               MOVE "  AS ISSUED" TO wsLineLabel
               MOVE wsAcctIssCount(wsMinIx) TO wsLineCount
               MOVE wsAcctIssAmount(wsMinIx) TO wsLineAmount
               MOVE wsAcctIssFee(wsMinIx) TO wsLineFee
               PERFORM writeTotalLine
           END-IF.

       writeHistoryRecord.
           ADD 1 TO wsIssuedCount
           MOVE SPACES TO sthRecord
           MOVE wsAcctId(wsMinIx) TO sthAccount
           MOVE wsStmMonth TO sthMonth
           MOVE wsStmNo TO sthStatementNo
           MOVE wsMonTotCount TO sthRecordCount
           MOVE wsMonTotAmount TO sthAmountTotal
           MOVE wsMonTotFee TO sthFeeTotal
           MOVE wsToday TO sthIssuedDate
           WRITE sthRecord.

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
           MOVE "EXERC4ST" TO opsProgram
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
           MOVE "EXERC4ST" TO opsProgram
           MOVE wsOpsStart(1:8) TO opsBusinessDate
           MOVE wsOpsStart TO opsStartDateTime
           MOVE FUNCTION CURRENT-DATE(1:14) TO opsEndDateTime
           MOVE wsGrandCount TO opsRecordsIn
           MOVE wsIssuedCount TO opsRecordsOut
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
