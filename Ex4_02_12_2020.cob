               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsTclStatus.

           SELECT MASTER-FILE ASSIGN TO "CLSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS clsmKey
               FILE STATUS IS wsMasterStatus.

           SELECT THR-FILE ASSIGN TO "THRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsThrStatus.

           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS hldHoldKey
               FILE STATUS IS wsHoldStatus.

           SELECT FXR-FILE ASSIGN TO "FXRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsFxrStatus.

           SELECT OPS-FILE ASSIGN TO "OPSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsOpsStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
       COPY RUNREC.

       FD  CHKPT-FILE
           RECORD CONTAINS 180 CHARACTERS.
       COPY CHKREC.

       FD  CLASS-FILE
       01  errLine                 PIC X(80).

       FD  AUDIT-FILE
           RECORD CONTAINS 250 CHARACTERS.
       COPY AUDREC.

       FD  EXTRACT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY TCLREC.

       FD  MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CLSMREC.

       FD  THR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY THRREC.

       FD  HOLD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY HLDREC.

       FD  FXR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FXRREC.

       FD  OPS-FILE
           RECORD CONTAINS 160 CHARACTERS.
       COPY OPSREC.

       WORKING-STORAGE SECTION.
       COPY CCYBASE.

       01  numLimite           PIC 9(7).
       01  multiple1           PIC 9(3).
       01  multiple2           PIC 9(3).
       01  wsParmError         PIC X(1) VALUE 'N'.
       01  wsStartDateTime     PIC X(14).
       01  wsEndDateTime       PIC X(14).
       01  wsCountBoth         PIC S9(7) VALUE 0.
       01  wsCountMult1        PIC S9(7) VALUE 0.
       01  wsCountMult2        PIC S9(7) VALUE 0.
       01  wsCountNeither      PIC S9(7) VALUE 0.
       01  wsAmountBoth        PIC S9(13)V99 VALUE 0.
       01  wsAmountMult1       PIC S9(13)V99 VALUE 0.
       01  wsAmountMult2       PIC S9(13)V99 VALUE 0.
       01  wsAmountNeither     PIC S9(13)V99 VALUE 0.
       01  wsAmountTotal       PIC S9(13)V99 VALUE 0.
       01  wsAuditStatus       PIC X(2).
       01  wsHashTotal         PIC 9(10) VALUE 0.
       01  wsClassStatus       PIC X(2).
       01  wsRunCtlMax         PIC 9(3) VALUE 400.
       01  wsRunCtlTable.
           05  wsRunCtlEntry   OCCURS 400 TIMES PIC X(80).
       01  wsMasterStatus      PIC X(2).
       01  wsMasterOpened      PIC X(1) VALUE 'N'.
       01  wsRevValid          PIC X(1) VALUE 'N'.
       01  wsRevAmount         PIC 9(9)V99 VALUE 0.
       01  wsItemAmount        PIC 9(9)V99 VALUE 0.
       01  wsThrStatus         PIC X(2).
       01  wsThrEofFlag        PIC X(1) VALUE 'N'.
       01  wsThrIx             PIC 9(1) VALUE 0.
       01  wsThrTable.
           05  wsThrEntry      OCCURS 4 TIMES.
               10  wsThrAmount     PIC 9(9)V99.
               10  wsThrSetBy      PIC X(8).
               10  wsThrEffDate    PIC X(8).
       01  wsHoldStatus        PIC X(2).
       01  wsHoldEofFlag       PIC X(1) VALUE 'N'.
       01  wsHeld              PIC X(1) VALUE 'N'.
       01  wsHeldCount         PIC 9(7) VALUE 0.
       01  wsHeldAmount        PIC 9(13)V99 VALUE 0.
       01  wsReleasedCount     PIC 9(7) VALUE 0.
       01  wsReleasedAmount    PIC 9(13)V99 VALUE 0.
       01  wsRevCurrency       PIC X(3).
       01  wsRevOrigAmount     PIC 9(9)V99 VALUE 0.
       01  wsOrigCurrency      PIC X(3).
       01  wsOrigAmount        PIC 9(9)V99 VALUE 0.
       01  wsBaseAmount        PIC 9(9)V99 VALUE 0.
       01  wsFxrStatus         PIC X(2).
       01  wsFxrEofFlag        PIC X(1) VALUE 'N'.
       01  wsFxWantDate        PIC X(8).
       01  wsFxSelDate         PIC X(8).
       01  wsFxFound           PIC X(1) VALUE 'N'.
       01  wsFxRate            PIC 9(5)V9(6) VALUE 0.
       01  wsFxCount           PIC 9(4) VALUE 0.
       01  wsFxIx              PIC 9(4) VALUE 0.
       01  wsFxMax             PIC 9(4) VALUE 2000.
       01  wsFxTable.
           05  wsFxEntry       OCCURS 2000 TIMES.
               10  wsFxCurrency    PIC X(3).
               10  wsFxEffDate     PIC X(8).
               10  wsFxEntryRate   PIC 9(5)V9(6).

       01  wsOpsStatus         PIC X(2).
       01  wsOpsJob            PIC X(8) VALUE "EXERC4".
       01  wsOpsStep           PIC X(8) VALUE "CLASSIFY".
       01  wsOpsStart          PIC X(14).
       01  wsOpsMessage        PIC X(60) VALUE SPACES.
       01  wsOpsDate           PIC X(8) VALUE SPACES.
       01  wsOpsRecordsIn      PIC 9(9) VALUE 0.
       01  wsOpsRecordsOut     PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM writeOpsStart

           MOVE FUNCTION CURRENT-DATE(1:14) TO wsStartDateTime

           PERFORM readParmCard.
               MOVE FUNCTION CURRENT-DATE(1:14) TO wsEndDateTime
               PERFORM writeAuditLog
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF

      *> Reversals are looked up on the classification master to find
      *> the category they back out. Without it no reversal can be
      *> applied; they are skipped and the run ends RC=4.
           OPEN INPUT MASTER-FILE
           IF wsMasterStatus = "00"
               MOVE 'Y' TO wsMasterOpened
           END-IF

      *> The hold queue is created empty the first time, the same as
      *> the classification master load. Without it an item over its
      *> threshold would have nowhere to go but billing, so the sweep
      *> does not start.
           OPEN I-O HOLD-FILE
           IF wsHoldStatus = "35"
               OPEN OUTPUT HOLD-FILE
               IF wsHoldStatus = "00"
                   CLOSE HOLD-FILE
                   OPEN I-O HOLD-FILE
               END-IF
           END-IF
           IF wsHoldStatus NOT = "00"
               DISPLAY "HOLDFILE OPEN FAILED STATUS " wsHoldStatus
                   " - SWEEP NOT STARTED"
               MOVE 12 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF

      *> Every amount the sweep totals is converted to the base
      *> currency at the FX rate in force on the business date the
      *> item was classified under; the pre-edit has already refused
      *> any transaction the FX rate file cannot convert.
           PERFORM loadFxRates

           PERFORM checkRestart.
           PERFORM buildDateList.
           PERFORM loadTransmissionLog.
                   "RANGE " wsBusinessDate "-" wsDateTo
                   " - NOTHING PROCESSED"
               MOVE 4 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF

               CLOSE CLASS-FILE
               CLOSE EXTRACT-FILE
           END-IF
           IF wsMasterOpened = 'Y'
               CLOSE MASTER-FILE
           END-IF
           CLOSE HOLD-FILE

      *> The checkpoint only clears when the date it names was
      *> completed by this run (or when none predated the run at
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM writeOpsEnd
           STOP RUN.

      *> One pass of the old single-date run, re-driven per business
               IF wsDateResumed = 'N'
                   PERFORM writeExtractHeader
               END-IF
               PERFORM sendReleasedItems
               OPEN INPUT TRAN-FILE
               MOVE 'N' TO wsEofFlag
               PERFORM readTranRecord
               MOVE 0 TO wsAmountMult1
               MOVE 0 TO wsAmountMult2
               MOVE 0 TO wsAmountNeither
               MOVE 0 TO wsHeldCount
               MOVE 0 TO wsHeldAmount
               MOVE 0 TO wsReleasedCount
               MOVE 0 TO wsReleasedAmount
           END-IF.

      *> Re-selects the effective-dated rule for the date now being
           MOVE LOW-VALUES TO wsSelEffDate
           MOVE 'N' TO wsRuleEofFlag
           MOVE 'N' TO wsRuleFound
           PERFORM selectParmRule
           PERFORM selectHoldThresholds.

      *> Hold thresholds are effective-dated per category the same
      *> way; no threshold file, or none yet in force for a category,
      *> leaves that category's threshold at zero - nothing held.
      *> Table slots follow the category order B, 1, 2, N.
       selectHoldThresholds.
           MOVE 0 TO wsThrIx
           PERFORM clearHoldThreshold UNTIL
               wsThrIx >= 4
           MOVE 'N' TO wsThrEofFlag
           OPEN INPUT THR-FILE
           IF wsThrStatus = "00"
               PERFORM readThrRecord
               PERFORM matchThrRecord UNTIL
                   wsThrEofFlag = 'Y'
               CLOSE THR-FILE
           END-IF.

       clearHoldThreshold.
           ADD 1 TO wsThrIx
           MOVE 0 TO wsThrAmount(wsThrIx)
           MOVE SPACES TO wsThrSetBy(wsThrIx)
           MOVE LOW-VALUES TO wsThrEffDate(wsThrIx).

       readThrRecord.
           READ THR-FILE
               AT END
                   MOVE 'Y' TO wsThrEofFlag
           END-READ.

       matchThrRecord.
           MOVE thrCategory TO wsClassCode
           PERFORM setThresholdIndex
           IF wsThrIx > 0
               AND thrEffectiveDate NUMERIC
               AND thrAmount NUMERIC
               AND thrEffectiveDate <= wsBusinessDate
               AND thrEffectiveDate >= wsThrEffDate(wsThrIx)
               MOVE thrEffectiveDate TO wsThrEffDate(wsThrIx)
               MOVE thrAmount TO wsThrAmount(wsThrIx)
               MOVE thrSetBy TO wsThrSetBy(wsThrIx)
           END-IF
           PERFORM readThrRecord.

       setThresholdIndex.
           EVALUATE wsClassCode
               WHEN 'B'
                   MOVE 1 TO wsThrIx
               WHEN '1'
                   MOVE 2 TO wsThrIx
               WHEN '2'
                   MOVE 3 TO wsThrIx
               WHEN 'N'
                   MOVE 4 TO wsThrIx
               WHEN OTHER
                   MOVE 0 TO wsThrIx
           END-EVALUATE.

      *> In catch-up mode the dates to process are the distinct
      *> business dates actually on the transaction file within the
                       "THAN THE CATCH-UP TABLE HOLDS - NARROW THE "
                       "RANGE - SWEEP NOT STARTED"
                   MOVE 12 TO RETURN-CODE
                   PERFORM writeOpsEnd
                   STOP RUN
               END-IF
               PERFORM sortDateList
                               " ALREADY RAN TO COMPLETION - "
                               "SWEEP NOT STARTED"
                           MOVE 12 TO RETURN-CODE
                           PERFORM writeOpsEnd
                           STOP RUN
                       END-IF
                   WHEN runCtlInProgress
                               " IS IN PROGRESS AND THE RESTART "
                               "FLAG IS NOT SET - SWEEP NOT STARTED"
                           MOVE 12 TO RETURN-CODE
                           PERFORM writeOpsEnd
                           STOP RUN
                       END-IF
               END-EVALUATE
                   DISPLAY "RUN CONTROL FILE FULL - ARCHIVE IT "
                       "BEFORE THE NEXT SWEEP"
                   MOVE 12 TO RETURN-CODE
                   PERFORM writeOpsEnd
                   STOP RUN
               END-IF
           END-IF.
               MOVE chkBusinessDate TO wsChkBusinessDate
               IF parmRestartFlag = 'Y'
                   MOVE chkRecordCount TO wsSkipRemaining
                   IF chkHeldCount NUMERIC
                       MOVE chkHeldCount TO wsHeldCount
                       MOVE chkHeldAmount TO wsHeldAmount
                       MOVE chkReleasedCount TO wsReleasedCount
                       MOVE chkReleasedAmount TO wsReleasedAmount
                       ADD chkHeldCount TO wsSkipRemaining
                   END-IF
                   MOVE chkRecordCount TO wsRecordCount
                   MOVE chkCountBoth TO wsCountBoth
                   MOVE chkCountMult1 TO wsCountMult1
               AND tranBusinessDate NOT = wsBusinessDate
               CONTINUE
           ELSE
      *> A reversal classifies under its original's key, which was
      *> inside the limit in force when it was classified - the limit
      *> is not applied to it again. One whose original cannot be
      *> backed out is skipped before the resume-skip count, exactly
      *> as a restart will skip it again.
               IF tranReversal
                   PERFORM findReversedOriginal
               END-IF
               IF (tranReversal AND wsRevValid = 'N')
                   OR (NOT tranReversal AND counter > numLimite)
                   CONTINUE
               ELSE
      *> The resume-skip is count-based: the cleaned file is rebuilt
      *> deterministically on a restart (same sort, same edit, same
      *> correction merge), so the first checkpointed-count
      *> abended attempt already wrote. A key comparison would break
      *> here - merged correction cards sit after the main block, so
      *> key order is not ascending across the whole date.
                   IF wsResuming = 'Y' AND wsSkipRemaining > 0
                       SUBTRACT 1 FROM wsSkipRemaining
                       IF wsSkipRemaining = 0
                           MOVE 'N' TO wsResuming
                       END-IF
                   ELSE
                       IF wsResuming = 'Y'
                           MOVE 'N' TO wsResuming
                       END-IF

      *> An original over its category's threshold goes to the hold
      *> queue instead of the classified file and the extract; a
      *> reversal is a credit and is never held.
                       MOVE 'N' TO wsHeld
                       IF NOT tranReversal
                           PERFORM convertTranAmount
                       END-IF
                       IF tranReversal
                           PERFORM backOutOriginal
                       ELSE
                           PERFORM classifyTransaction
                           PERFORM checkHoldThreshold
                       END-IF

                       IF wsHeld = 'Y'
                           PERFORM holdTransaction
                       ELSE
                           IF NOT tranReversal
                               PERFORM addCategoryTotals
                           END-IF
                           PERFORM writeClassifiedRecord
                           PERFORM writeExtractDetail
                           PERFORM countWrittenRecord
                       END-IF
                   END-IF
               END-IF
           END-IF

           PERFORM readTranRecord.

       classifyTransaction.
           MOVE FUNCTION MOD(counter, multiple1) TO wsRemainder1
           MOVE FUNCTION MOD(counter, multiple2) TO wsRemainder2

           EVALUATE TRUE
               WHEN wsRemainder1 = 0 AND wsRemainder2 = 0
                   MOVE 'Y' TO isMul
                   MOVE 'B' TO wsClassCode
               WHEN wsRemainder1 = 0
                   MOVE 'Y' TO isMul
                   MOVE '1' TO wsClassCode
               WHEN wsRemainder2 = 0
                   MOVE 'Y' TO isMul
                   MOVE '2' TO wsClassCode
               WHEN OTHER
                   MOVE 'N' TO isMul
                   MOVE 'N' TO wsClassCode
           END-EVALUATE.

       addCategoryTotals.
           EVALUATE wsClassCode
               WHEN 'B'
                   ADD 1 TO wsCountBoth
                   ADD wsItemAmount TO wsAmountBoth
               WHEN '1'
                   ADD 1 TO wsCountMult1
                   ADD wsItemAmount TO wsAmountMult1
               WHEN '2'
                   ADD 1 TO wsCountMult2
                   ADD wsItemAmount TO wsAmountMult2
               WHEN OTHER
                   ADD 1 TO wsCountNeither
                   ADD wsItemAmount TO wsAmountNeither
           END-EVALUATE.

       countWrittenRecord.
           ADD 1 TO wsRecordCount
           IF FUNCTION MOD(wsRecordCount, 1000) = 0
               PERFORM writeCheckpoint
           END-IF.

       checkHoldThreshold.
           PERFORM setThresholdIndex
           IF wsThrIx > 0
               IF wsThrAmount(wsThrIx) > 0
                   AND wsItemAmount > wsThrAmount(wsThrIx)
                   MOVE 'Y' TO wsHeld
               END-IF
           END-IF.

      *> The item is held as sent - its own currency and amount - and
      *> counted held at its base-currency value.
      *> A held item already on the queue (status 22) was written by
      *> the abended attempt this restart is redoing - it stands as
      *> it is. Any other failure stops the sweep: the item is on
      *> neither the queue nor the extract, and would be lost.
       holdTransaction.
           MOVE SPACES TO hldRecord
           MOVE wsBusinessDate TO hldBusinessDate
           MOVE counter TO hldKey
           MOVE wsClassCode TO hldCategory
           MOVE tranAmount TO hldAmount
           MOVE wsOrigCurrency TO hldCurrency
           MOVE tranAccount TO hldAccount
           MOVE wsThrSetBy(wsThrIx) TO hldThrSetBy
           MOVE 'H' TO hldStatus
           WRITE hldRecord
           IF wsHoldStatus NOT = "00" AND wsHoldStatus NOT = "22"
               DISPLAY "HOLDFILE WRITE FAILED STATUS " wsHoldStatus
                   " FOR KEY " counter " - SWEEP STOPPED"
               MOVE 12 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF
           ADD 1 TO wsHeldCount
           ADD wsItemAmount TO wsHeldAmount.

      *> Items a supervisor released since the last cut go out at the
      *> head of the segment, ahead of the day's transactions, in
      *> hold-key order. An item already marked sent for this very
      *> date is picked up again too - that is a restart redoing the
      *> date, and the resume-skip count passes over the ones the
      *> abended attempt already wrote, exactly as it does for
      *> transactions. Only those count against the skip: an item
      *> still released was never written, whatever its place in
      *> key order (it can be released after the abend), so it
      *> always goes out and the skip runs on past it. Only items
      *> held on an earlier business date go out, so a catch-up
      *> range never bills an item ahead of the day it arrived.
       sendReleasedItems.
           MOVE LOW-VALUES TO hldHoldKey
           MOVE 'N' TO wsHoldEofFlag
           START HOLD-FILE KEY IS NOT LESS THAN hldHoldKey
           IF wsHoldStatus NOT = "00"
               MOVE 'Y' TO wsHoldEofFlag
           END-IF
           PERFORM readNextHoldRecord
           PERFORM checkReleasedItem UNTIL
               wsHoldEofFlag = 'Y'.

       readNextHoldRecord.
           IF wsHoldEofFlag = 'N'
               READ HOLD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO wsHoldEofFlag
               END-READ
           END-IF.

       checkReleasedItem.
           IF hldBusinessDate < wsBusinessDate
               IF hldReleased
                   PERFORM sendOneReleasedItem
               ELSE
                   IF hldSent AND hldSentDate = wsBusinessDate
                       PERFORM resendReleasedItem
                   END-IF
               END-IF
           END-IF
           PERFORM readNextHoldRecord.

       resendReleasedItem.
           IF wsResuming = 'Y' AND wsSkipRemaining > 0
               SUBTRACT 1 FROM wsSkipRemaining
               IF wsSkipRemaining = 0
                   MOVE 'N' TO wsResuming
               END-IF
           ELSE
               IF wsResuming = 'Y'
                   MOVE 'N' TO wsResuming
               END-IF
               PERFORM sendOneReleasedItem
           END-IF.

      *> A released item is converted at the rate in force on the day
      *> it arrived, the day it was classified under - the same rate
      *> its threshold was tested at.
       sendOneReleasedItem.
           MOVE hldKey TO counter
           MOVE hldCategory TO wsClassCode
           MOVE hldCurrency TO wsOrigCurrency
           MOVE hldAmount TO wsOrigAmount
           MOVE hldBusinessDate TO wsFxWantDate
           PERFORM convertToBase
           MOVE wsBaseAmount TO wsItemAmount
           PERFORM addCategoryTotals
           ADD 1 TO wsReleasedCount
           ADD wsItemAmount TO wsReleasedAmount
           PERFORM writeReleasedClassified
           PERFORM writeReleasedExtract
           PERFORM countWrittenRecord
           PERFORM markReleasedSent.

       markReleasedSent.
           MOVE 'S' TO hldStatus
           MOVE wsBusinessDate TO hldSentDate
           REWRITE hldRecord
           IF wsHoldStatus NOT = "00"
               DISPLAY "HOLDFILE REWRITE FAILED STATUS " wsHoldStatus
                   " FOR KEY " hldKey " - SWEEP STOPPED"
               MOVE 12 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF.

       writeReleasedClassified.
           MOVE SPACES TO clsRecord
           MOVE hldKey TO clsKey
           MOVE hldCategory TO clsCategory
           MOVE wsItemAmount TO clsAmount
           MOVE wsBusinessDate TO clsBusinessDate
           MOVE hldAccount TO clsAccount
           MOVE hldBusinessDate TO clsOrigBusinessDate
           MOVE 'L' TO clsReleased
           MOVE wsOrigCurrency TO clsCurrency
           MOVE wsOrigAmount TO clsOrigAmount
           WRITE clsRecord.

       writeReleasedExtract.
           MOVE SPACES TO extDetailRecord
           MOVE 'D' TO extDetType
           MOVE hldKey TO extKey
           MOVE hldCategory TO extCategory
           MOVE wsItemAmount TO extAmount
           MOVE hldAccount TO extAccount
           MOVE hldBusinessDate TO extOrigBusinessDate
           MOVE 'L' TO extReleased
           MOVE wsOrigCurrency TO extCurrency
           MOVE wsOrigAmount TO extOrigAmount
           WRITE extDetailRecord
           ADD hldKey TO wsHashTotal.

      *> The original is found by the key and business date the
      *> reversal names and must still be the master's standing
      *> classification of the key. The pre-edit already refused
      *> anything else; this is the sweep's own guard for a reversal
      *> that reached the cleaned file some other way.
      *> The amount backed out is the original's base-currency value,
      *> converted at the rate in force on the date it was classified
      *> under - exactly what was added to that day's totals.
       findReversedOriginal.
           MOVE 'N' TO wsRevValid
           IF wsMasterOpened = 'Y' AND tranOrigKey NUMERIC
               MOVE tranOrigKey TO clsmKey
               READ MASTER-FILE
               IF wsMasterStatus = "00"
                   AND clsmRunDate = tranOrigBusinessDate
                   AND NOT clsmReversed
                   MOVE 'Y' TO wsRevValid
                   MOVE tranOrigKey TO counter
                   MOVE clsmCurrency TO wsOrigCurrency
                   MOVE clsmAmount TO wsOrigAmount
                   MOVE clsmRunDate TO wsFxWantDate
                   PERFORM convertToBase
                   MOVE wsBaseAmount TO wsRevAmount
                   MOVE wsOrigCurrency TO wsRevCurrency
                   MOVE wsOrigAmount TO wsRevOrigAmount
               END-IF
           END-IF
           IF wsRevValid = 'N'
               DISPLAY "REVERSAL " tranKey " OF KEY " tranOrigKey
                   " DATE " tranOrigBusinessDate " - ORIGINAL NOT "
                   "ON THE CLASSIFICATION MASTER OR ALREADY "
                   "REVERSED - REVERSAL SKIPPED"
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *> A reversal takes the original's category and amount back
      *> out of today's totals - the original's own day stays as it
      *> was billed, and the credit detail carries the correction
      *> through to billing on today's segment.
       backOutOriginal.
           MOVE clsmCategory TO wsClassCode
           EVALUATE wsClassCode
               WHEN 'B'
                   SUBTRACT 1 FROM wsCountBoth
                   SUBTRACT wsRevAmount FROM wsAmountBoth
               WHEN '1'
                   SUBTRACT 1 FROM wsCountMult1
                   SUBTRACT wsRevAmount FROM wsAmountMult1
               WHEN '2'
                   SUBTRACT 1 FROM wsCountMult2
                   SUBTRACT wsRevAmount FROM wsAmountMult2
               WHEN OTHER
                   SUBTRACT 1 FROM wsCountNeither
                   SUBTRACT wsRevAmount FROM wsAmountNeither
           END-EVALUATE.

       convertTranAmount.
           MOVE tranCurrency TO wsOrigCurrency
           MOVE tranAmount TO wsOrigAmount
           MOVE wsBusinessDate TO wsFxWantDate
           PERFORM convertToBase
           MOVE wsBaseAmount TO wsItemAmount.

      *> Converts wsOrigAmount in wsOrigCurrency to the base currency
      *> at the rate in force on wsFxWantDate; blank is the base
      *> currency and comes back as the base code. No rate, or a base
      *> amount too big for the record, stops the sweep: the pre-edit
      *> refuses what the FX rate file cannot convert, so either one
      *> means the rate file changed under the run, and an item
      *> carried at the wrong value would throw every control total
      *> out. The checkpoint stands for the restart.
       convertToBase.
           IF wsOrigCurrency = SPACES
               MOVE ccyBaseCurrency TO wsOrigCurrency
           END-IF
           IF wsOrigCurrency = ccyBaseCurrency
               MOVE wsOrigAmount TO wsBaseAmount
           ELSE
               PERFORM findFxRate
               IF wsFxFound = 'N'
                   DISPLAY "NO FX RATE FOR " wsOrigCurrency " IN FORCE "
                       "ON " wsFxWantDate " FOR KEY " counter
                       " - SWEEP STOPPED"
                   MOVE 12 TO RETURN-CODE
                   PERFORM writeOpsEnd
                   STOP RUN
               END-IF
               COMPUTE wsBaseAmount ROUNDED = wsOrigAmount * wsFxRate
                   ON SIZE ERROR
                       DISPLAY "BASE AMOUNT OF " wsOrigAmount " "
                           wsOrigCurrency " FOR KEY " counter
                           " TOO LARGE - SWEEP STOPPED"
                       MOVE 12 TO RETURN-CODE
                       PERFORM writeOpsEnd
                       STOP RUN
               END-COMPUTE
           END-IF.

      *> Same latest-on-or-before selection as the pre-edit; a later
      *> record for the same date wins, as an approved correction.
       findFxRate.
           MOVE 'N' TO wsFxFound
           MOVE LOW-VALUES TO wsFxSelDate
           MOVE 0 TO wsFxIx
           PERFORM matchFxRate UNTIL
               wsFxIx >= wsFxCount.

       matchFxRate.
           ADD 1 TO wsFxIx
           IF wsFxCurrency(wsFxIx) = wsOrigCurrency
               AND wsFxEffDate(wsFxIx) <= wsFxWantDate
               AND wsFxEffDate(wsFxIx) >= wsFxSelDate
               MOVE wsFxEffDate(wsFxIx) TO wsFxSelDate
               MOVE wsFxEntryRate(wsFxIx) TO wsFxRate
               MOVE 'Y' TO wsFxFound
           END-IF.

      *> The whole FX rate file is held in storage, as in the
      *> pre-edit. A file bigger than the table stops the sweep
      *> before anything is written.
       loadFxRates.
           OPEN INPUT FXR-FILE
           IF wsFxrStatus = "00"
               PERFORM readFxRateRecord
               PERFORM storeFxRateRecord UNTIL
                   wsFxrEofFlag = 'Y'
               CLOSE FXR-FILE
           END-IF.

       readFxRateRecord.
           READ FXR-FILE
               AT END
                   MOVE 'Y' TO wsFxrEofFlag
           END-READ.

       storeFxRateRecord.
           IF fxrEffectiveDate NUMERIC AND fxrRate NUMERIC
               IF wsFxCount >= wsFxMax
                   DISPLAY "MORE FX RATES THAN THE FX RATE TABLE "
                       "HOLDS - SWEEP NOT STARTED"
                   MOVE 12 TO RETURN-CODE
                   PERFORM writeOpsEnd
                   STOP RUN
               END-IF
               ADD 1 TO wsFxCount
               MOVE fxrCurrency TO wsFxCurrency(wsFxCount)
               MOVE fxrEffectiveDate TO wsFxEffDate(wsFxCount)
               MOVE fxrRate TO wsFxEntryRate(wsFxCount)
           END-IF
           PERFORM readFxRateRecord.

       writeCheckpoint.
           OPEN OUTPUT CHKPT-FILE
           MOVE wsAmountMult2 TO chkAmountMult2
           MOVE wsAmountNeither TO chkAmountNeither
           MOVE wsBusinessDate TO chkBusinessDate
           MOVE wsHeldCount TO chkHeldCount
           MOVE wsHeldAmount TO chkHeldAmount
           MOVE wsReleasedCount TO chkReleasedCount
           MOVE wsReleasedAmount TO chkReleasedAmount
           WRITE chkRecord
           CLOSE CHKPT-FILE
      *> The file now describes this date mid-flight - it may only
           MOVE SPACES TO clsRecord
           MOVE counter TO clsKey
           MOVE wsClassCode TO clsCategory
           MOVE wsItemAmount TO clsAmount
           MOVE wsBusinessDate TO clsBusinessDate
           MOVE tranAccount TO clsAccount
           MOVE wsOrigCurrency TO clsCurrency
           MOVE wsOrigAmount TO clsOrigAmount
           IF tranReversal
               MOVE wsRevAmount TO clsAmount
               MOVE 'R' TO clsReversal
               MOVE tranOrigBusinessDate TO clsOrigBusinessDate
               MOVE tranKey TO clsReversalKey
               MOVE wsRevCurrency TO clsCurrency
               MOVE wsRevOrigAmount TO clsOrigAmount
           END-IF
           WRITE clsRecord.

       writeExtractDetail.
           MOVE 'D' TO extDetType
           MOVE counter TO extKey
           MOVE wsClassCode TO extCategory
           MOVE wsItemAmount TO extAmount
           MOVE tranAccount TO extAccount
           MOVE wsOrigCurrency TO extCurrency
           MOVE wsOrigAmount TO extOrigAmount
           IF tranReversal
               COMPUTE extAmount = 0 - wsRevAmount
               MOVE 'R' TO extReversal
               MOVE tranOrigBusinessDate TO extOrigBusinessDate
               MOVE wsRevCurrency TO extCurrency
               COMPUTE extOrigAmount = 0 - wsRevOrigAmount
           END-IF
           WRITE extDetailRecord
           ADD counter TO wsHashTotal.

                   "KEEPS THE HIGHEST-SEQUENCE RECORD LIVE SO "
                   "NUMBERING CONTINUES)"
               MOVE 12 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF.

                   " IS ALREADY ON THE TRANSMISSION CONTROL LOG - "
                   "SEGMENT NOT CUT - SWEEP STOPPED"
               MOVE 12 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF.

           COMPUTE wsAmountTotal = wsAmountBoth + wsAmountMult1
               + wsAmountMult2 + wsAmountNeither
           MOVE wsAmountTotal TO audAmountTotal
           MOVE wsHeldCount TO audHeldCount
           MOVE wsHeldAmount TO audHeldAmount
           MOVE wsReleasedCount TO audReleasedCount
           MOVE wsReleasedAmount TO audReleasedAmount
           WRITE auditRecord
           CLOSE AUDIT-FILE

      *> The operations log gets one event for the whole run, a
      *> catch-up range included: it is dated the last business date
      *> audited and counts every date's items.
           MOVE wsBusinessDate TO wsOpsDate
           ADD wsRecordCount TO wsOpsRecordsOut
           ADD wsRecordCount TO wsOpsRecordsIn
           ADD wsHeldCount TO wsOpsRecordsIn.

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
           MOVE "EXERC4" TO opsProgram
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
           MOVE "EXERC4" TO opsProgram
           MOVE wsOpsDate TO opsBusinessDate
           IF opsBusinessDate NOT NUMERIC
               MOVE wsBusinessDate TO opsBusinessDate
           END-IF
           IF opsBusinessDate NOT NUMERIC
               MOVE wsOpsStart(1:8) TO opsBusinessDate
           END-IF
           MOVE wsOpsStart TO opsStartDateTime
           MOVE FUNCTION CURRENT-DATE(1:14) TO opsEndDateTime
           MOVE wsOpsRecordsIn TO opsRecordsIn
           MOVE wsOpsRecordsOut TO opsRecordsOut
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
