       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc4Sim_15_10_2026.

      *> What-if simulation of a pending parameter or rate change, for
      *> the checker to see before deciding it. The card on SIMCARD
      *> names the pending change (parameter change on PENDFILE or
      *> rate change on RPNDFILE, by effective date) and a business
      *> date, and the step replays that date's work - the cleaned
      *> transaction file for the date, or the classification master
      *> as it stands - twice: under the rule and rate set in force
      *> on the date, selected exactly as the sweep and the pricing
      *> step select them, and under the same with the pending change
      *> laid over it. Every key is classified and priced both ways;
      *> the report shows per category the record count, amount and
      *> fee each way and the difference, the keys that would change
      *> category (including keys the proposed limit would put out of
      *> range) and the accounts most affected by fee change. Nothing
      *> production is written: the only outputs are the report and
      *> one record on the simulation log, whose run id - printed at
      *> the head of the report - the checker cites on the decision
      *> card. Reversals are left out of the replay, as is the hold
      *> queue, which only delays billing and does not change it.
      *> Amounts are simulated in the base currency, as the sweep and
      *> every control total carry them: an item sent in another
      *> currency is converted at the FX rate in force on its business
      *> date (a master record's run date). An item the FX rate file
      *> cannot convert refuses the simulation, as it would stop the
      *> sweep.
      *> A card that cannot be used, a pending change not found, or no
      *> valid current rule ends RC=8 with nothing simulated; more
      *> affected accounts than the table holds ends RC=4 with the
      *> account ranking incomplete.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "SIMCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsCardStatus.

           SELECT PEND-FILE ASSIGN TO "PENDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsPendStatus.

           SELECT RPND-FILE ASSIGN TO "RPNDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsRpndStatus.

           SELECT PARM-FILE ASSIGN TO "PARMCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsParmStatus.

           SELECT RULE-FILE ASSIGN TO "PARMRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsRuleStatus.

           SELECT RATE-FILE ASSIGN TO "RATEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsRateStatus.

           SELECT FXR-FILE ASSIGN TO "FXRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsFxrStatus.

           SELECT TRAN-FILE ASSIGN TO "TRANCLN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsTranStatus.

           SELECT MASTER-FILE ASSIGN TO "CLSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS clsmKey
               FILE STATUS IS wsMasterStatus.

           SELECT SML-FILE ASSIGN TO "SIMLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsSmlStatus.

           SELECT RPT-FILE ASSIGN TO "SIMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPS-FILE ASSIGN TO "OPSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsOpsStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY SIMCRD.

       FD  PEND-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PNDREC.

       FD  RPND-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY RPNDREC.

       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PARMCRD.

       FD  RULE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PRMRULE.

       FD  RATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY RATEREC.

       FD  FXR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FXRREC.

       FD  TRAN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY TRANREC.

       FD  MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CLSMREC.

       FD  SML-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY SMLREC.

       FD  RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  rptLine                 PIC X(80).

       FD  OPS-FILE
           RECORD CONTAINS 160 CHARACTERS.
       COPY OPSREC.

       WORKING-STORAGE SECTION.
       01  wsCardStatus        PIC X(2).
       01  wsPendStatus        PIC X(2).
       01  wsRpndStatus        PIC X(2).
       01  wsParmStatus        PIC X(2).
       01  wsRuleStatus        PIC X(2).
       01  wsRateStatus        PIC X(2).
       01  wsTranStatus        PIC X(2).
       01  wsMasterStatus      PIC X(2).
       01  wsSmlStatus         PIC X(2).
       01  wsEofFlag           PIC X(1) VALUE 'N'.
       01  wsRunId             PIC X(14).
       01  wsRefuseReason      PIC X(50) VALUE SPACES.
       01  wsPendFound         PIC X(1) VALUE 'N'.
       01  wsPendMaker         PIC X(8) VALUE SPACES.
       01  wsSelEffDate        PIC X(8) VALUE LOW-VALUES.
       01  wsRuleEffDate       PIC X(8) VALUE SPACES.
       01  wsRateFound         PIC X(1) VALUE 'N'.
       01  wsRateEffDate       PIC X(8) VALUE SPACES.

      *> The rule and rate set each way. Category slots run B, 1, 2,
      *> N, then X for a key over the limit, which is never billed.
       01  wsCatCodes          PIC X(5) VALUE "B12NX".
       01  wsCurNumLimite      PIC 9(7) VALUE 0.
       01  wsCurMultiple1      PIC 9(3) VALUE 0.
       01  wsCurMultiple2      PIC 9(3) VALUE 0.
       01  wsNewNumLimite      PIC 9(7) VALUE 0.
       01  wsNewMultiple1      PIC 9(3) VALUE 0.
       01  wsNewMultiple2      PIC 9(3) VALUE 0.
       01  wsCurRateTable.
           05  wsCurRate       OCCURS 5 TIMES PIC 9(4)V99.
       01  wsNewRateTable.
           05  wsNewRate       OCCURS 5 TIMES PIC 9(4)V99.

       COPY CCYBASE.
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
       01  wsOrigCurrency      PIC X(3).
       01  wsOrigAmount        PIC 9(9)V99 VALUE 0.
       01  wsBaseAmount        PIC 9(9)V99 VALUE 0.

       01  wsSimKey            PIC 9(7).
       01  wsSimAmount         PIC 9(9)V99.
       01  wsSimAccount        PIC X(10).
       01  wsNumLimite         PIC 9(7).
       01  wsMultiple1         PIC 9(3).
       01  wsMultiple2         PIC 9(3).
       01  wsRemainder1        PIC 9(3).
       01  wsRemainder2        PIC 9(3).
       01  wsCatIx             PIC 9(1).
       01  wsCurIx             PIC 9(1).
       01  wsNewIx             PIC 9(1).
       01  wsCurFee            PIC 9(4)V99.
       01  wsNewFee            PIC 9(4)V99.

       01  wsRecordCount       PIC 9(7) VALUE 0.
       01  wsKeysMoved         PIC 9(7) VALUE 0.
       01  wsSimCatTable.
           05  wsSimCat        OCCURS 5 TIMES.
               10  wsCurRecs       PIC 9(7).
               10  wsCurAmount     PIC S9(13)V99.
               10  wsCurFeeTotal   PIC S9(11)V99.
               10  wsNewRecs       PIC 9(7).
               10  wsNewAmount     PIC S9(13)V99.
               10  wsNewFeeTotal   PIC S9(11)V99.
       01  wsTotCurRecs        PIC 9(7) VALUE 0.
       01  wsTotNewRecs        PIC 9(7) VALUE 0.
       01  wsTotCurAmount      PIC S9(13)V99 VALUE 0.
       01  wsTotNewAmount      PIC S9(13)V99 VALUE 0.
       01  wsTotCurFee         PIC S9(11)V99 VALUE 0.
       01  wsTotNewFee         PIC S9(11)V99 VALUE 0.
       01  wsFeeDelta          PIC S9(11)V99 VALUE 0.

      *> Accounts touched by the change - a key moved or a fee
      *> changed - for the most-affected ranking.
       01  wsOverflow          PIC X(1) VALUE 'N'.
       01  wsAcctCount         PIC 9(3) VALUE 0.
       01  wsAcctIx            PIC 9(3) VALUE 0.
       01  wsAcctFoundIx       PIC 9(3) VALUE 0.
       01  wsAcctMax           PIC 9(3) VALUE 500.
       01  wsAcctTable.
           05  wsAcctEntry     OCCURS 500 TIMES.
               10  wsAcctId        PIC X(10).
               10  wsAcctPicked    PIC X(1).
               10  wsAcctMoved     PIC 9(7).
               10  wsAcctMovedAmt  PIC S9(11)V99.
               10  wsAcctFeeDelta  PIC S9(11)V99.
       01  wsTopMax            PIC 9(2) VALUE 10.
       01  wsTopCount          PIC 9(2) VALUE 0.
       01  wsBestIx            PIC 9(3) VALUE 0.
       01  wsBestSize          PIC S9(11)V99.
       01  wsThisSize          PIC S9(11)V99.

       01  wsCompareLabel      PIC X(8).
       01  wsLineCur           PIC S9(13)V99.
       01  wsLineNew           PIC S9(13)V99.
       01  wsLineDelta         PIC S9(13)V99.
       01  wsEditCount         PIC ZZZZZZ9.
       01  wsEditNumLim        PIC ZZZZZZ9.
       01  wsEditMult1         PIC ZZ9.
       01  wsEditMult2         PIC ZZ9.
       01  wsEditCur           PIC -ZZZZZZZZZ9.99.
       01  wsEditNew           PIC -ZZZZZZZZZ9.99.
       01  wsEditDelta         PIC -ZZZZZZZZZ9.99.
       01  wsEditCurRecs       PIC -ZZZZZZZZZZZZ9.
       01  wsEditNewRecs       PIC -ZZZZZZZZZZZZ9.
       01  wsEditDeltaRecs     PIC -ZZZZZZZZZZZZ9.
       01  wsEditMoved         PIC ZZZZZ9.
       01  wsEditAmt           PIC -ZZZZZZZZ9.99.
       01  wsEditFee           PIC -ZZZZZZZZ9.99.
       01  wsEditRate1         PIC ZZZ9.99.
       01  wsEditRate2         PIC ZZZ9.99.
       01  wsEditRate3         PIC ZZZ9.99.
       01  wsEditRate4         PIC ZZZ9.99.

       01  wsOpsStatus         PIC X(2).
       01  wsOpsJob            PIC X(8) VALUE "EXERC4V".
       01  wsOpsStep           PIC X(8) VALUE "SIMULATE".
       01  wsOpsStart          PIC X(14).
       01  wsOpsMessage        PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM writeOpsStart

           MOVE FUNCTION CURRENT-DATE(1:14) TO wsRunId
           MOVE SPACES TO wsSimCatTable
           MOVE 0 TO wsCatIx
           PERFORM clearSimCategory UNTIL
               wsCatIx >= 5
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO rptLine
           STRING "EXERC4 WHAT-IF SIMULATION  RUN ID " DELIMITED BY SIZE
               wsRunId DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine

           PERFORM readSimulationCard
           IF wsRefuseReason = SPACES
               PERFORM selectCurrentRule
           END-IF
           IF wsRefuseReason = SPACES
               PERFORM selectCurrentRates
               PERFORM findPendingChange
           END-IF
           IF wsRefuseReason = SPACES
               PERFORM loadFxRates
           END-IF
           IF wsRefuseReason NOT = SPACES
               PERFORM refuseSimulation
           END-IF

           PERFORM writeSetupLines
           IF simFromTran
               PERFORM replayTransactions
           ELSE
               PERFORM replayMaster
           END-IF
           IF wsRefuseReason NOT = SPACES
               PERFORM refuseSimulation
           END-IF

           PERFORM writeCategoryLines
           PERFORM writeAffectedAccounts
           PERFORM writeSimulationLog
           CLOSE RPT-FILE

           DISPLAY "EXERC4 SIMULATION " wsRunId ": RECORDS="
               wsRecordCount " KEYS MOVED=" wsKeysMoved
           IF wsOverflow = 'Y'
               DISPLAY "EXERC4 SIMULATION: MORE AFFECTED ACCOUNTS "
                   "THAN THE TABLE HOLDS - RANKING INCOMPLETE"
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM writeOpsEnd
           STOP RUN.

       clearSimCategory.
           ADD 1 TO wsCatIx
           MOVE 0 TO wsCurRecs(wsCatIx)
           MOVE 0 TO wsCurAmount(wsCatIx)
           MOVE 0 TO wsCurFeeTotal(wsCatIx)
           MOVE 0 TO wsNewRecs(wsCatIx)
           MOVE 0 TO wsNewAmount(wsCatIx)
           MOVE 0 TO wsNewFeeTotal(wsCatIx)
           MOVE 0 TO wsCurRate(wsCatIx)
           MOVE 0 TO wsNewRate(wsCatIx).

       refuseSimulation.
           MOVE SPACES TO rptLine
           STRING "NOTHING SIMULATED - " DELIMITED BY SIZE
               wsRefuseReason DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine
           CLOSE RPT-FILE
           DISPLAY "EXERC4 SIMULATION REFUSED - " wsRefuseReason
           MOVE 8 TO RETURN-CODE
           PERFORM writeOpsEnd
           STOP RUN.

       readSimulationCard.
           OPEN INPUT CARD-FILE
           IF wsCardStatus = "00"
               READ CARD-FILE
                   AT END
                       MOVE "10" TO wsCardStatus
               END-READ
           END-IF
           IF wsCardStatus NOT = "00"
               MOVE "SIMCARD MISSING OR EMPTY" TO wsRefuseReason
           ELSE
               EVALUATE TRUE
                   WHEN NOT simParmChange AND NOT simRateChange
                       MOVE "CHANGE TYPE NOT P OR R" TO wsRefuseReason
                   WHEN simEffectiveDate NOT NUMERIC
                       MOVE "EFFECTIVE DATE NOT YYYYMMDD"
                           TO wsRefuseReason
                   WHEN simBusinessDate NOT NUMERIC
                       MOVE "BUSINESS DATE NOT YYYYMMDD"
                           TO wsRefuseReason
                   WHEN NOT simFromTran AND NOT simFromMaster
                       MOVE "SOURCE NOT T OR M" TO wsRefuseReason
                   WHEN simOperatorId = SPACES
                       MOVE "NO OPERATOR ID" TO wsRefuseReason
               END-EVALUATE
               CLOSE CARD-FILE
           END-IF.

      *> The current rule is the sweep's: the parameter card's
      *> divisors unless a staged rule is in force on the date.
       selectCurrentRule.
           OPEN INPUT PARM-FILE
           IF wsParmStatus = "00"
               READ PARM-FILE
                   AT END
                       MOVE "10" TO wsParmStatus
               END-READ
               IF wsParmStatus = "00"
                   MOVE parmNumLimite TO wsCurNumLimite
                   MOVE parmMultiple1 TO wsCurMultiple1
                   MOVE parmMultiple2 TO wsCurMultiple2
                   MOVE "PARMCARD" TO wsRuleEffDate
               END-IF
               CLOSE PARM-FILE
           END-IF
           MOVE LOW-VALUES TO wsSelEffDate
           MOVE 'N' TO wsEofFlag
           OPEN INPUT RULE-FILE
           IF wsRuleStatus = "00"
               PERFORM readRuleRecord
               PERFORM matchRuleRecord UNTIL
                   wsEofFlag = 'Y'
               CLOSE RULE-FILE
           END-IF
           IF wsCurNumLimite NOT NUMERIC OR wsCurNumLimite = 0
               OR wsCurMultiple1 NOT NUMERIC OR wsCurMultiple1 = 0
               OR wsCurMultiple2 NOT NUMERIC OR wsCurMultiple2 = 0
               MOVE "NO VALID RULE IN FORCE FOR THE BUSINESS DATE"
                   TO wsRefuseReason
           END-IF
           MOVE wsCurNumLimite TO wsNewNumLimite
           MOVE wsCurMultiple1 TO wsNewMultiple1
           MOVE wsCurMultiple2 TO wsNewMultiple2.

       readRuleRecord.
           READ RULE-FILE
               AT END
                   MOVE 'Y' TO wsEofFlag
           END-READ.

       matchRuleRecord.
           IF ruleEffectiveDate NUMERIC
               AND ruleEffectiveDate <= simBusinessDate
               AND ruleEffectiveDate >= wsSelEffDate
               MOVE ruleEffectiveDate TO wsSelEffDate
               MOVE ruleEffectiveDate TO wsRuleEffDate
               MOVE ruleNumLimite TO wsCurNumLimite
               MOVE ruleMultiple1 TO wsCurMultiple1
               MOVE ruleMultiple2 TO wsCurMultiple2
           END-IF
           PERFORM readRuleRecord.

      *> The pricing step's selection; with no rate set in force the
      *> fees are simulated as zero and the report says so.
       selectCurrentRates.
           MOVE LOW-VALUES TO wsSelEffDate
           MOVE 'N' TO wsEofFlag
           OPEN INPUT RATE-FILE
           IF wsRateStatus = "00"
               PERFORM readRateRecord
               PERFORM matchRateRecord UNTIL
                   wsEofFlag = 'Y'
               CLOSE RATE-FILE
           END-IF
           MOVE wsCurRateTable TO wsNewRateTable.

       readRateRecord.
           READ RATE-FILE
               AT END
                   MOVE 'Y' TO wsEofFlag
           END-READ.

       matchRateRecord.
           IF rateEffectiveDate NUMERIC
               AND rateEffectiveDate <= simBusinessDate
               AND rateEffectiveDate >= wsSelEffDate
               MOVE rateEffectiveDate TO wsSelEffDate
               MOVE rateEffectiveDate TO wsRateEffDate
               MOVE rateFeeBoth TO wsCurRate(1)
               MOVE rateFeeMult1 TO wsCurRate(2)
               MOVE rateFeeMult2 TO wsCurRate(3)
               MOVE rateFeeNeither TO wsCurRate(4)
               MOVE 'Y' TO wsRateFound
           END-IF
           PERFORM readRateRecord.

      *> The pending change is found the way its approval program
      *> will find it - the first still-pending entry with the
      *> effective date - and laid over the current values.
       findPendingChange.
           MOVE 'N' TO wsEofFlag
           IF simParmChange
               OPEN INPUT PEND-FILE
               IF wsPendStatus = "00"
                   PERFORM readPendRecord
                   PERFORM matchPendRecord UNTIL
                       wsEofFlag = 'Y'
                   CLOSE PEND-FILE
               END-IF
           ELSE
               OPEN INPUT RPND-FILE
               IF wsRpndStatus = "00"
                   PERFORM readRpndRecord
                   PERFORM matchRpndRecord UNTIL
                       wsEofFlag = 'Y'
                   CLOSE RPND-FILE
               END-IF
           END-IF
           IF wsPendFound = 'N'
               MOVE "NO PENDING CHANGE WITH THAT EFFECTIVE DATE"
                   TO wsRefuseReason
           END-IF.

       readPendRecord.
           READ PEND-FILE
               AT END
                   MOVE 'Y' TO wsEofFlag
           END-READ.

       matchPendRecord.
           IF pndPending AND pndEffectiveDate = simEffectiveDate
               AND wsPendFound = 'N'
               MOVE 'Y' TO wsPendFound
               MOVE pndMakerId TO wsPendMaker
               MOVE pndNumLimite TO wsNewNumLimite
               MOVE pndMultiple1 TO wsNewMultiple1
               MOVE pndMultiple2 TO wsNewMultiple2
           END-IF
           PERFORM readPendRecord.

       readRpndRecord.
           READ RPND-FILE
               AT END
                   MOVE 'Y' TO wsEofFlag
           END-READ.

       matchRpndRecord.
           IF rpndPending AND rpndEffectiveDate = simEffectiveDate
               AND wsPendFound = 'N'
               MOVE 'Y' TO wsPendFound
               MOVE rpndMakerId TO wsPendMaker
               MOVE rpndFeeBoth TO wsNewRate(1)
               MOVE rpndFeeMult1 TO wsNewRate(2)
               MOVE rpndFeeMult2 TO wsNewRate(3)
               MOVE rpndFeeNeither TO wsNewRate(4)
           END-IF
           PERFORM readRpndRecord.

       writeSetupLines.
           MOVE SPACES TO rptLine
           IF simParmChange
               STRING "PENDING PARAMETER CHANGE EFFECTIVE "
                   DELIMITED BY SIZE
                   simEffectiveDate DELIMITED BY SIZE
                   " MADE BY " DELIMITED BY SIZE
                   wsPendMaker DELIMITED BY SIZE
                   INTO rptLine
           ELSE
               STRING "PENDING RATE CHANGE EFFECTIVE " DELIMITED BY SIZE
                   simEffectiveDate DELIMITED BY SIZE
                   " MADE BY " DELIMITED BY SIZE
                   wsPendMaker DELIMITED BY SIZE
                   INTO rptLine
           END-IF
           WRITE rptLine
           MOVE SPACES TO rptLine
           IF simFromTran
               STRING "REPLAYING THE CLEANED TRANSACTIONS OF "
                   DELIMITED BY SIZE
                   simBusinessDate DELIMITED BY SIZE
                   " FOR " DELIMITED BY SIZE
                   simOperatorId DELIMITED BY SIZE
                   INTO rptLine
           ELSE
               STRING "REPLAYING THE CLASSIFICATION MASTER AS OF "
                   DELIMITED BY SIZE
                   simBusinessDate DELIMITED BY SIZE
                   " FOR " DELIMITED BY SIZE
                   simOperatorId DELIMITED BY SIZE
                   INTO rptLine
           END-IF
           WRITE rptLine
           MOVE "CURRENT " TO wsCompareLabel
           MOVE wsCurNumLimite TO wsNumLimite
           MOVE wsCurMultiple1 TO wsMultiple1
           MOVE wsCurMultiple2 TO wsMultiple2
           PERFORM writeRuleLine
           MOVE "PROPOSED" TO wsCompareLabel
           MOVE wsNewNumLimite TO wsNumLimite
           MOVE wsNewMultiple1 TO wsMultiple1
           MOVE wsNewMultiple2 TO wsMultiple2
           PERFORM writeRuleLine
           MOVE SPACES TO rptLine
           STRING "RULE IN FORCE FROM " DELIMITED BY SIZE
               wsRuleEffDate DELIMITED BY SIZE
               INTO rptLine
           IF wsRateFound = 'Y'
               MOVE "RATE SET IN FORCE FROM " TO rptLine(36:23)
               MOVE wsRateEffDate TO rptLine(59:8)
           ELSE
               MOVE "NO RATE SET IN FORCE - FEES ARE ZERO"
                   TO rptLine(36:36)
           END-IF
           WRITE rptLine
           MOVE SPACES TO rptLine
           WRITE rptLine.

       writeRuleLine.
           MOVE wsNumLimite TO wsEditNumLim
           MOVE wsMultiple1 TO wsEditMult1
           MOVE wsMultiple2 TO wsEditMult2
           IF wsCompareLabel = "CURRENT "
               MOVE wsCurRate(1) TO wsEditRate1
               MOVE wsCurRate(2) TO wsEditRate2
               MOVE wsCurRate(3) TO wsEditRate3
               MOVE wsCurRate(4) TO wsEditRate4
           ELSE
               MOVE wsNewRate(1) TO wsEditRate1
               MOVE wsNewRate(2) TO wsEditRate2
               MOVE wsNewRate(3) TO wsEditRate3
               MOVE wsNewRate(4) TO wsEditRate4
           END-IF
           MOVE SPACES TO rptLine
           STRING wsCompareLabel DELIMITED BY SIZE
               " LIM " DELIMITED BY SIZE
               wsEditNumLim DELIMITED BY SIZE
               " M1 " DELIMITED BY SIZE
               wsEditMult1 DELIMITED BY SIZE
               " M2 " DELIMITED BY SIZE
               wsEditMult2 DELIMITED BY SIZE
               "  FEES B " DELIMITED BY SIZE
               wsEditRate1 DELIMITED BY SIZE
               " 1 " DELIMITED BY SIZE
               wsEditRate2 DELIMITED BY SIZE
               " 2 " DELIMITED BY SIZE
               wsEditRate3 DELIMITED BY SIZE
               " N " DELIMITED BY SIZE
               wsEditRate4 DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine.

      *> Only the date's originals are replayed - a reversal backs an
      *> earlier day out and is not classified itself.
       replayTransactions.
           MOVE 'N' TO wsEofFlag
           OPEN INPUT TRAN-FILE
           IF wsTranStatus NOT = "00"
               MOVE "TRANCLN MISSING OR UNREADABLE" TO wsRefuseReason
           ELSE
               PERFORM readTranRecord
               PERFORM replayTranRecord UNTIL
                   wsEofFlag = 'Y'
               CLOSE TRAN-FILE
           END-IF.

       readTranRecord.
           READ TRAN-FILE
               AT END
                   MOVE 'Y' TO wsEofFlag
           END-READ.

       replayTranRecord.
           IF tranBusinessDate = simBusinessDate
               AND NOT tranReversal
               AND tranKey NUMERIC AND tranAmount NUMERIC
               MOVE tranKey TO wsSimKey
               MOVE tranCurrency TO wsOrigCurrency
               MOVE tranAmount TO wsOrigAmount
               MOVE tranBusinessDate TO wsFxWantDate
               PERFORM convertToBase
               MOVE wsBaseAmount TO wsSimAmount
               MOVE tranAccount TO wsSimAccount
               PERFORM simulateItem
           END-IF
           PERFORM readTranRecord.

      *> A key cancelled by a reversal is no longer billed and is
      *> left out, like a reversal on the transaction file.
       replayMaster.
           MOVE 'N' TO wsEofFlag
           OPEN INPUT MASTER-FILE
           IF wsMasterStatus NOT = "00"
               MOVE "CLSMAST MISSING OR UNREADABLE" TO wsRefuseReason
           ELSE
               PERFORM readMasterRecord
               PERFORM replayMasterRecord UNTIL
                   wsEofFlag = 'Y'
               CLOSE MASTER-FILE
           END-IF.

       readMasterRecord.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO wsEofFlag
           END-READ.

       replayMasterRecord.
           IF NOT clsmReversed
               AND clsmKey NUMERIC AND clsmAmount NUMERIC
               MOVE clsmKey TO wsSimKey
               MOVE clsmCurrency TO wsOrigCurrency
               MOVE clsmAmount TO wsOrigAmount
               MOVE clsmRunDate TO wsFxWantDate
               PERFORM convertToBase
               MOVE wsBaseAmount TO wsSimAmount
               MOVE clsmAccount TO wsSimAccount
               PERFORM simulateItem
           END-IF
           PERFORM readMasterRecord.

       simulateItem.
           ADD 1 TO wsRecordCount
           MOVE wsCurNumLimite TO wsNumLimite
           MOVE wsCurMultiple1 TO wsMultiple1
           MOVE wsCurMultiple2 TO wsMultiple2
           PERFORM classifyItem
           MOVE wsCatIx TO wsCurIx
           MOVE wsNewNumLimite TO wsNumLimite
           MOVE wsNewMultiple1 TO wsMultiple1
           MOVE wsNewMultiple2 TO wsMultiple2
           PERFORM classifyItem
           MOVE wsCatIx TO wsNewIx
           MOVE wsCurRate(wsCurIx) TO wsCurFee
           MOVE wsNewRate(wsNewIx) TO wsNewFee

           ADD 1 TO wsCurRecs(wsCurIx)
           ADD wsSimAmount TO wsCurAmount(wsCurIx)
           ADD wsCurFee TO wsCurFeeTotal(wsCurIx)
           ADD 1 TO wsNewRecs(wsNewIx)
           ADD wsSimAmount TO wsNewAmount(wsNewIx)
           ADD wsNewFee TO wsNewFeeTotal(wsNewIx)
           IF wsCurIx NOT = wsNewIx
               ADD 1 TO wsKeysMoved
           END-IF
           IF wsCurIx NOT = wsNewIx OR wsCurFee NOT = wsNewFee
               PERFORM tallyAffectedAccount
           END-IF.

      *> The sweep's conversion of wsOrigAmount in wsOrigCurrency to
      *> the base currency at the rate in force on wsFxWantDate; blank
      *> is the base currency. Where the sweep would stop, the
      *> simulation is refused - the first reason found is the one
      *> reported - and the item is carried at zero meanwhile.
       convertToBase.
           IF wsOrigCurrency = SPACES
               MOVE ccyBaseCurrency TO wsOrigCurrency
           END-IF
           IF wsOrigCurrency = ccyBaseCurrency
               MOVE wsOrigAmount TO wsBaseAmount
           ELSE
               MOVE 0 TO wsBaseAmount
               PERFORM findFxRate
               IF wsFxFound = 'N'
                   IF wsRefuseReason = SPACES
                       STRING "NO FX RATE FOR " DELIMITED BY SIZE
                           wsOrigCurrency DELIMITED BY SIZE
                           " IN FORCE ON " DELIMITED BY SIZE
                           wsFxWantDate DELIMITED BY SIZE
                           INTO wsRefuseReason
                   END-IF
               ELSE
                   COMPUTE wsBaseAmount ROUNDED =
                       wsOrigAmount * wsFxRate
                       ON SIZE ERROR
                           MOVE 0 TO wsBaseAmount
                           IF wsRefuseReason = SPACES
                               STRING "BASE AMOUNT TOO LARGE FOR "
                                   DELIMITED BY SIZE
                                   wsOrigCurrency DELIMITED BY SIZE
                                   " ITEM" DELIMITED BY SIZE
                                   INTO wsRefuseReason
                           END-IF
                   END-COMPUTE
               END-IF
           END-IF.

      *> Same latest-on-or-before selection as the sweep; a later
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

      *> The whole FX rate file is held in storage, as in the sweep.
      *> A file bigger than the table refuses the simulation.
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
                   MOVE "MORE FX RATES THAN THE FX RATE TABLE HOLDS"
                       TO wsRefuseReason
                   MOVE 'Y' TO wsFxrEofFlag
               ELSE
                   ADD 1 TO wsFxCount
                   MOVE fxrCurrency TO wsFxCurrency(wsFxCount)
                   MOVE fxrEffectiveDate TO wsFxEffDate(wsFxCount)
                   MOVE fxrRate TO wsFxEntryRate(wsFxCount)
               END-IF
           END-IF
           IF wsFxrEofFlag = 'N'
               PERFORM readFxRateRecord
           END-IF.

      *> The sweep's classification, with the limit it applies first.
       classifyItem.
           IF wsSimKey > wsNumLimite
               MOVE 5 TO wsCatIx
           ELSE
               MOVE FUNCTION MOD(wsSimKey, wsMultiple1) TO wsRemainder1
               MOVE FUNCTION MOD(wsSimKey, wsMultiple2) TO wsRemainder2
               EVALUATE TRUE
                   WHEN wsRemainder1 = 0 AND wsRemainder2 = 0
                       MOVE 1 TO wsCatIx
                   WHEN wsRemainder1 = 0
                       MOVE 2 TO wsCatIx
                   WHEN wsRemainder2 = 0
                       MOVE 3 TO wsCatIx
                   WHEN OTHER
                       MOVE 4 TO wsCatIx
               END-EVALUATE
           END-IF.

       tallyAffectedAccount.
           MOVE 0 TO wsAcctFoundIx
           MOVE 0 TO wsAcctIx
           PERFORM scanAccountEntry UNTIL
               wsAcctIx >= wsAcctCount OR wsAcctFoundIx > 0
           IF wsAcctFoundIx = 0
               IF wsAcctCount >= wsAcctMax
                   MOVE 'Y' TO wsOverflow
               ELSE
                   ADD 1 TO wsAcctCount
                   MOVE wsAcctCount TO wsAcctFoundIx
                   MOVE wsSimAccount TO wsAcctId(wsAcctFoundIx)
                   MOVE 'N' TO wsAcctPicked(wsAcctFoundIx)
                   MOVE 0 TO wsAcctMoved(wsAcctFoundIx)
                   MOVE 0 TO wsAcctMovedAmt(wsAcctFoundIx)
                   MOVE 0 TO wsAcctFeeDelta(wsAcctFoundIx)
               END-IF
           END-IF
           IF wsAcctFoundIx > 0
               IF wsCurIx NOT = wsNewIx
                   ADD 1 TO wsAcctMoved(wsAcctFoundIx)
                   ADD wsSimAmount TO wsAcctMovedAmt(wsAcctFoundIx)
               END-IF
               COMPUTE wsAcctFeeDelta(wsAcctFoundIx) =
                   wsAcctFeeDelta(wsAcctFoundIx) + wsNewFee - wsCurFee
           END-IF.

       scanAccountEntry.
           ADD 1 TO wsAcctIx
           IF wsAcctId(wsAcctIx) = wsSimAccount
               MOVE wsAcctIx TO wsAcctFoundIx
           END-IF.

       writeCategoryLines.
           MOVE "CATEGORY         CURRENT       PROPOSED     DIFFERENCE"
               TO rptLine
           WRITE rptLine
           MOVE 0 TO wsCatIx
           PERFORM writeOneCategory UNTIL
               wsCatIx >= 5
           MOVE SPACES TO rptLine
           MOVE "TOTAL BILLED" TO rptLine
           WRITE rptLine
           MOVE "  RECS" TO wsCompareLabel
           MOVE wsTotCurRecs TO wsLineCur
           MOVE wsTotNewRecs TO wsLineNew
           PERFORM writeCompareLine
           MOVE "  AMT" TO wsCompareLabel
           MOVE wsTotCurAmount TO wsLineCur
           MOVE wsTotNewAmount TO wsLineNew
           PERFORM writeCompareLine
           MOVE "  FEE" TO wsCompareLabel
           MOVE wsTotCurFee TO wsLineCur
           MOVE wsTotNewFee TO wsLineNew
           PERFORM writeCompareLine
           COMPUTE wsFeeDelta = wsTotNewFee - wsTotCurFee
           MOVE SPACES TO rptLine
           MOVE wsRecordCount TO wsEditCount
           STRING "RECORDS REPLAYED " DELIMITED BY SIZE
               wsEditCount DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine
           MOVE SPACES TO rptLine
           MOVE wsKeysMoved TO wsEditCount
           STRING "KEYS CHANGING CATEGORY " DELIMITED BY SIZE
               wsEditCount DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine.

      *> Out-of-range keys (X) are shown for their count and amount
      *> but carry no fee and stay out of the billed totals.
       writeOneCategory.
           ADD 1 TO wsCatIx
           MOVE SPACES TO rptLine
           IF wsCatIx = 5
               MOVE "OVER THE LIMIT - NOT BILLED" TO rptLine
           ELSE
               STRING "CATEGORY " DELIMITED BY SIZE
                   wsCatCodes(wsCatIx:1) DELIMITED BY SIZE
                   INTO rptLine
               ADD wsCurRecs(wsCatIx) TO wsTotCurRecs
               ADD wsNewRecs(wsCatIx) TO wsTotNewRecs
               ADD wsCurAmount(wsCatIx) TO wsTotCurAmount
               ADD wsNewAmount(wsCatIx) TO wsTotNewAmount
               ADD wsCurFeeTotal(wsCatIx) TO wsTotCurFee
               ADD wsNewFeeTotal(wsCatIx) TO wsTotNewFee
           END-IF
           WRITE rptLine
           MOVE "  RECS" TO wsCompareLabel
           MOVE wsCurRecs(wsCatIx) TO wsLineCur
           MOVE wsNewRecs(wsCatIx) TO wsLineNew
           PERFORM writeCompareLine
           MOVE "  AMT" TO wsCompareLabel
           MOVE wsCurAmount(wsCatIx) TO wsLineCur
           MOVE wsNewAmount(wsCatIx) TO wsLineNew
           PERFORM writeCompareLine
           IF wsCatIx < 5
               MOVE "  FEE" TO wsCompareLabel
               MOVE wsCurFeeTotal(wsCatIx) TO wsLineCur
               MOVE wsNewFeeTotal(wsCatIx) TO wsLineNew
               PERFORM writeCompareLine
           END-IF.

       writeCompareLine.
           COMPUTE wsLineDelta = wsLineNew - wsLineCur
           MOVE SPACES TO rptLine
           IF wsCompareLabel = "  RECS"
               MOVE wsLineCur TO wsEditCurRecs
               MOVE wsLineNew TO wsEditNewRecs
               MOVE wsLineDelta TO wsEditDeltaRecs
               STRING wsCompareLabel DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   wsEditCurRecs DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   wsEditNewRecs DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   wsEditDeltaRecs DELIMITED BY SIZE
                   INTO rptLine
               WRITE rptLine
           ELSE
               PERFORM writeAmountLine
           END-IF.

       writeAmountLine.
           MOVE wsLineCur TO wsEditCur
           MOVE wsLineNew TO wsEditNew
           MOVE wsLineDelta TO wsEditDelta
           STRING wsCompareLabel DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               wsEditCur DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               wsEditNew DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               wsEditDelta DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine.

      *> Ranked by the size of the fee change either way; each pass
      *> picks the largest account not yet listed.
       writeAffectedAccounts.
           MOVE SPACES TO rptLine
           WRITE rptLine
           MOVE "MOST AFFECTED ACCOUNTS (BY FEE CHANGE)" TO rptLine
           WRITE rptLine
           IF wsOverflow = 'Y'
               MOVE "WARNING: MORE AFFECTED ACCOUNTS THAN THE TABLE "
                   TO rptLine
               WRITE rptLine
               MOVE "HOLDS - RANKING IS INCOMPLETE" TO rptLine
               WRITE rptLine
           END-IF
           MOVE 0 TO wsTopCount
           MOVE 1 TO wsBestIx
           PERFORM writeNextAffected UNTIL
               wsTopCount >= wsTopMax OR wsBestIx = 0
           IF wsAcctCount = 0
               MOVE "  NO ACCOUNT AFFECTED" TO rptLine
               WRITE rptLine
           END-IF.

       writeNextAffected.
           MOVE 0 TO wsBestIx
           MOVE 0 TO wsBestSize
           MOVE 0 TO wsAcctIx
           PERFORM scanBestAccount UNTIL
               wsAcctIx >= wsAcctCount
           IF wsBestIx > 0
               MOVE 'Y' TO wsAcctPicked(wsBestIx)
               ADD 1 TO wsTopCount
               MOVE wsAcctMoved(wsBestIx) TO wsEditMoved
               MOVE wsAcctMovedAmt(wsBestIx) TO wsEditAmt
               MOVE wsAcctFeeDelta(wsBestIx) TO wsEditFee
               MOVE SPACES TO rptLine
               STRING "  " DELIMITED BY SIZE
                   wsTopCount DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   wsAcctId(wsBestIx) DELIMITED BY SIZE
                   " MOVED " DELIMITED BY SIZE
                   wsEditMoved DELIMITED BY SIZE
                   " AMT " DELIMITED BY SIZE
                   wsEditAmt DELIMITED BY SIZE
                   " FEE DELTA " DELIMITED BY SIZE
                   wsEditFee DELIMITED BY SIZE
                   INTO rptLine
               WRITE rptLine
           END-IF.

       scanBestAccount.
           ADD 1 TO wsAcctIx
           IF wsAcctPicked(wsAcctIx) = 'N'
               MOVE wsAcctFeeDelta(wsAcctIx) TO wsThisSize
               IF wsThisSize < 0
                   COMPUTE wsThisSize = 0 - wsThisSize
               END-IF
               IF wsBestIx = 0 OR wsThisSize > wsBestSize
                   MOVE wsAcctIx TO wsBestIx
                   MOVE wsThisSize TO wsBestSize
               END-IF
           END-IF.

       writeSimulationLog.
           OPEN EXTEND SML-FILE
           IF wsSmlStatus = "35"
               OPEN OUTPUT SML-FILE
           END-IF
           MOVE SPACES TO smlRecord
           MOVE wsRunId TO smlRunId
           MOVE simChangeType TO smlChangeType
           MOVE simEffectiveDate TO smlEffectiveDate
           MOVE simBusinessDate TO smlBusinessDate
           MOVE simSource TO smlSource
           MOVE simOperatorId TO smlOperatorId
           MOVE wsRecordCount TO smlRecordCount
           MOVE wsKeysMoved TO smlKeysMoved
           MOVE wsFeeDelta TO smlFeeDelta
           WRITE smlRecord
           CLOSE SML-FILE
           MOVE SPACES TO rptLine
           STRING "CITE RUN ID " DELIMITED BY SIZE
               wsRunId DELIMITED BY SIZE
               " ON THE DECISION CARD" DELIMITED BY SIZE
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
           MOVE "EXERC4SM" TO opsProgram
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
           MOVE "EXERC4SM" TO opsProgram
           MOVE wsOpsStart(1:8) TO opsBusinessDate
           MOVE wsOpsStart TO opsStartDateTime
           MOVE FUNCTION CURRENT-DATE(1:14) TO opsEndDateTime
           MOVE wsRecordCount TO opsRecordsIn
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
