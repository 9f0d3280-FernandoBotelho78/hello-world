      *> no longer has a working-storage ceiling. The same key on
      *> two different business dates of a catch-up backlog is two
      *> legitimate records, not a duplicate.
      *> Every transaction's account is looked up on the account
      *> reference master as of the transaction's own business date:
      *> an account not on the master or not yet open, blocked, or
      *> closed by then is rejected (NOACCT, ACCTBLK, ACCTCLS) so it
      *> goes through recycle and aging instead of being classified
      *> and billed against a dead account.
      *> A reversal (tranType R) cancels a transaction classified on
      *> an earlier date and is checked against the classification
      *> master instead: the original key must be on the master,
      *> classified on the business date the reversal names, for the
      *> same account and amount, and not already reversed - by an
      *> earlier run or by another reversal earlier in this file
      *> (NOORIG, REVAMT, REVDONE). A reversal of a transaction
      *> classified the same day finds nothing on the master yet and
      *> rejects NOORIG; it clears through recycle when the source
      *> resends it after the original has loaded. The account
      *> status check does not apply to reversals - backing a charge
      *> out of a blocked or closed account is exactly what is
      *> wanted. An unknown transaction type rejects BADTYPE.
      *> A transaction in a currency other than the base currency must
      *> have a rate on the FX rate file that the sweep can convert it
      *> at: a currency the file has never carried rejects BADCCY, and
      *> one with no rate in force on the transaction's business date
      *> rejects NORATE. A reversal is converted at its original's
      *> rate, so its rate is looked for on the original's business
      *> date, and its currency must be the original's (REVAMT). With
      *> no FX rate file every foreign-currency transaction rejects
      *> BADCCY and base-currency ones edit as always.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT REJECT-FILE ASSIGN TO "TRANREJ"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCT-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS acctNumber
               FILE STATUS IS wsAcctStatus.

           SELECT MASTER-FILE ASSIGN TO "CLSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS clsmKey
               FILE STATUS IS wsMasterStatus.

           SELECT FXR-FILE ASSIGN TO "FXRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsFxrStatus.

           SELECT OPS-FILE ASSIGN TO "OPSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsOpsStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY REJREC.

       FD  ACCT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY ACCTREC.

       FD  MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CLSMREC.

       FD  FXR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FXRREC.

       FD  OPS-FILE
           RECORD CONTAINS 160 CHARACTERS.
       COPY OPSREC.

       WORKING-STORAGE SECTION.
       COPY CCYBASE.

       01  numLimite           PIC 9(7).
       01  wsEofFlag           PIC X(1) VALUE 'N'.
       01  wsParmStatus        PIC X(2).
       01  wsPrevKey           PIC X(7).
       01  wsPrevDate          PIC X(8).
       01  wsHavePrev          PIC X(1) VALUE 'N'.
       01  wsAcctStatus        PIC X(2).
       01  wsAcctReason        PIC X(8).
       01  wsMasterStatus      PIC X(2).
       01  wsMasterOpened      PIC X(1) VALUE 'N'.
       01  wsRevReason         PIC X(8).
       01  wsRevCount          PIC 9(4) VALUE 0.
       01  wsRevIx             PIC 9(4) VALUE 0.
       01  wsRevMax            PIC 9(4) VALUE 1000.
       01  wsRevSeen           PIC X(1) VALUE 'N'.
       01  wsRevTable.
           05  wsRevEntry      OCCURS 1000 TIMES PIC X(15).
       01  wsCcyReason         PIC X(8).
       01  wsTranCurrency      PIC X(3).
       01  wsOrigCurrency      PIC X(3).
       01  wsFxrStatus         PIC X(2).
       01  wsFxrEofFlag        PIC X(1) VALUE 'N'.
       01  wsFxWantCurrency    PIC X(3).
       01  wsFxWantDate        PIC X(8).
       01  wsFxSelDate         PIC X(8).
       01  wsFxKnown           PIC X(1) VALUE 'N'.
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
       01  wsOpsStep           PIC X(8) VALUE "EDIT".
       01  wsOpsStart          PIC X(14).
       01  wsOpsMessage        PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM writeOpsStart

           PERFORM readParmCard
           IF wsParmError = 'Y'
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF

      *> Without the account master every transaction would reject as
      *> an unknown account, so a master that will not open stops the
      *> edit the same way a bad parm card does.
           OPEN INPUT ACCT-FILE
           IF wsAcctStatus NOT = "00"
               DISPLAY "EXERC4 PRE-EDIT: ACCTMAST OPEN FAILED STATUS "
                   wsAcctStatus " - NO CLEANED TRANSACTION FILE WRITTEN"
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF

      *> No master yet (the first run ever) only means no reversal can
      *> find its original - every reversal rejects NOORIG and the
      *> ordinary transactions edit as always.
           OPEN INPUT MASTER-FILE
           IF wsMasterStatus = "00"
               MOVE 'Y' TO wsMasterOpened
           END-IF

           PERFORM loadFxRates

           OPEN INPUT TRAN-FILE
           OPEN OUTPUT CLEAN-FILE
           OPEN OUTPUT REJECT-FILE
           CLOSE TRAN-FILE
           CLOSE CLEAN-FILE
           CLOSE REJECT-FILE
           CLOSE ACCT-FILE
           IF wsMasterOpened = 'Y'
               CLOSE MASTER-FILE
           END-IF

           DISPLAY "EXERC4 PRE-EDIT: READ=" wsReadCount
               " CLEAN=" wsCleanCount
               " REJECTED=" wsRejectCount

           PERFORM writeOpsEnd
           STOP RUN.

       readParmCard.
               PERFORM selectRuleForDate
           END-IF

           MOVE SPACES TO wsAcctReason
           MOVE SPACES TO wsRevReason
           IF tranReversal
               PERFORM checkReversal
           ELSE
               PERFORM checkAccount
           END-IF
           PERFORM checkCurrency

      *> A reversal's own key is only its identity on the source
      *> system; the key it classifies under is the original's, which
      *> was inside the limit in force when it was classified.
           EVALUATE TRUE
               WHEN tranKey NOT NUMERIC
                   MOVE "NONNUM" TO wsRejectReason
                   PERFORM writeRejectRecord
               WHEN tranKey > numLimite AND NOT tranReversal
                   MOVE "OVERLIM" TO wsRejectReason
                   PERFORM writeRejectRecord
               WHEN tranAmount NOT NUMERIC
                   MOVE "BADAMT" TO wsRejectReason
                   PERFORM writeRejectRecord
               WHEN NOT tranOriginal AND NOT tranReversal
                   MOVE "BADTYPE" TO wsRejectReason
                   PERFORM writeRejectRecord
               WHEN wsCcyReason NOT = SPACES
                   MOVE wsCcyReason TO wsRejectReason
                   PERFORM writeRejectRecord
               WHEN wsRevReason NOT = SPACES
                   MOVE wsRevReason TO wsRejectReason
                   PERFORM writeRejectRecord
               WHEN wsAcctReason NOT = SPACES
                   MOVE wsAcctReason TO wsRejectReason
                   PERFORM writeRejectRecord
      *> Sorted input puts equal keys of a business date next to
      *> each other, so a duplicate is simply a record equal to the
      *> one before it - no table, no size limit.
                       MOVE tranKey TO wsPrevKey
                       MOVE tranBusinessDate TO wsPrevDate
                       MOVE 'Y' TO wsHavePrev
                       IF tranReversal
                           PERFORM rememberReversal
                       END-IF
                       PERFORM writeCleanRecord
                   END-IF
           END-EVALUATE

           PERFORM readTranRecord.

      *> Status as of the transaction's business date, not today's:
      *> a backlog date from before a block or close still posts, and
      *> an account opened after the business date did not exist yet.
      *> A blocked account closed later keeps its block date, so the
      *> dates between the block and the close still reject as
      *> blocked.
       checkAccount.
           MOVE tranAccount TO acctNumber
           READ ACCT-FILE
           EVALUATE TRUE
               WHEN wsAcctStatus NOT = "00"
                   MOVE "NOACCT" TO wsAcctReason
               WHEN tranBusinessDate < acctOpenDate
                   MOVE "NOACCT" TO wsAcctReason
               WHEN acctClosed
                   AND acctCloseDate <= tranBusinessDate
                   MOVE "ACCTCLS" TO wsAcctReason
               WHEN acctBlockDate NUMERIC
                   AND acctBlockDate <= tranBusinessDate
                   AND (acctBlocked OR acctClosed)
                   MOVE "ACCTBLK" TO wsAcctReason
           END-EVALUATE.

      *> The original must be the master's current classification of
      *> the key - a key reclassified on a later date has moved on,
      *> and the reversal names a classification that no longer
      *> stands.
       checkReversal.
           IF wsMasterOpened = 'Y'
               AND tranOrigKey NUMERIC
               MOVE tranOrigKey TO clsmKey
               READ MASTER-FILE
           ELSE
               MOVE "23" TO wsMasterStatus
           END-IF
           PERFORM findReversalSeen
           EVALUATE TRUE
               WHEN wsMasterStatus NOT = "00"
                   MOVE "NOORIG" TO wsRevReason
               WHEN clsmRunDate NOT = tranOrigBusinessDate
                   MOVE "NOORIG" TO wsRevReason
               WHEN clsmAccount NOT = tranAccount
                   MOVE "NOORIG" TO wsRevReason
               WHEN clsmReversed OR wsRevSeen = 'Y'
                   MOVE "REVDONE" TO wsRevReason
               WHEN tranAmount NUMERIC
                   AND tranAmount NOT = clsmAmount
                   MOVE "REVAMT" TO wsRevReason
               WHEN OTHER
                   PERFORM checkReversalCurrency
           END-EVALUATE.

      *> Blank on either side is the base currency, so a reversal
      *> sent with the base code explicitly still matches an original
      *> from before the field existed.
       checkReversalCurrency.
           MOVE tranCurrency TO wsTranCurrency
           IF wsTranCurrency = SPACES
               MOVE ccyBaseCurrency TO wsTranCurrency
           END-IF
           MOVE clsmCurrency TO wsOrigCurrency
           IF wsOrigCurrency = SPACES
               MOVE ccyBaseCurrency TO wsOrigCurrency
           END-IF
           IF wsTranCurrency NOT = wsOrigCurrency
               MOVE "REVAMT" TO wsRevReason
           END-IF.

      *> The whole FX rate file is held in storage - the edit looks a
      *> rate up for every foreign-currency transaction, on whatever
      *> business date it carries. A file bigger than the table stops
      *> the edit rather than rejecting currencies it did not read.
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
                   DISPLAY "EXERC4 PRE-EDIT: MORE FX RATES THAN THE "
                       "FX RATE TABLE HOLDS - NO CLEANED TRANSACTION "
                       "FILE COMPLETED"
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

      *> A reversal's rate is the one its original was converted at.
       checkCurrency.
           MOVE SPACES TO wsCcyReason
           IF tranCurrency NOT = SPACES
               AND tranCurrency NOT = ccyBaseCurrency
               MOVE tranCurrency TO wsFxWantCurrency
               IF tranReversal
                   MOVE tranOrigBusinessDate TO wsFxWantDate
               ELSE
                   MOVE tranBusinessDate TO wsFxWantDate
               END-IF
               PERFORM findFxRate
               EVALUATE TRUE
                   WHEN wsFxKnown = 'N'
                       MOVE "BADCCY" TO wsCcyReason
                   WHEN wsFxFound = 'N'
                       MOVE "NORATE" TO wsCcyReason
               END-EVALUATE
           END-IF.

      *> Same latest-on-or-before selection as the rate sets; a later
      *> record for the same date wins, as an approved correction.
       findFxRate.
           MOVE 'N' TO wsFxKnown
           MOVE 'N' TO wsFxFound
           MOVE LOW-VALUES TO wsFxSelDate
           MOVE 0 TO wsFxIx
           PERFORM matchFxRate UNTIL
               wsFxIx >= wsFxCount.

       matchFxRate.
           ADD 1 TO wsFxIx
           IF wsFxCurrency(wsFxIx) = wsFxWantCurrency
               MOVE 'Y' TO wsFxKnown
               IF wsFxEffDate(wsFxIx) <= wsFxWantDate
                   AND wsFxEffDate(wsFxIx) >= wsFxSelDate
                   MOVE wsFxEffDate(wsFxIx) TO wsFxSelDate
                   MOVE wsFxEntryRate(wsFxIx) TO wsFxRate
                   MOVE 'Y' TO wsFxFound
               END-IF
           END-IF.

       findReversalSeen.
           MOVE 'N' TO wsRevSeen
           MOVE 0 TO wsRevIx
           PERFORM scanReversalSeen UNTIL
               wsRevIx >= wsRevCount OR wsRevSeen = 'Y'.

       scanReversalSeen.
           ADD 1 TO wsRevIx
           IF wsRevEntry(wsRevIx)(1:7) = tranOrigKey
               AND wsRevEntry(wsRevIx)(8:8) = tranOrigBusinessDate
               MOVE 'Y' TO wsRevSeen
           END-IF.

      *> Two reversals of one original on the same file must not both
      *> reach the sweep - the second would back the original out
      *> twice. The table only spans one run; earlier runs are
      *> covered by the reversed flag on the master.
       rememberReversal.
           IF wsRevCount >= wsRevMax
               DISPLAY "EXERC4 PRE-EDIT: MORE REVERSALS THAN THE "
                   "REVERSAL TABLE HOLDS - NO CLEANED TRANSACTION "
                   "FILE COMPLETED"
               MOVE 12 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF
           ADD 1 TO wsRevCount
           MOVE tranOrigKey TO wsRevEntry(wsRevCount)(1:7)
           MOVE tranOrigBusinessDate TO wsRevEntry(wsRevCount)(8:8).

       writeCleanRecord.
           MOVE tranRecord TO clnRecord
           WRITE clnRecord
           MOVE tranRecord(8:11) TO rejAmount
           MOVE tranAccount TO rejAccount
           MOVE tranBusinessDate TO rejBusinessDate
           MOVE tranRecord(53:3) TO rejCurrency
           WRITE rejRecord
           ADD 1 TO wsRejectCount.

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
           MOVE "EXERC4ED" TO opsProgram
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
           MOVE "EXERC4ED" TO opsProgram
           MOVE wsBusinessDate TO opsBusinessDate
           IF opsBusinessDate NOT NUMERIC
               MOVE wsOpsStart(1:8) TO opsBusinessDate
           END-IF
           MOVE wsOpsStart TO opsStartDateTime
           MOVE FUNCTION CURRENT-DATE(1:14) TO opsEndDateTime
           MOVE wsReadCount TO opsRecordsIn
           MOVE wsCleanCount TO opsRecordsOut
           MOVE wsRejectCount TO opsRecordsRejected
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
