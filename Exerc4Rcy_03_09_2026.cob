      *> merged into the cleaned transaction file ahead of the sweep.
      *> The day's new rejects are added outstanding, and the aging
      *> report lists every entry still uncleared with its reason
      *> code and days outstanding. Rejects for unknown, blocked or
      *> closed accounts recycle like any other; a correction card
      *> is held to the same account check as the pre-edit, so a
      *> correction cannot slip a dead account's transaction past it.
      *> Likewise a correction card in a currency other than the base
      *> currency must have an FX rate in force on its business date,
      *> or the sweep could not convert it.
      *> A reversal is never keyed on a correction card - it must
      *> name an original the pre-edit has checked against the
      *> classification master, so a rejected reversal clears only
      *> when the source system resends it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RPT-FILE ASSIGN TO "AGERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACCT-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS acctNumber
               FILE STATUS IS wsAcctStatus.

           SELECT FXR-FILE ASSIGN TO "FXRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsFxrStatus.

           SELECT OPS-FILE ASSIGN TO "OPSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsOpsStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           05  corrAmount          PIC X(11).
           05  corrAccount         PIC X(10).
           05  corrBusinessDate    PIC X(8).
           05  corrType            PIC X(1).
               88  corrReversal        VALUE 'R'.
           05  FILLER              PIC X(15).
           05  corrCurrency        PIC X(3).
           05  FILLER              PIC X(25).

       FD  CLEAN-FILE
           RECORD CONTAINS 80 CHARACTERS.
           RECORD CONTAINS 80 CHARACTERS.
       01  rptLine                 PIC X(80).

       FD  ACCT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY ACCTREC.

       FD  FXR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FXRREC.

       FD  OPS-FILE
           RECORD CONTAINS 160 CHARACTERS.
       COPY OPSREC.

       WORKING-STORAGE SECTION.
       COPY CCYBASE.

       01  wsParmStatus        PIC X(2).
       01  wsRcyStatus         PIC X(2).
       01  wsTranStatus        PIC X(2).
       01  wsRejectStatus      PIC X(2).
       01  wsCorrStatus        PIC X(2).
       01  wsCleanStatus       PIC X(2).
       01  wsAcctStatus        PIC X(2).
       01  wsAcctUsable        PIC X(1) VALUE 'N'.
       01  wsAcctOpened        PIC X(1) VALUE 'N'.
       01  wsFxrStatus         PIC X(2).
       01  wsFxrEofFlag        PIC X(1) VALUE 'N'.
       01  wsRateUsable        PIC X(1) VALUE 'N'.
       01  wsEofFlag           PIC X(1) VALUE 'N'.
       01  wsBusinessDate      PIC X(8).
       01  wsMatchKey          PIC X(7).
       01  wsRcyTable.
           05  wsRcyEntry      OCCURS 500 TIMES PIC X(80).

       01  wsOpsStatus         PIC X(2).
       01  wsOpsJob            PIC X(8) VALUE "EXERC4".
       01  wsOpsStep           PIC X(8) VALUE "RECYCLE".
       01  wsOpsStart          PIC X(14).
       01  wsOpsMessage        PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM writeOpsStart

           PERFORM readParmCard
           PERFORM loadRecycleFile
           PERFORM clearFromTranFile
               DISPLAY "RECYCLE FILE FULL - TODAY'S REJECTS DID NOT "
                   "ALL FIT - ARCHIVE THE CLEARED ENTRIES AND RERUN"
               MOVE 12 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF
           PERFORM mergeCorrections
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM writeOpsEnd
           STOP RUN.

       readParmCard.
               DISPLAY "RECYCLE FILE FULL - ARCHIVE THE CLEARED "
                   "ENTRIES BEFORE THE NEXT RUN - NOTHING DONE"
               MOVE 12 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF.

      *> source system resent the key clean on today's file, and
      *> that copy is already on the cleaned file, so merging the
      *> card as well would classify and bill the key twice.
      *> The card's account must be usable on its business date, as
      *> in the pre-edit; with the account master unreadable no card
      *> can be checked, so none is merged.
       mergeCorrections.
           OPEN INPUT CORR-FILE
           IF wsCorrStatus NOT = "00"
               CONTINUE
           ELSE
               OPEN INPUT ACCT-FILE
               IF wsAcctStatus = "00"
                   MOVE 'Y' TO wsAcctOpened
               ELSE
                   DISPLAY "EXERC4 REJECT RECYCLE: ACCTMAST OPEN "
                       "FAILED STATUS " wsAcctStatus
                       " - NO CORRECTION CARD CAN BE MERGED"
               END-IF
               OPEN EXTEND CLEAN-FILE
               IF wsCleanStatus = "35"
                   OPEN OUTPUT CLEAN-FILE
                   wsEofFlag = 'Y'
               CLOSE CORR-FILE
               CLOSE CLEAN-FILE
               IF wsAcctOpened = 'Y'
                   CLOSE ACCT-FILE
               END-IF
           END-IF
           MOVE 'N' TO wsEofFlag.

           END-READ.

       mergeOneCorrection.
           PERFORM checkCorrAccount
           PERFORM checkCorrCurrency
           IF corrKey NOT NUMERIC OR corrAmount NOT NUMERIC
               OR wsAcctUsable = 'N' OR corrReversal
               OR wsRateUsable = 'N'
               ADD 1 TO wsBadCorrCount
           ELSE
               MOVE corrKey TO wsMatchKey
           END-IF
           PERFORM readCorrRecord.

      *> Same as-of-business-date test as the pre-edit: open by then,
      *> not closed by then, not blocked by then.
       checkCorrAccount.
           MOVE 'N' TO wsAcctUsable
           IF wsAcctOpened = 'Y'
               MOVE corrAccount TO acctNumber
               READ ACCT-FILE
           END-IF
           IF wsAcctOpened = 'Y' AND wsAcctStatus = "00"
               MOVE 'Y' TO wsAcctUsable
               EVALUATE TRUE
                   WHEN corrBusinessDate < acctOpenDate
                       MOVE 'N' TO wsAcctUsable
                   WHEN acctClosed
                       AND acctCloseDate <= corrBusinessDate
                       MOVE 'N' TO wsAcctUsable
                   WHEN acctBlockDate NUMERIC
                       AND acctBlockDate <= corrBusinessDate
                       AND (acctBlocked OR acctClosed)
                       MOVE 'N' TO wsAcctUsable
               END-EVALUATE
           END-IF.

      *> Same test as the pre-edit's: a rate for the card's currency
      *> in force on its business date. Cards are few, so the FX rate
      *> file is simply read through for each one.
       checkCorrCurrency.
           IF corrCurrency = SPACES
               OR corrCurrency = ccyBaseCurrency
               MOVE 'Y' TO wsRateUsable
           ELSE
               MOVE 'N' TO wsRateUsable
               MOVE 'N' TO wsFxrEofFlag
               OPEN INPUT FXR-FILE
               IF wsFxrStatus = "00"
                   PERFORM readFxRateRecord
                   PERFORM matchCorrFxRate UNTIL
                       wsFxrEofFlag = 'Y'
                   CLOSE FXR-FILE
               END-IF
           END-IF.

       readFxRateRecord.
           READ FXR-FILE
               AT END
                   MOVE 'Y' TO wsFxrEofFlag
           END-READ.

       matchCorrFxRate.
           IF fxrCurrency = corrCurrency
               AND fxrEffectiveDate NUMERIC
               AND fxrRate NUMERIC
               AND fxrEffectiveDate <= corrBusinessDate
               MOVE 'Y' TO wsRateUsable
           END-IF
           PERFORM readFxRateRecord.

       findOutstandingKey.
           MOVE 'N' TO wsKeyOutstanding
           MOVE 0 TO wsRcyIx
           ADD 1 TO wsRcyIx
           MOVE wsRcyEntry(wsRcyIx) TO rcyRecord
           WRITE rcyRecord.

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
           MOVE "EXERC4RY" TO opsProgram
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
           MOVE "EXERC4RY" TO opsProgram
           MOVE wsBusinessDate TO opsBusinessDate
           IF opsBusinessDate NOT NUMERIC
               MOVE wsOpsStart(1:8) TO opsBusinessDate
           END-IF
           MOVE wsOpsStart TO opsStartDateTime
           MOVE FUNCTION CURRENT-DATE(1:14) TO opsEndDateTime
           MOVE wsAddedNow TO opsRecordsIn
           MOVE wsMergedNow TO opsRecordsOut
           MOVE wsBadCorrCount TO opsRecordsRejected
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
