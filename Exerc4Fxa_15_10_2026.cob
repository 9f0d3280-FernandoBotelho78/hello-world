       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc4Fxa_15_10_2026.

      *> The checker half of the maker-checker control on the FX rates
      *> that convert the billing feed to the base currency, mirroring
      *> the fee rate approval program. Reads a decision card (checker
      *> id, A(pprove)/R(eject), currency and effective date of the
      *> pending FX rate change), finds the matching pending request
      *> staged by the FX rate maintenance program, and on approval
      *> appends the effective-dated rate to the live FX rate file and
      *> writes the history record carrying both the maker and the
      *> checker. The checker must be a different operator than the
      *> maker - the same id is refused.
      *> The checker must hold the FX rate checker authority on the
      *> operator authority file, checked before the pending file is
      *> touched; a refusal is logged as a security violation and
      *> decides nothing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPR-FILE ASSIGN TO "FXACRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsApprStatus.

           SELECT FXP-FILE ASSIGN TO "FXPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsFxpStatus.

           SELECT FXR-FILE ASSIGN TO "FXRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsFxrStatus.

           SELECT FXH-FILE ASSIGN TO "FXHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsFxhStatus.

           SELECT AUTH-FILE ASSIGN TO "OPAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsAuthStatus.

           SELECT SECV-FILE ASSIGN TO "SECVIOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsSecvStatus.

           SELECT AUS-FILE ASSIGN TO "AUTHUSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsAusStatus.

           SELECT OPS-FILE ASSIGN TO "OPSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsOpsStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  APPR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  apprCard.
           05  apprCheckerId       PIC X(8).
           05  apprDecision        PIC X(1).
               88  apprApprove         VALUE 'A'.
               88  apprReject          VALUE 'R'.
           05  apprCurrency        PIC X(3).
           05  apprEffectiveDate   PIC X(8).
           05  FILLER              PIC X(60).

       FD  FXP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FXPREC.

       FD  FXR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FXRREC.

       FD  FXH-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FXHREC.

       FD  AUTH-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY AUTHREC.

       FD  SECV-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY SECREC.

       FD  AUS-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY AUSREC.

       FD  OPS-FILE
           RECORD CONTAINS 160 CHARACTERS.
       COPY OPSREC.

       WORKING-STORAGE SECTION.
       01  wsApprStatus        PIC X(2).
       01  wsFxpStatus         PIC X(2).
       01  wsFxrStatus         PIC X(2).
       01  wsFxhStatus         PIC X(2).
       01  wsEofFlag           PIC X(1) VALUE 'N'.
       01  wsFxrEofFlag        PIC X(1) VALUE 'N'.
       01  wsCheckerId         PIC X(8).
       01  wsDecision          PIC X(1).
       01  wsCurrency          PIC X(3).
       01  wsEffDate           PIC X(8).
       01  wsDecisionDateTime  PIC X(14).
       01  wsSelEffDate        PIC X(8) VALUE LOW-VALUES.
       01  wsOldRate           PIC 9(5)V9(6) VALUE 0.
       01  wsPendCount         PIC 9(3) VALUE 0.
       01  wsPendIx            PIC 9(3) VALUE 0.
       01  wsPendFoundIx       PIC 9(3) VALUE 0.
       01  wsPendMax           PIC 9(3) VALUE 200.
       01  wsPendOverflow      PIC X(1) VALUE 'N'.
       01  wsPendTable.
           05  wsPendEntry     OCCURS 200 TIMES PIC X(80).

       01  wsAuthStatus        PIC X(2).
       01  wsSecvStatus        PIC X(2).
       01  wsAusStatus         PIC X(2).
       01  wsAuthEofFlag       PIC X(1) VALUE 'N'.
       01  wsAuthProgram       PIC X(8) VALUE "EXERC4FA".
       01  wsAuthOperator      PIC X(8).
       01  wsAuthFunction      PIC X(2).
       01  wsAuthDetail        PIC X(24).
       01  wsAuthDateTime      PIC X(14).
       01  wsAuthReason        PIC X(24).

       01  wsOpsStatus         PIC X(2).
       01  wsOpsJob            PIC X(8) VALUE "EXERC4O".
       01  wsOpsStep           PIC X(8) VALUE "APPROVE".
       01  wsOpsStart          PIC X(14).
       01  wsOpsMessage        PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM writeOpsStart

           MOVE FUNCTION CURRENT-DATE(1:14) TO wsDecisionDateTime

           PERFORM readDecisionCard
           PERFORM checkCheckerAuthority
           PERFORM loadPendingFile
           PERFORM findPendingChange

           IF wsPendFoundIx = 0
               DISPLAY "NO PENDING FX RATE CHANGE FOR " wsCurrency
                   " EFFECTIVE " wsEffDate " - NOTHING DONE"
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF

           MOVE wsPendEntry(wsPendFoundIx) TO fxpRecord
           IF fxpMakerId = wsCheckerId
               DISPLAY "CHECKER " wsCheckerId " IS THE MAKER OF THIS "
                   "CHANGE - A DIFFERENT OPERATOR MUST APPROVE IT"
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF

      *> The authority is only logged as used once the decision is
      *> certain to be applied - a run refused above used nothing.
           PERFORM writeAuthorityUse

           MOVE wsCheckerId TO fxpCheckerId
           MOVE wsDecisionDateTime TO fxpDecisionDateTime
           IF wsDecision = 'A'
               MOVE 'A' TO fxpStatus
               PERFORM readOldRate
               PERFORM writeFxRateRecord
               PERFORM writeHistoryRecord
               DISPLAY "FX RATE CHANGE FOR " wsCurrency " BY "
                   fxpMakerId " EFFECTIVE " wsEffDate
                   " APPROVED BY " wsCheckerId
                   " - RATE STAGED AND HISTORY LOGGED"
           ELSE
               MOVE 'R' TO fxpStatus
               DISPLAY "FX RATE CHANGE FOR " wsCurrency " BY "
                   fxpMakerId " EFFECTIVE " wsEffDate
                   " REJECTED BY " wsCheckerId
           END-IF
           MOVE fxpRecord TO wsPendEntry(wsPendFoundIx)
           PERFORM rewritePendingFile

           PERFORM writeOpsEnd
           STOP RUN.

       readDecisionCard.
           OPEN INPUT APPR-FILE
           IF wsApprStatus = "00"
               READ APPR-FILE
                   AT END
                       MOVE "10" TO wsApprStatus
               END-READ
           END-IF

           IF wsApprStatus = "00"
               MOVE apprCheckerId TO wsCheckerId
               MOVE apprDecision TO wsDecision
               MOVE apprCurrency TO wsCurrency
               MOVE apprEffectiveDate TO wsEffDate
               CLOSE APPR-FILE
           ELSE
               DISPLAY "NO DECISION CARD ON FXACRD - NOTHING DONE"
               IF wsApprStatus = "10"
                   CLOSE APPR-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF

           IF wsCheckerId = SPACES
               OR (wsDecision NOT = 'A' AND wsDecision NOT = 'R')
               DISPLAY "DECISION CARD INVALID - NEEDS A CHECKER ID "
                   "AND DECISION A OR R"
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF.

      *> Rejecting a change is a checker decision as much as
      *> approving one - either needs the authority.
       checkCheckerAuthority.
           MOVE wsCheckerId TO wsAuthOperator
           MOVE "FC" TO wsAuthFunction
           MOVE SPACES TO wsAuthDetail
           STRING wsDecision DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               wsCurrency DELIMITED BY SIZE
               " EFFECTIVE " DELIMITED BY SIZE
               wsEffDate DELIMITED BY SIZE
               INTO wsAuthDetail
           PERFORM checkOperatorAuthority
           IF wsAuthReason NOT = SPACES
               DISPLAY "CHECKER " wsCheckerId
                   " REFUSED AS FX RATE CHECKER - " wsAuthReason
               DISPLAY "NOTHING DONE"
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF.

       loadPendingFile.
           OPEN INPUT FXP-FILE
           IF wsFxpStatus NOT = "00"
               DISPLAY "FXPEND MISSING OR UNREADABLE - NOTHING DONE"
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF
           PERFORM readPendingRecord
           PERFORM storePendingRecord UNTIL
               wsEofFlag = 'Y'
           CLOSE FXP-FILE
           IF wsPendOverflow = 'Y'
               DISPLAY "FX PENDING FILE FULL - ARCHIVE THE DECIDED "
                   "CHANGES BEFORE THE NEXT APPROVAL - NOTHING DONE"
               MOVE 12 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF.

       readPendingRecord.
           READ FXP-FILE
               AT END
                   MOVE 'Y' TO wsEofFlag
           END-READ.

      *> The file is rewritten from this table, so a record that will
      *> not fit must stop the run - carrying on would silently drop
      *> the overflow from an audit-control file on the rewrite.
       storePendingRecord.
           IF wsPendCount < wsPendMax
               ADD 1 TO wsPendCount
               MOVE fxpRecord TO wsPendEntry(wsPendCount)
           ELSE
               MOVE 'Y' TO wsPendOverflow
           END-IF
           PERFORM readPendingRecord.

       findPendingChange.
           MOVE 0 TO wsPendFoundIx
           MOVE 0 TO wsPendIx
           PERFORM scanPendingEntry UNTIL
               wsPendIx >= wsPendCount OR wsPendFoundIx > 0.

       scanPendingEntry.
           ADD 1 TO wsPendIx
           IF wsPendEntry(wsPendIx)(1:1) = 'P'
               AND wsPendEntry(wsPendIx)(24:3) = wsCurrency
               AND wsPendEntry(wsPendIx)(27:8) = wsEffDate
               MOVE wsPendIx TO wsPendFoundIx
           END-IF.

      *> The old rate for the history record is the currency's rate in
      *> force on the decision date, zero for its first rate.
       readOldRate.
           OPEN INPUT FXR-FILE
           IF wsFxrStatus = "00"
               PERFORM readFxRateRecord
               PERFORM matchFxRateRecord UNTIL
                   wsFxrEofFlag = 'Y'
               CLOSE FXR-FILE
           END-IF.

       readFxRateRecord.
           READ FXR-FILE
               AT END
                   MOVE 'Y' TO wsFxrEofFlag
           END-READ.

       matchFxRateRecord.
           IF fxrCurrency = wsCurrency
               AND fxrEffectiveDate NUMERIC
               AND fxrEffectiveDate <= wsDecisionDateTime(1:8)
               AND fxrEffectiveDate >= wsSelEffDate
               MOVE fxrEffectiveDate TO wsSelEffDate
               MOVE fxrRate TO wsOldRate
           END-IF
           PERFORM readFxRateRecord.

       writeFxRateRecord.
           OPEN EXTEND FXR-FILE
           IF wsFxrStatus = "35"
               OPEN OUTPUT FXR-FILE
           END-IF

           MOVE SPACES TO fxrRecord
           MOVE fxpCurrency TO fxrCurrency
           MOVE fxpEffectiveDate TO fxrEffectiveDate
           MOVE fxpRate TO fxrRate
           WRITE fxrRecord
           CLOSE FXR-FILE.

       writeHistoryRecord.
           OPEN EXTEND FXH-FILE
           IF wsFxhStatus = "35"
               OPEN OUTPUT FXH-FILE
           END-IF

           MOVE SPACES TO fxhRecord
           MOVE fxpMakerId TO fxhOperatorId
           MOVE wsDecisionDateTime TO fxhChangeDateTime
           MOVE fxpCurrency TO fxhCurrency
           MOVE wsOldRate TO fxhOldRate
           MOVE fxpRate TO fxhNewRate
           MOVE fxpEffectiveDate TO fxhEffectiveDate
           MOVE wsCheckerId TO fxhCheckerId
           WRITE fxhRecord
           CLOSE FXH-FILE.

       rewritePendingFile.
           OPEN OUTPUT FXP-FILE
           MOVE 0 TO wsPendIx
           PERFORM writePendingRecord UNTIL
               wsPendIx >= wsPendCount
           CLOSE FXP-FILE.

       writePendingRecord.
           ADD 1 TO wsPendIx
           MOVE wsPendEntry(wsPendIx) TO fxpRecord
           WRITE fxpRecord.

      *> Every use of a controlled function is looked up on the
      *> operator authority file first: the operator must hold the
      *> function, unrevoked, with today inside its valid-from and
      *> valid-to dates. A refusal is logged as a security violation
      *> here; a grant is logged as a use of the authority by the
      *> main line, once the maker check has passed. wsAuthReason
      *> comes back blank only when the operator may go ahead.
       checkOperatorAuthority.
           MOVE FUNCTION CURRENT-DATE(1:14) TO wsAuthDateTime
           MOVE "FUNCTION NOT HELD" TO wsAuthReason
           MOVE 'N' TO wsAuthEofFlag
           OPEN INPUT AUTH-FILE
           IF wsAuthStatus = "00"
               PERFORM readAuthorityRecord
               PERFORM matchAuthorityRecord UNTIL
                   wsAuthEofFlag = 'Y'
               CLOSE AUTH-FILE
           ELSE
               MOVE "AUTHORITY FILE MISSING" TO wsAuthReason
           END-IF
           IF wsAuthReason NOT = SPACES
               PERFORM writeSecurityViolation
           END-IF.

       readAuthorityRecord.
           READ AUTH-FILE
               AT END
                   MOVE 'Y' TO wsAuthEofFlag
           END-READ.

      *> An operator may hold a function on more than one record (a
      *> renewal set up ahead of expiry); any one in force grants it.
       matchAuthorityRecord.
           IF authOperatorId = wsAuthOperator
               AND authFunction = wsAuthFunction
               AND wsAuthReason NOT = SPACES
               EVALUATE TRUE
                   WHEN authRevokedEntry
                       MOVE "AUTHORITY REVOKED" TO wsAuthReason
                   WHEN authValidFrom NOT NUMERIC
                       OR authValidFrom > wsAuthDateTime(1:8)
                       MOVE "AUTHORITY NOT YET VALID" TO wsAuthReason
                   WHEN authValidTo NUMERIC
                       AND authValidTo < wsAuthDateTime(1:8)
                       MOVE "AUTHORITY EXPIRED" TO wsAuthReason
                   WHEN OTHER
                       MOVE SPACES TO wsAuthReason
               END-EVALUATE
           END-IF
           PERFORM readAuthorityRecord.

       writeAuthorityUse.
           OPEN EXTEND AUS-FILE
           IF wsAusStatus = "35"
               OPEN OUTPUT AUS-FILE
           END-IF
           MOVE SPACES TO ausRecord
           MOVE wsAuthDateTime TO ausDateTime
           MOVE wsAuthProgram TO ausProgram
           MOVE wsAuthOperator TO ausOperatorId
           MOVE wsAuthFunction TO ausFunction
           MOVE wsAuthDetail TO ausDetail
           WRITE ausRecord
           CLOSE AUS-FILE.

       writeSecurityViolation.
           OPEN EXTEND SECV-FILE
           IF wsSecvStatus = "35"
               OPEN OUTPUT SECV-FILE
           END-IF
           MOVE SPACES TO secRecord
           MOVE wsAuthDateTime TO secDateTime
           MOVE wsAuthProgram TO secProgram
           MOVE wsAuthOperator TO secOperatorId
           MOVE wsAuthFunction TO secFunction
           MOVE wsAuthReason TO secReason
           MOVE wsAuthDetail TO secDetail
           WRITE secRecord
           CLOSE SECV-FILE.

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
           MOVE "EXERC4FA" TO opsProgram
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
           MOVE "EXERC4FA" TO opsProgram
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
