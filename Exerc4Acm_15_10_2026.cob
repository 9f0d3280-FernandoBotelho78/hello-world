       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc4Acm_15_10_2026.

      *> Account master maintenance. Reads the change cards on ACMREQ
      *> - add, block, unblock or close an account, with the date the
      *> change takes effect and the operator making it - and applies
      *> each one to the keyed account master the pre-edit checks
      *> transactions against. Every applied change writes a history
      *> record (who, when, old and new status, effective date), and
      *> every card is listed on the maintenance report as applied or
      *> refused with the reason. A card that does not fit the
      *> account's current state (adding an account already on the
      *> master, blocking one that is not open, closing one already
      *> closed, a close date before the open date) is refused and
      *> changes nothing; the rest of the deck still applies, and the
      *> step ends RC=8 so the refusal is chased.
      *> The operator on each card must hold the account maintenance
      *> authority on the operator authority file; a card refused for
      *> want of it is logged as a security violation and changes
      *> nothing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACM-FILE ASSIGN TO "ACMREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsAcmStatus.

           SELECT ACCT-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS acctNumber
               FILE STATUS IS wsAcctStatus.

           SELECT ACH-FILE ASSIGN TO "ACCTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsAchStatus.

           SELECT RPT-FILE ASSIGN TO "ACMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

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
       FD  ACM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY ACMCRD.

       FD  ACCT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY ACCTREC.

       FD  ACH-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY ACHREC.

       FD  RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  rptLine                 PIC X(80).

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
       01  wsAcmStatus         PIC X(2).
       01  wsAcctStatus        PIC X(2).
       01  wsAchStatus         PIC X(2).
       01  wsEofFlag           PIC X(1) VALUE 'N'.
       01  wsChangeDateTime    PIC X(14).
       01  wsRefuseReason      PIC X(40).
       01  wsOldStatus         PIC X(1).
       01  wsCardCount         PIC 9(5) VALUE 0.
       01  wsAppliedCount      PIC 9(5) VALUE 0.
       01  wsRefusedCount      PIC 9(5) VALUE 0.

       01  wsAuthStatus        PIC X(2).
       01  wsSecvStatus        PIC X(2).
       01  wsAusStatus         PIC X(2).
       01  wsAuthEofFlag       PIC X(1) VALUE 'N'.
       01  wsAuthProgram       PIC X(8) VALUE "EXERC4AM".
       01  wsAuthOperator      PIC X(8).
       01  wsAuthFunction      PIC X(2).
       01  wsAuthDetail        PIC X(24).
       01  wsAuthDateTime      PIC X(14).
       01  wsAuthReason        PIC X(24).

       01  wsOpsStatus         PIC X(2).
       01  wsOpsJob            PIC X(8) VALUE "EXERC4N".
       01  wsOpsStep           PIC X(8) VALUE "ACCTMNT".
       01  wsOpsStart          PIC X(14).
       01  wsOpsMessage        PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM writeOpsStart

           MOVE FUNCTION CURRENT-DATE(1:14) TO wsChangeDateTime

           OPEN INPUT ACM-FILE
           IF wsAcmStatus NOT = "00"
               DISPLAY "NO ACCOUNT MAINTENANCE CARDS ON ACMREQ - "
                   "NOTHING DONE"
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF

      *> A missing master is created empty and reopened I-O, the same
      *> as the classification master load - the first deck ever run
      *> is the one that opens the accounts.
           OPEN I-O ACCT-FILE
           IF wsAcctStatus = "35"
               OPEN OUTPUT ACCT-FILE
               IF wsAcctStatus = "00"
                   CLOSE ACCT-FILE
                   OPEN I-O ACCT-FILE
               END-IF
           END-IF
           IF wsAcctStatus NOT = "00"
               DISPLAY "ACCTMAST OPEN FAILED STATUS " wsAcctStatus
                   " - NOTHING DONE"
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF

           OPEN EXTEND ACH-FILE
           IF wsAchStatus = "35"
               OPEN OUTPUT ACH-FILE
           END-IF
           IF wsAchStatus NOT = "00"
               DISPLAY "ACCTHIST OPEN FAILED STATUS " wsAchStatus
                   " - NOTHING DONE"
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           MOVE "EXERC4 ACCOUNT MASTER MAINTENANCE" TO rptLine
           WRITE rptLine

           PERFORM readMaintCard
           PERFORM applyMaintCard UNTIL
               wsEofFlag = 'Y'

           CLOSE ACM-FILE
           CLOSE ACCT-FILE
           CLOSE ACH-FILE
           CLOSE RPT-FILE

           DISPLAY "EXERC4 ACCOUNT MAINTENANCE: CARDS=" wsCardCount
               " APPLIED=" wsAppliedCount
               " REFUSED=" wsRefusedCount
           IF wsRefusedCount > 0
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM writeOpsEnd
           STOP RUN.

       readMaintCard.
           READ ACM-FILE
               AT END
                   MOVE 'Y' TO wsEofFlag
           END-READ.

      *> The card is validated on its own first, then against the
      *> account's current state on the master; only a card that
      *> passes both touches the master and the history.
       applyMaintCard.
           IF acmCard NOT = SPACES
               ADD 1 TO wsCardCount
               MOVE SPACES TO wsRefuseReason
               PERFORM validateMaintCard
               IF wsRefuseReason = SPACES
                   PERFORM checkCardAuthority
               END-IF
               IF wsRefuseReason = SPACES
                   MOVE acmAccount TO acctNumber
                   READ ACCT-FILE
                   EVALUATE TRUE
                       WHEN acmAdd
                           PERFORM addAccount
                       WHEN acmBlock
                           PERFORM blockAccount
                       WHEN acmUnblock
                           PERFORM unblockAccount
                       WHEN OTHER
                           PERFORM closeAccount
                   END-EVALUATE
               END-IF
               IF wsRefuseReason = SPACES
                   ADD 1 TO wsAppliedCount
                   PERFORM writeHistoryRecord
                   PERFORM writeAppliedLine
               ELSE
                   ADD 1 TO wsRefusedCount
                   PERFORM writeRefusedLine
               END-IF
           END-IF
           PERFORM readMaintCard.

       validateMaintCard.
           EVALUATE TRUE
               WHEN NOT acmAdd AND NOT acmBlock
                   AND NOT acmUnblock AND NOT acmClose
                   MOVE "ACTION NOT A, B, U OR C" TO wsRefuseReason
               WHEN acmAccount = SPACES
                   MOVE "NO ACCOUNT NUMBER" TO wsRefuseReason
               WHEN acmEffectiveDate NOT NUMERIC
                   MOVE "EFFECTIVE DATE NOT YYYYMMDD"
                       TO wsRefuseReason
               WHEN acmOperatorId = SPACES
                   MOVE "NO OPERATOR ID" TO wsRefuseReason
               WHEN acmAdd AND acmBranch = SPACES
                   MOVE "NO OWNING BRANCH ON THE ADD"
                       TO wsRefuseReason
           END-EVALUATE.

      *> Only a card good on its own reaches the authority check, so
      *> a violation is logged for a real attempt and not a misprint.
       checkCardAuthority.
           MOVE acmOperatorId TO wsAuthOperator
           MOVE "AM" TO wsAuthFunction
           MOVE SPACES TO wsAuthDetail
           STRING acmAction DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               acmAccount DELIMITED BY SIZE
               INTO wsAuthDetail
           PERFORM checkOperatorAuthority
           MOVE wsAuthReason TO wsRefuseReason.

       addAccount.
           IF wsAcctStatus = "00"
               MOVE "ACCOUNT ALREADY ON THE MASTER" TO wsRefuseReason
           ELSE
               MOVE SPACES TO wsOldStatus
               MOVE SPACES TO acctRecord
               MOVE acmAccount TO acctNumber
               MOVE 'O' TO acctStatus
               MOVE acmEffectiveDate TO acctOpenDate
               MOVE acmBranch TO acctBranch
               PERFORM stampAccountRecord
               WRITE acctRecord
               IF wsAcctStatus NOT = "00"
                   MOVE "MASTER WRITE FAILED" TO wsRefuseReason
               END-IF
           END-IF.

       blockAccount.
           EVALUATE TRUE
               WHEN wsAcctStatus NOT = "00"
                   MOVE "ACCOUNT NOT ON THE MASTER" TO wsRefuseReason
               WHEN NOT acctOpen
                   MOVE "ACCOUNT NOT OPEN" TO wsRefuseReason
               WHEN acmEffectiveDate < acctOpenDate
                   MOVE "BLOCK DATE BEFORE THE OPEN DATE"
                       TO wsRefuseReason
               WHEN OTHER
                   MOVE acctStatus TO wsOldStatus
                   MOVE 'B' TO acctStatus
                   MOVE acmEffectiveDate TO acctBlockDate
                   PERFORM rewriteAccountRecord
           END-EVALUATE.

      *> Lifting a block reopens the account for every business date;
      *> transactions already rejected while it was blocked clear
      *> through the recycle flow when they are resent.
       unblockAccount.
           EVALUATE TRUE
               WHEN wsAcctStatus NOT = "00"
                   MOVE "ACCOUNT NOT ON THE MASTER" TO wsRefuseReason
               WHEN NOT acctBlocked
                   MOVE "ACCOUNT NOT BLOCKED" TO wsRefuseReason
               WHEN OTHER
                   MOVE acctStatus TO wsOldStatus
                   MOVE 'O' TO acctStatus
                   MOVE SPACES TO acctBlockDate
                   PERFORM rewriteAccountRecord
           END-EVALUATE.

      *> A blocked account can still be closed - the block date is
      *> kept, so dates between the block and the close still reject
      *> as blocked rather than as closed.
       closeAccount.
           EVALUATE TRUE
               WHEN wsAcctStatus NOT = "00"
                   MOVE "ACCOUNT NOT ON THE MASTER" TO wsRefuseReason
               WHEN acctClosed
                   MOVE "ACCOUNT ALREADY CLOSED" TO wsRefuseReason
               WHEN acmEffectiveDate < acctOpenDate
                   MOVE "CLOSE DATE BEFORE THE OPEN DATE"
                       TO wsRefuseReason
               WHEN OTHER
                   MOVE acctStatus TO wsOldStatus
                   MOVE 'C' TO acctStatus
                   MOVE acmEffectiveDate TO acctCloseDate
                   PERFORM rewriteAccountRecord
           END-EVALUATE.

       rewriteAccountRecord.
           PERFORM stampAccountRecord
           REWRITE acctRecord
           IF wsAcctStatus NOT = "00"
               MOVE "MASTER REWRITE FAILED" TO wsRefuseReason
           END-IF.

       stampAccountRecord.
           MOVE acmOperatorId TO acctLastOperatorId
           MOVE wsChangeDateTime TO acctLastChangeDateTime.

       writeHistoryRecord.
           MOVE SPACES TO achRecord
           MOVE acmOperatorId TO achOperatorId
           MOVE wsChangeDateTime TO achChangeDateTime
           MOVE acmAccount TO achAccount
           MOVE acmAction TO achAction
           MOVE wsOldStatus TO achOldStatus
           MOVE acctStatus TO achNewStatus
           MOVE acmEffectiveDate TO achEffectiveDate
           MOVE acctBranch TO achBranch
           WRITE achRecord.

       writeAppliedLine.
           MOVE SPACES TO rptLine
           STRING acmAction DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               acmAccount DELIMITED BY SIZE
               " EFF " DELIMITED BY SIZE
               acmEffectiveDate DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               acmOperatorId DELIMITED BY SIZE
               " APPLIED - STATUS " DELIMITED BY SIZE
               acctStatus DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine.

       writeRefusedLine.
           MOVE SPACES TO rptLine
           STRING acmAction DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               acmAccount DELIMITED BY SIZE
               " EFF " DELIMITED BY SIZE
               acmEffectiveDate DELIMITED BY SIZE
               " REFUSED - " DELIMITED BY SIZE
               wsRefuseReason DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine.

      *> Every use of a controlled function is looked up on the
      *> operator authority file first: the operator must hold the
      *> function, unrevoked, with today inside its valid-from and
      *> valid-to dates. A grant is logged as a use of the authority
      *> and a refusal as a security violation; wsAuthReason comes
      *> back blank only when the operator may go ahead.
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
           IF wsAuthReason = SPACES
               PERFORM writeAuthorityUse
           ELSE
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
           MOVE "EXERC4AM" TO opsProgram
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
           MOVE "EXERC4AM" TO opsProgram
           MOVE wsOpsStart(1:8) TO opsBusinessDate
           MOVE wsOpsStart TO opsStartDateTime
           MOVE FUNCTION CURRENT-DATE(1:14) TO opsEndDateTime
           MOVE wsCardCount TO opsRecordsIn
           MOVE wsAppliedCount TO opsRecordsOut
           MOVE wsRefusedCount TO opsRecordsRejected
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
