      *> the history record carrying both the maker and the checker.
      *> The checker must be a different operator than the maker -
      *> the same id is refused.
      *> The checker may cite the what-if simulation run behind the
      *> decision in columns 18-31 of the card; a cited run must be
      *> on the simulation log for this very change or nothing is
      *> done, and an approved change carries it on the history.
      *> The checker must hold the rate checker authority on the
      *> operator authority file, checked before the pending file is
      *> touched; a refusal is logged as a security violation and
      *> decides nothing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsRhisStatus.

           SELECT SML-FILE ASSIGN TO "SIMLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsSmlStatus.

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
               88  apprApprove         VALUE 'A'.
               88  apprReject          VALUE 'R'.
           05  apprEffectiveDate   PIC X(8).
           05  apprSimRun          PIC X(14).
           05  FILLER              PIC X(49).

       FD  RPND-FILE
           RECORD CONTAINS 80 CHARACTERS.
           RECORD CONTAINS 100 CHARACTERS.
       COPY RHISREC.

       FD  SML-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY SMLREC.

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
       01  wsRpndStatus        PIC X(2).
       01  wsRateStatus        PIC X(2).
       01  wsRhisStatus        PIC X(2).
       01  wsSmlStatus         PIC X(2).
       01  wsSmlEofFlag        PIC X(1) VALUE 'N'.
       01  wsSimRun            PIC X(14).
       01  wsSimFound          PIC X(1) VALUE 'N'.
       01  wsEofFlag           PIC X(1) VALUE 'N'.
       01  wsRateEofFlag       PIC X(1) VALUE 'N'.
       01  wsCheckerId         PIC X(8).
       01  wsPendTable.
           05  wsPendEntry     OCCURS 200 TIMES PIC X(80).

       01  wsAuthStatus        PIC X(2).
       01  wsSecvStatus        PIC X(2).
       01  wsAusStatus         PIC X(2).
       01  wsAuthEofFlag       PIC X(1) VALUE 'N'.
       01  wsAuthProgram       PIC X(8) VALUE "EXERC4RA".
       01  wsAuthOperator      PIC X(8).
       01  wsAuthFunction      PIC X(2).
       01  wsAuthDetail        PIC X(24).
       01  wsAuthDateTime      PIC X(14).
       01  wsAuthReason        PIC X(24).

       01  wsOpsStatus         PIC X(2).
       01  wsOpsJob            PIC X(8) VALUE "EXERC4G".
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

               DISPLAY "NO PENDING RATE CHANGE EFFECTIVE " wsEffDate
                   " - NOTHING DONE"
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF

               DISPLAY "CHECKER " wsCheckerId " IS THE MAKER OF THIS "
                   "CHANGE - A DIFFERENT OPERATOR MUST APPROVE IT"
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF

           IF wsSimRun NOT = SPACES
               PERFORM checkSimulationRun
               IF wsSimFound = 'N'
                   DISPLAY "SIMULATION RUN " wsSimRun " IS NOT ON THE "
                       "SIMULATION LOG FOR THIS RATE CHANGE"
                       " - NOTHING DONE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM writeOpsEnd
                   STOP RUN
               END-IF
           END-IF

      *> The authority is only logged as used once the decision is
      *> certain to be applied - a run refused above used nothing.
           PERFORM writeAuthorityUse

           MOVE wsCheckerId TO rpndCheckerId
           MOVE wsDecisionDateTime TO rpndDecisionDateTime
           IF wsDecision = 'A'
           MOVE rpndRecord TO wsPendEntry(wsPendFoundIx)
           PERFORM rewritePendingFile

           PERFORM writeOpsEnd
           STOP RUN.

       readDecisionCard.
               MOVE apprCheckerId TO wsCheckerId
               MOVE apprDecision TO wsDecision
               MOVE apprEffectiveDate TO wsEffDate
               MOVE apprSimRun TO wsSimRun
               CLOSE APPR-FILE
           ELSE
               DISPLAY "NO DECISION CARD ON RAPRCRD - NOTHING DONE"
                   CLOSE APPR-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF

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
           MOVE "RC" TO wsAuthFunction
           MOVE SPACES TO wsAuthDetail
           STRING wsDecision DELIMITED BY SIZE
               " EFFECTIVE " DELIMITED BY SIZE
               wsEffDate DELIMITED BY SIZE
               INTO wsAuthDetail
           PERFORM checkOperatorAuthority
           IF wsAuthReason NOT = SPACES
               DISPLAY "CHECKER " wsCheckerId
                   " REFUSED AS RATE CHECKER - " wsAuthReason
               DISPLAY "NOTHING DONE"
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF.

           IF wsRpndStatus NOT = "00"
               DISPLAY "RPNDFILE MISSING OR UNREADABLE - NOTHING DONE"
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF
           PERFORM readPendingRecord
               DISPLAY "RATE PENDING FILE FULL - ARCHIVE THE DECIDED "
                   "CHANGES BEFORE THE NEXT APPROVAL - NOTHING DONE"
               MOVE 12 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF.

               MOVE wsPendIx TO wsPendFoundIx
           END-IF.

      *> A cited run must be a simulation of this change - its type
      *> and effective date - not merely any run on the log.
       checkSimulationRun.
           OPEN INPUT SML-FILE
           IF wsSmlStatus = "00"
               PERFORM readSimulationLog
               PERFORM matchSimulationRun UNTIL
                   wsSmlEofFlag = 'Y'
               CLOSE SML-FILE
           END-IF.

       readSimulationLog.
           READ SML-FILE
               AT END
                   MOVE 'Y' TO wsSmlEofFlag
           END-READ.

       matchSimulationRun.
           IF smlRunId = wsSimRun
               AND smlChangeType = 'R'
               AND smlEffectiveDate = wsEffDate
               MOVE 'Y' TO wsSimFound
           END-IF
           PERFORM readSimulationLog.

      *> Old values for the history record are the rate set in force
      *> on the decision date, falling back to zeros on an empty file.
       readOldValues.
           MOVE rpndFeeNeither TO rhisNewFeeNeither
           MOVE rpndEffectiveDate TO rhisEffectiveDate
           MOVE wsCheckerId TO rhisCheckerId
           MOVE wsSimRun TO rhisSimRun
           WRITE rhisRecord
           CLOSE RHIS-FILE.

           ADD 1 TO wsPendIx
           MOVE wsPendEntry(wsPendIx) TO rpndRecord
           WRITE rpndRecord.

      *> Every use of a controlled function is looked up on the
      *> operator authority file first: the operator must hold the
      *> function, unrevoked, with today inside its valid-from and
      *> valid-to dates. A refusal is logged as a security violation
      *> here; a grant is logged as a use of the authority by the
      *> main line, once the maker and simulation checks have passed.
      *> wsAuthReason comes back blank only when the operator may go
      *> ahead.
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
           MOVE "EXERC4RA" TO opsProgram
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
           MOVE "EXERC4RA" TO opsProgram
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
