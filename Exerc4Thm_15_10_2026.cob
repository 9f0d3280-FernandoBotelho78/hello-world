       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc4Thm_15_10_2026.

      *> Hold threshold maintenance. Reads the threshold cards on
      *> THMREQ - a category, the amount over which its items are
      *> held for supervisor release, the date it takes effect and
      *> the operator setting it - and appends each valid one to the
      *> effective-dated threshold file the sweep selects from, with
      *> the operator and the date and time it was set. The operator
      *> recorded here is the one the hold release program keeps from
      *> deciding the items this threshold holds. Every card is
      *> listed on the maintenance report as applied or refused with
      *> the reason; the rest of the deck still applies, and the step
      *> ends RC=8 so a refusal is chased.
      *> The operator on each card must hold the threshold maker
      *> authority on the operator authority file; a card refused for
      *> want of it is logged as a security violation and sets nothing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT THM-FILE ASSIGN TO "THMREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsThmStatus.

           SELECT THR-FILE ASSIGN TO "THRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsThrStatus.

           SELECT RPT-FILE ASSIGN TO "THMRPT"
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
       FD  THM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY THMCRD.

       FD  THR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY THRREC.

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
       01  wsThmStatus         PIC X(2).
       01  wsThrStatus         PIC X(2).
       01  wsEofFlag           PIC X(1) VALUE 'N'.
       01  wsChangeDateTime    PIC X(14).
       01  wsRefuseReason      PIC X(40).
       01  wsEditAmount        PIC ZZZZZZZZ9.99.
       01  wsCardCount         PIC 9(5) VALUE 0.
       01  wsAppliedCount      PIC 9(5) VALUE 0.
       01  wsRefusedCount      PIC 9(5) VALUE 0.

       01  wsAuthStatus        PIC X(2).
       01  wsSecvStatus        PIC X(2).
       01  wsAusStatus         PIC X(2).
       01  wsAuthEofFlag       PIC X(1) VALUE 'N'.
       01  wsAuthProgram       PIC X(8) VALUE "EXERC4TM".
       01  wsAuthOperator      PIC X(8).
       01  wsAuthFunction      PIC X(2).
       01  wsAuthDetail        PIC X(24).
       01  wsAuthDateTime      PIC X(14).
       01  wsAuthReason        PIC X(24).

       01  wsOpsStatus         PIC X(2).
       01  wsOpsJob            PIC X(8) VALUE "EXERC4B".
       01  wsOpsStep           PIC X(8) VALUE "THRMNT".
       01  wsOpsStart          PIC X(14).
       01  wsOpsMessage        PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM writeOpsStart

           MOVE FUNCTION CURRENT-DATE(1:14) TO wsChangeDateTime

           OPEN INPUT THM-FILE
           IF wsThmStatus NOT = "00"
               DISPLAY "NO THRESHOLD CARDS ON THMREQ - NOTHING DONE"
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF

           OPEN EXTEND THR-FILE
           IF wsThrStatus = "35"
               OPEN OUTPUT THR-FILE
           END-IF
           IF wsThrStatus NOT = "00"
               DISPLAY "THRFILE OPEN FAILED STATUS " wsThrStatus
                   " - NOTHING DONE"
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF

           OPEN OUTPUT RPT-FILE
           MOVE "EXERC4 HOLD THRESHOLD MAINTENANCE" TO rptLine
           WRITE rptLine

           PERFORM readThresholdCard
           PERFORM applyThresholdCard UNTIL
               wsEofFlag = 'Y'

           CLOSE THM-FILE
           CLOSE THR-FILE
           CLOSE RPT-FILE

           DISPLAY "EXERC4 THRESHOLD MAINTENANCE: CARDS=" wsCardCount
               " APPLIED=" wsAppliedCount
               " REFUSED=" wsRefusedCount
           IF wsRefusedCount > 0
               MOVE 8 TO RETURN-CODE
           END-IF

           PERFORM writeOpsEnd
           STOP RUN.

       readThresholdCard.
           READ THM-FILE
               AT END
                   MOVE 'Y' TO wsEofFlag
           END-READ.

       applyThresholdCard.
           IF thmCard NOT = SPACES
               ADD 1 TO wsCardCount
               MOVE SPACES TO wsRefuseReason
               PERFORM validateThresholdCard
               IF wsRefuseReason = SPACES
                   PERFORM checkCardAuthority
               END-IF
               IF wsRefuseReason = SPACES
                   PERFORM writeThresholdRecord
                   ADD 1 TO wsAppliedCount
                   PERFORM writeAppliedLine
               ELSE
                   ADD 1 TO wsRefusedCount
                   PERFORM writeRefusedLine
               END-IF
           END-IF
           PERFORM readThresholdCard.

       validateThresholdCard.
           EVALUATE TRUE
               WHEN thmCategory NOT = 'B' AND thmCategory NOT = '1'
                   AND thmCategory NOT = '2' AND thmCategory NOT = 'N'
                   MOVE "CATEGORY NOT B, 1, 2 OR N" TO wsRefuseReason
               WHEN thmAmount NOT NUMERIC
                   MOVE "THRESHOLD AMOUNT NOT NUMERIC"
                       TO wsRefuseReason
               WHEN thmEffectiveDate NOT NUMERIC
                   MOVE "EFFECTIVE DATE NOT YYYYMMDD"
                       TO wsRefuseReason
               WHEN thmOperatorId = SPACES
                   MOVE "NO OPERATOR ID" TO wsRefuseReason
           END-EVALUATE.

      *> Only a card good on its own reaches the authority check, so
      *> a violation is logged for a real attempt and not a misprint.
       checkCardAuthority.
           MOVE thmOperatorId TO wsAuthOperator
           MOVE "TM" TO wsAuthFunction
           MOVE SPACES TO wsAuthDetail
           STRING "CAT " DELIMITED BY SIZE
               thmCategory DELIMITED BY SIZE
               " EFF " DELIMITED BY SIZE
               thmEffectiveDate DELIMITED BY SIZE
               INTO wsAuthDetail
           PERFORM checkOperatorAuthority
           MOVE wsAuthReason TO wsRefuseReason.

       writeThresholdRecord.
           MOVE SPACES TO thrRecord
           MOVE thmEffectiveDate TO thrEffectiveDate
           MOVE thmCategory TO thrCategory
           MOVE thmAmount TO thrAmount
           MOVE thmOperatorId TO thrSetBy
           MOVE wsChangeDateTime TO thrSetDateTime
           WRITE thrRecord.

       writeAppliedLine.
           MOVE thmAmount TO wsEditAmount
           MOVE SPACES TO rptLine
           STRING "CAT " DELIMITED BY SIZE
               thmCategory DELIMITED BY SIZE
               " OVER " DELIMITED BY SIZE
               wsEditAmount DELIMITED BY SIZE
               " EFF " DELIMITED BY SIZE
               thmEffectiveDate DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               thmOperatorId DELIMITED BY SIZE
               " APPLIED" DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine.

       writeRefusedLine.
           MOVE SPACES TO rptLine
           STRING "CAT " DELIMITED BY SIZE
               thmCategory DELIMITED BY SIZE
               " EFF " DELIMITED BY SIZE
               thmEffectiveDate DELIMITED BY SIZE
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
           MOVE "EXERC4TM" TO opsProgram
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
           MOVE "EXERC4TM" TO opsProgram
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
