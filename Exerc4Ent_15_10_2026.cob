       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc4Ent_15_10_2026.

      *> Operator entitlement report, run periodically for security
      *> administration's review. Lists every authority on the
      *> operator authority file - the operator, the function, its
      *> valid-from and valid-to dates, whether it is in force today,
      *> revoked, expired or not yet valid, and when it was last used
      *> according to the authority use log the maintenance and
      *> approval programs write. Then lists the security violations
      *> those programs logged in the period on the ENTCARD card (all
      *> of them with no card). A violation in the period ends the
      *> step RC=4 so it is looked at; a missing authority file ends
      *> it RC=8. More distinct authorities on the use log than the
      *> table holds leaves some last uses blank and also ends RC=4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "ENTCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsCardStatus.

           SELECT AUTH-FILE ASSIGN TO "OPAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsAuthStatus.

           SELECT AUS-FILE ASSIGN TO "AUTHUSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsAusStatus.

           SELECT SECV-FILE ASSIGN TO "SECVIOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsSecvStatus.

           SELECT RPT-FILE ASSIGN TO "ENTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPS-FILE ASSIGN TO "OPSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsOpsStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY ENTCRD.

       FD  AUTH-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY AUTHREC.

       FD  AUS-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY AUSREC.

       FD  SECV-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY SECREC.

       FD  RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  rptLine                 PIC X(80).

       FD  OPS-FILE
           RECORD CONTAINS 160 CHARACTERS.
       COPY OPSREC.

       WORKING-STORAGE SECTION.
       01  wsCardStatus        PIC X(2).
       01  wsAuthStatus        PIC X(2).
       01  wsAusStatus         PIC X(2).
       01  wsSecvStatus        PIC X(2).
       01  wsEofFlag           PIC X(1) VALUE 'N'.
       01  wsToday             PIC X(8).
       01  wsFromDate          PIC X(8) VALUE LOW-VALUES.
       01  wsToDate            PIC X(8) VALUE HIGH-VALUES.
       01  wsFunctionName      PIC X(19).
       01  wsAuthState         PIC X(13).
       01  wsValidTo           PIC X(8).
       01  wsLastUsed          PIC X(14).
       01  wsAuthCount         PIC 9(5) VALUE 0.
       01  wsInForceCount      PIC 9(5) VALUE 0.
       01  wsViolationCount    PIC 9(5) VALUE 0.
       01  wsEditCount         PIC ZZZZ9.
       01  wsEditInForce       PIC ZZZZ9.

      *> Last use of each operator and function seen on the use log.
       01  wsUseOverflow       PIC X(1) VALUE 'N'.
       01  wsUseCount          PIC 9(3) VALUE 0.
       01  wsUseIx             PIC 9(3) VALUE 0.
       01  wsUseFoundIx        PIC 9(3) VALUE 0.
       01  wsFindOperator      PIC X(8).
       01  wsFindFunction      PIC X(2).
       01  wsUseMax            PIC 9(3) VALUE 500.
       01  wsUseTable.
           05  wsUseEntry      OCCURS 500 TIMES.
               10  wsUseOperator   PIC X(8).
               10  wsUseFunction   PIC X(2).
               10  wsUseLast       PIC X(14).

       01  wsOpsStatus         PIC X(2).
       01  wsOpsJob            PIC X(8) VALUE "EXERC4E".
       01  wsOpsStep           PIC X(8) VALUE "ENTRPT".
       01  wsOpsStart          PIC X(14).
       01  wsOpsMessage        PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM writeOpsStart

           MOVE FUNCTION CURRENT-DATE(1:8) TO wsToday
           PERFORM readReportCard

           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO rptLine
           STRING "EXERC4 OPERATOR ENTITLEMENT REPORT AS OF "
               DELIMITED BY SIZE
               wsToday DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine

           OPEN INPUT AUTH-FILE
           IF wsAuthStatus NOT = "00"
               MOVE "OPAUTH MISSING OR UNREADABLE - NO REPORT"
                   TO rptLine
               WRITE rptLine
               CLOSE RPT-FILE
               DISPLAY "EXERC4 ENTITLEMENT: OPAUTH MISSING OR "
                   "UNREADABLE - NO REPORT"
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF

           PERFORM loadLastUses
           PERFORM writeAuthorityLines
           CLOSE AUTH-FILE
           PERFORM writeViolationLines
           CLOSE RPT-FILE

           DISPLAY "EXERC4 ENTITLEMENT: AUTHORITIES=" wsAuthCount
               " IN FORCE=" wsInForceCount
               " VIOLATIONS=" wsViolationCount
           IF wsViolationCount > 0 OR wsUseOverflow = 'Y'
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM writeOpsEnd
           STOP RUN.

       readReportCard.
           OPEN INPUT CARD-FILE
           IF wsCardStatus = "00"
               READ CARD-FILE
                   AT END
                       MOVE "10" TO wsCardStatus
               END-READ
               IF wsCardStatus = "00"
                   IF entFromDate NUMERIC
                       MOVE entFromDate TO wsFromDate
                   END-IF
                   IF entToDate NUMERIC
                       MOVE entToDate TO wsToDate
                   END-IF
               END-IF
               CLOSE CARD-FILE
           END-IF.

      *> The use log is in time order, so the last entry seen for an
      *> operator and function is its last use.
       loadLastUses.
           MOVE 'N' TO wsEofFlag
           OPEN INPUT AUS-FILE
           IF wsAusStatus = "00"
               PERFORM readUseRecord
               PERFORM storeUseRecord UNTIL
                   wsEofFlag = 'Y'
               CLOSE AUS-FILE
           END-IF.

       readUseRecord.
           READ AUS-FILE
               AT END
                   MOVE 'Y' TO wsEofFlag
           END-READ.

       storeUseRecord.
           MOVE ausOperatorId TO wsFindOperator
           MOVE ausFunction TO wsFindFunction
           PERFORM findUseEntry
           IF wsUseFoundIx = 0
               IF wsUseCount < wsUseMax
                   ADD 1 TO wsUseCount
                   MOVE wsUseCount TO wsUseFoundIx
                   MOVE ausOperatorId TO wsUseOperator(wsUseFoundIx)
                   MOVE ausFunction TO wsUseFunction(wsUseFoundIx)
                   MOVE ausDateTime TO wsUseLast(wsUseFoundIx)
               ELSE
                   MOVE 'Y' TO wsUseOverflow
               END-IF
           END-IF
           IF wsUseFoundIx > 0
               IF ausDateTime > wsUseLast(wsUseFoundIx)
                   MOVE ausDateTime TO wsUseLast(wsUseFoundIx)
               END-IF
           END-IF
           PERFORM readUseRecord.

       findUseEntry.
           MOVE 0 TO wsUseFoundIx
           MOVE 0 TO wsUseIx
           PERFORM scanUseEntry UNTIL
               wsUseIx >= wsUseCount OR wsUseFoundIx > 0.

       scanUseEntry.
           ADD 1 TO wsUseIx
           IF wsUseOperator(wsUseIx) = wsFindOperator
               AND wsUseFunction(wsUseIx) = wsFindFunction
               MOVE wsUseIx TO wsUseFoundIx
           END-IF.

       writeAuthorityLines.
           MOVE SPACES TO rptLine
           WRITE rptLine
           MOVE "AUTHORITIES HELD" TO rptLine
           WRITE rptLine
           MOVE "OPERATOR FUNCTION" TO rptLine
           MOVE "FROM     TO       STATUS" TO rptLine(33:24)
           MOVE "LAST USED" TO rptLine(65:9)
           WRITE rptLine
           IF wsUseOverflow = 'Y'
               MOVE "WARNING: USE LOG HOLDS MORE AUTHORITIES THAN THE "
                   TO rptLine
               WRITE rptLine
               MOVE "TABLE - SOME LAST USES ARE NOT SHOWN" TO rptLine
               WRITE rptLine
           END-IF
           MOVE 'N' TO wsEofFlag
           PERFORM readAuthorityRecord
           PERFORM writeAuthorityLine UNTIL
               wsEofFlag = 'Y'
           MOVE SPACES TO rptLine
           MOVE wsAuthCount TO wsEditCount
           MOVE wsInForceCount TO wsEditInForce
           STRING "AUTHORITIES LISTED " DELIMITED BY SIZE
               wsEditCount DELIMITED BY SIZE
               "  IN FORCE TODAY " DELIMITED BY SIZE
               wsEditInForce DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine.

       readAuthorityRecord.
           READ AUTH-FILE
               AT END
                   MOVE 'Y' TO wsEofFlag
           END-READ.

      *> The state is judged the way the programs judge it at the
      *> moment of use, as of today.
       writeAuthorityLine.
           IF authRecord NOT = SPACES
               ADD 1 TO wsAuthCount
               EVALUATE TRUE
                   WHEN authParmMaker
                       MOVE "PARAMETER MAKER" TO wsFunctionName
                   WHEN authParmChecker
                       MOVE "PARAMETER CHECKER" TO wsFunctionName
                   WHEN authRateMaker
                       MOVE "RATE MAKER" TO wsFunctionName
                   WHEN authRateChecker
                       MOVE "RATE CHECKER" TO wsFunctionName
                   WHEN authHoldRelease
                       MOVE "HOLD RELEASE" TO wsFunctionName
                   WHEN authThresholdMaker
                       MOVE "THRESHOLD MAKER" TO wsFunctionName
                   WHEN authAccountMaint
                       MOVE "ACCOUNT MAINTENANCE" TO wsFunctionName
                   WHEN authFxMaker
                       MOVE "FX RATE MAKER" TO wsFunctionName
                   WHEN authFxChecker
                       MOVE "FX RATE CHECKER" TO wsFunctionName
                   WHEN OTHER
                       MOVE "UNKNOWN FUNCTION" TO wsFunctionName
               END-EVALUATE
               EVALUATE TRUE
                   WHEN authRevokedEntry
                       MOVE "REVOKED" TO wsAuthState
                   WHEN authValidFrom NOT NUMERIC
                       OR authValidFrom > wsToday
                       MOVE "NOT YET VALID" TO wsAuthState
                   WHEN authValidTo NUMERIC AND authValidTo < wsToday
                       MOVE "EXPIRED" TO wsAuthState
                   WHEN OTHER
                       MOVE "IN FORCE" TO wsAuthState
                       ADD 1 TO wsInForceCount
               END-EVALUATE
               IF authValidTo NUMERIC
                   MOVE authValidTo TO wsValidTo
               ELSE
                   MOVE "OPEN" TO wsValidTo
               END-IF
               MOVE authOperatorId TO wsFindOperator
               MOVE authFunction TO wsFindFunction
               PERFORM findUseEntry
               IF wsUseFoundIx > 0
                   MOVE wsUseLast(wsUseFoundIx) TO wsLastUsed
               ELSE
                   MOVE "NEVER" TO wsLastUsed
               END-IF
               MOVE SPACES TO rptLine
               STRING authOperatorId DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   authFunction DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   wsFunctionName DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   authValidFrom DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   wsValidTo DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   wsAuthState DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   wsLastUsed DELIMITED BY SIZE
                   INTO rptLine
               WRITE rptLine
           END-IF
           PERFORM readAuthorityRecord.

       writeViolationLines.
           MOVE SPACES TO rptLine
           WRITE rptLine
           IF wsFromDate = LOW-VALUES AND wsToDate = HIGH-VALUES
               MOVE "SECURITY VIOLATIONS - ALL ON THE LOG" TO rptLine
           ELSE
               STRING "SECURITY VIOLATIONS FROM " DELIMITED BY SIZE
                   entFromDate DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   entToDate DELIMITED BY SIZE
                   INTO rptLine
           END-IF
           WRITE rptLine
           MOVE 'N' TO wsEofFlag
           OPEN INPUT SECV-FILE
           IF wsSecvStatus = "00"
               PERFORM readViolationRecord
               PERFORM writeViolationLine UNTIL
                   wsEofFlag = 'Y'
               CLOSE SECV-FILE
           END-IF
           MOVE SPACES TO rptLine
           MOVE wsViolationCount TO wsEditCount
           STRING "VIOLATIONS LISTED " DELIMITED BY SIZE
               wsEditCount DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine.

       readViolationRecord.
           READ SECV-FILE
               AT END
                   MOVE 'Y' TO wsEofFlag
           END-READ.

       writeViolationLine.
           IF secDateTime(1:8) >= wsFromDate
               AND secDateTime(1:8) <= wsToDate
               ADD 1 TO wsViolationCount
               MOVE SPACES TO rptLine
               STRING secDateTime DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   secProgram DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   secOperatorId DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   secFunction DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   secReason DELIMITED BY SIZE
                   INTO rptLine
               WRITE rptLine
               MOVE SPACES TO rptLine
               STRING "               ON " DELIMITED BY SIZE
                   secDetail DELIMITED BY SIZE
                   INTO rptLine
               WRITE rptLine
           END-IF
           PERFORM readViolationRecord.

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
           MOVE "EXERC4EN" TO opsProgram
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
           MOVE "EXERC4EN" TO opsProgram
           MOVE wsToday TO opsBusinessDate
           IF opsBusinessDate NOT NUMERIC
               MOVE wsOpsStart(1:8) TO opsBusinessDate
           END-IF
           MOVE wsOpsStart TO opsStartDateTime
           MOVE FUNCTION CURRENT-DATE(1:14) TO opsEndDateTime
           MOVE wsAuthCount TO opsRecordsIn
           MOVE 0 TO opsRecordsOut
           MOVE wsViolationCount TO opsRecordsRejected
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
