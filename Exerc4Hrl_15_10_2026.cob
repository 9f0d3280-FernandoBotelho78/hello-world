       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc4Hrl_15_10_2026.

      *> High-value hold release. The sweep keeps any item over its
      *> category's threshold out of billing and on the hold queue;
      *> this step applies the supervisor's decision cards on HRLREQ
      *> - release the item to billing or decline it - to the queue.
      *> A released item goes out at the head of the next extract
      *> segment the sweep cuts, with the business date it arrived
      *> on; a declined one is never billed. The supervisor deciding
      *> an item must not be the operator who set the threshold that
      *> held it, and only an item still held can be decided - every
      *> other card is refused and changes nothing, the rest of the
      *> deck still applies, and the step ends RC=8 so the refusal is
      *> chased. After the cards, the aging report lists every item
      *> still held longer than the aging limit, with its days held;
      *> any such item ends the step RC=4 if nothing was refused.
      *> The operator on each card must hold the hold release authority
      *> on the operator authority file; a card refused for want of it
      *> is logged as a security violation and decides nothing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HRL-FILE ASSIGN TO "HRLREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsHrlStatus.

           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS hldHoldKey
               FILE STATUS IS wsHoldStatus.

           SELECT RPT-FILE ASSIGN TO "HRLRPT"
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
       FD  HRL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY HRLCRD.

       FD  HOLD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY HLDREC.

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
       COPY CCYBASE.

       01  wsHrlStatus         PIC X(2).
       01  wsHoldStatus        PIC X(2).
       01  wsHoldOpened        PIC X(1) VALUE 'N'.
       01  wsEofFlag           PIC X(1) VALUE 'N'.
       01  wsToday             PIC X(8).
       01  wsRefuseReason      PIC X(40).
       01  wsCardCount         PIC 9(5) VALUE 0.
       01  wsAppliedCount      PIC 9(5) VALUE 0.
       01  wsRefusedCount      PIC 9(5) VALUE 0.
       01  wsAgingDays         PIC 9(3) VALUE 5.
       01  wsDaysHeld          PIC S9(5).
       01  wsEditDays          PIC ZZZZ9.
       01  wsEditAmount        PIC ZZZZZZZZ9.99.
       01  wsEditCurrency      PIC X(3).
       01  wsEditCount         PIC ZZZZ9.
       01  wsEditAged          PIC ZZZZ9.
       01  wsHeldCount         PIC 9(5) VALUE 0.
       01  wsAgedCount         PIC 9(5) VALUE 0.

       01  wsAuthStatus        PIC X(2).
       01  wsSecvStatus        PIC X(2).
       01  wsAusStatus         PIC X(2).
       01  wsAuthEofFlag       PIC X(1) VALUE 'N'.
       01  wsAuthProgram       PIC X(8) VALUE "EXERC4HL".
       01  wsAuthOperator      PIC X(8).
       01  wsAuthFunction      PIC X(2).
       01  wsAuthDetail        PIC X(24).
       01  wsAuthDateTime      PIC X(14).
       01  wsAuthReason        PIC X(24).

       01  wsOpsStatus         PIC X(2).
       01  wsOpsJob            PIC X(8) VALUE "EXERC4J".
       01  wsOpsStep           PIC X(8) VALUE "HOLDREL".
       01  wsOpsStart          PIC X(14).
       01  wsOpsMessage        PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM writeOpsStart

           MOVE FUNCTION CURRENT-DATE(1:8) TO wsToday

           OPEN I-O HOLD-FILE
           IF wsHoldStatus = "00"
               MOVE 'Y' TO wsHoldOpened
           ELSE
               IF wsHoldStatus NOT = "35"
                   DISPLAY "HOLDFILE OPEN FAILED STATUS " wsHoldStatus
                       " - NOTHING DONE"
                   MOVE 8 TO RETURN-CODE
                   PERFORM writeOpsEnd
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT RPT-FILE
           MOVE "EXERC4 HIGH-VALUE HOLD RELEASE" TO rptLine
           WRITE rptLine

      *> No deck means no decisions today - the aging report still
      *> prints, which is what keeps a forgotten item in view.
           OPEN INPUT HRL-FILE
           IF wsHrlStatus = "00"
               PERFORM readDecisionCard
               PERFORM applyDecisionCard UNTIL
                   wsEofFlag = 'Y'
               CLOSE HRL-FILE
           ELSE
               MOVE "NO DECISION CARDS TODAY" TO rptLine
               WRITE rptLine
           END-IF

           PERFORM writeAgingReport

           IF wsHoldOpened = 'Y'
               CLOSE HOLD-FILE
           END-IF
           CLOSE RPT-FILE

           DISPLAY "EXERC4 HOLD RELEASE: CARDS=" wsCardCount
               " APPLIED=" wsAppliedCount
               " REFUSED=" wsRefusedCount
               " STILL HELD=" wsHeldCount
               " AGED=" wsAgedCount
           EVALUATE TRUE
               WHEN wsRefusedCount > 0
                   MOVE 8 TO RETURN-CODE
               WHEN wsAgedCount > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE

           PERFORM writeOpsEnd
           STOP RUN.

       readDecisionCard.
           READ HRL-FILE
               AT END
                   MOVE 'Y' TO wsEofFlag
           END-READ.

      *> The card is validated on its own first, then against the
      *> item on the queue; only a card that passes both touches it.
       applyDecisionCard.
           IF hrlCard NOT = SPACES
               ADD 1 TO wsCardCount
               MOVE SPACES TO wsRefuseReason
               PERFORM validateDecisionCard
               IF wsRefuseReason = SPACES
                   PERFORM checkCardAuthority
               END-IF
               IF wsRefuseReason = SPACES
                   PERFORM decideHeldItem
               END-IF
               IF wsRefuseReason = SPACES
                   ADD 1 TO wsAppliedCount
                   PERFORM writeAppliedLine
               ELSE
                   ADD 1 TO wsRefusedCount
                   PERFORM writeRefusedLine
               END-IF
           END-IF
           PERFORM readDecisionCard.

       validateDecisionCard.
           EVALUATE TRUE
               WHEN NOT hrlRelease AND NOT hrlDecline
                   MOVE "DECISION NOT R OR D" TO wsRefuseReason
               WHEN hrlBusinessDate NOT NUMERIC
                   MOVE "BUSINESS DATE NOT YYYYMMDD" TO wsRefuseReason
               WHEN hrlKey NOT NUMERIC
                   MOVE "KEY NOT NUMERIC" TO wsRefuseReason
               WHEN hrlOperatorId = SPACES
                   MOVE "NO OPERATOR ID" TO wsRefuseReason
               WHEN wsHoldOpened = 'N'
                   MOVE "ITEM NOT ON THE HOLD QUEUE" TO wsRefuseReason
           END-EVALUATE.

      *> Only a card good on its own reaches the authority check, so
      *> a violation is logged for a real attempt and not a misprint.
       checkCardAuthority.
           MOVE hrlOperatorId TO wsAuthOperator
           MOVE "HR" TO wsAuthFunction
           MOVE SPACES TO wsAuthDetail
           STRING hrlDecision DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               hrlBusinessDate DELIMITED BY SIZE
               " KEY " DELIMITED BY SIZE
               hrlKey DELIMITED BY SIZE
               INTO wsAuthDetail
           PERFORM checkOperatorAuthority
           MOVE wsAuthReason TO wsRefuseReason.

       decideHeldItem.
           MOVE hrlBusinessDate TO hldBusinessDate
           MOVE hrlKey TO hldKey
           READ HOLD-FILE
           EVALUATE TRUE
               WHEN wsHoldStatus NOT = "00"
                   MOVE "ITEM NOT ON THE HOLD QUEUE" TO wsRefuseReason
               WHEN NOT hldHeld
                   MOVE "ITEM ALREADY DECIDED" TO wsRefuseReason
               WHEN hrlOperatorId = hldThrSetBy
                   MOVE "DECIDER SET THE THRESHOLD THAT HELD IT"
                       TO wsRefuseReason
               WHEN OTHER
                   MOVE hrlDecision TO hldStatus
                   MOVE hrlOperatorId TO hldDecidedBy
                   MOVE wsToday TO hldDecisionDate
                   REWRITE hldRecord
                   IF wsHoldStatus NOT = "00"
                       MOVE "HOLD QUEUE REWRITE FAILED"
                           TO wsRefuseReason
                   END-IF
           END-EVALUATE.

       writeAppliedLine.
           MOVE SPACES TO rptLine
           STRING hrlDecision DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               hrlBusinessDate DELIMITED BY SIZE
               " KEY " DELIMITED BY SIZE
               hrlKey DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               hrlOperatorId DELIMITED BY SIZE
               " APPLIED" DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine.

       writeRefusedLine.
           MOVE SPACES TO rptLine
           STRING hrlDecision DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               hrlBusinessDate DELIMITED BY SIZE
               " KEY " DELIMITED BY SIZE
               hrlKey DELIMITED BY SIZE
               " REFUSED - " DELIMITED BY SIZE
               wsRefuseReason DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine.

      *> Days held run from the business date the item arrived on to
      *> today, the same measure the reject aging report uses.
       writeAgingReport.
           MOVE SPACES TO rptLine
           WRITE rptLine
           MOVE wsAgingDays TO wsEditDays
           MOVE SPACES TO rptLine
           STRING "ITEMS STILL HELD MORE THAN " DELIMITED BY SIZE
               wsEditDays DELIMITED BY SIZE
               " DAYS AS OF " DELIMITED BY SIZE
               wsToday DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine
           IF wsHoldOpened = 'Y'
               MOVE 'N' TO wsEofFlag
               MOVE LOW-VALUES TO hldHoldKey
               START HOLD-FILE KEY IS NOT LESS THAN hldHoldKey
               IF wsHoldStatus NOT = "00"
                   MOVE 'Y' TO wsEofFlag
               END-IF
               PERFORM readNextHoldRecord
               PERFORM checkHeldItemAge UNTIL
                   wsEofFlag = 'Y'
           END-IF
           MOVE SPACES TO rptLine
           MOVE wsHeldCount TO wsEditCount
           MOVE wsAgedCount TO wsEditAged
           STRING "ITEMS STILL HELD " DELIMITED BY SIZE
               wsEditCount DELIMITED BY SIZE
               "  OVER THE AGING LIMIT " DELIMITED BY SIZE
               wsEditAged DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine.

       readNextHoldRecord.
           IF wsEofFlag = 'N'
               READ HOLD-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO wsEofFlag
               END-READ
           END-IF.

       checkHeldItemAge.
           IF hldHeld
               ADD 1 TO wsHeldCount
               IF hldBusinessDate NUMERIC
                   COMPUTE wsDaysHeld =
                       FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(wsToday))
                       - FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL(hldBusinessDate))
               ELSE
                   MOVE 0 TO wsDaysHeld
               END-IF
               IF wsDaysHeld > wsAgingDays
                   ADD 1 TO wsAgedCount
                   PERFORM writeAgingLine
               END-IF
           END-IF
           PERFORM readNextHoldRecord.

       writeAgingLine.
           MOVE wsDaysHeld TO wsEditDays
           MOVE hldAmount TO wsEditAmount
           MOVE hldCurrency TO wsEditCurrency
           IF wsEditCurrency = SPACES
               MOVE ccyBaseCurrency TO wsEditCurrency
           END-IF
           MOVE SPACES TO rptLine
           STRING "DATE " DELIMITED BY SIZE
               hldBusinessDate DELIMITED BY SIZE
               " KEY " DELIMITED BY SIZE
               hldKey DELIMITED BY SIZE
               " CAT " DELIMITED BY SIZE
               hldCategory DELIMITED BY SIZE
               " AMT " DELIMITED BY SIZE
               wsEditAmount DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               wsEditCurrency DELIMITED BY SIZE
               " ACCT " DELIMITED BY SIZE
               hldAccount DELIMITED BY SIZE
               " DAYS " DELIMITED BY SIZE
               wsEditDays DELIMITED BY SIZE
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
           MOVE "EXERC4HL" TO opsProgram
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
           MOVE "EXERC4HL" TO opsProgram
           MOVE wsToday TO opsBusinessDate
           IF opsBusinessDate NOT NUMERIC
               MOVE wsOpsStart(1:8) TO opsBusinessDate
           END-IF
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
