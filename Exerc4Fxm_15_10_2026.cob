       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc4Fxm_15_10_2026.

      *> FX rate maintenance - the maker half of the maker-checker
      *> control on the FX rates that convert the billing feed to the
      *> base currency, mirroring the fee rate maintenance program. A
      *> request card on FXMREQ (batch) or the operator prompts
      *> (interactive, when no card is supplied) gives the currency,
      *> its new rate - the base-currency value of one unit - the
      *> effective-from date and the requesting operator; the request
      *> is staged to the FX pending-changes file and touches nothing
      *> live. A different operator approves or rejects it with the
      *> FX rate approval program before the rate reaches the FX rate
      *> file, and only the approval writes history.
      *> The base currency is never rated against itself, and a zero
      *> rate is refused - unlike a fee, no currency is worth nothing.
      *> The requesting operator must hold the FX rate maker authority
      *> on the operator authority file; a refusal is logged as a
      *> security violation and stages nothing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXR-FILE ASSIGN TO "FXRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsFxrStatus.

           SELECT FXM-FILE ASSIGN TO "FXMREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsFxmStatus.

           SELECT FXP-FILE ASSIGN TO "FXPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsFxpStatus.

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
       FD  FXR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FXRREC.

       FD  FXM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FXMCRD.

       FD  FXP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY FXPREC.

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

       01  wsFxrStatus         PIC X(2).
       01  wsFxmStatus         PIC X(2).
       01  wsFxpStatus         PIC X(2).
       01  wsOperatorId        PIC X(8).
       01  wsCurrency          PIC X(3).
       01  wsOldRate           PIC 9(5)V9(6) VALUE 0.
       01  wsNewRate           PIC 9(5)V9(6) VALUE 0.
       01  wsChangeDateTime    PIC X(14).
       01  wsInputError        PIC X(1) VALUE 'N'.
       01  wsBatchMode         PIC X(1) VALUE 'N'.
       01  wsFxrEofFlag        PIC X(1) VALUE 'N'.
       01  wsSelEffDate        PIC X(8) VALUE LOW-VALUES.
       01  wsNewEffDate        PIC X(8).

       01  wsAuthStatus        PIC X(2).
       01  wsSecvStatus        PIC X(2).
       01  wsAusStatus         PIC X(2).
       01  wsAuthEofFlag       PIC X(1) VALUE 'N'.
       01  wsAuthProgram       PIC X(8) VALUE "EXERC4FM".
       01  wsAuthOperator      PIC X(8).
       01  wsAuthFunction      PIC X(2).
       01  wsAuthDetail        PIC X(24).
       01  wsAuthDateTime      PIC X(14).
       01  wsAuthReason        PIC X(24).

       01  wsOpsStatus         PIC X(2).
       01  wsOpsJob            PIC X(8) VALUE "EXERC4L".
       01  wsOpsStep           PIC X(8) VALUE "REQUEST".
       01  wsOpsStart          PIC X(14).
       01  wsOpsMessage        PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM writeOpsStart

           MOVE FUNCTION CURRENT-DATE(1:14) TO wsChangeDateTime

           PERFORM readRequestCard

           IF wsBatchMode = 'N'
               PERFORM promptOperator
           END-IF

           PERFORM checkMakerAuthority

           IF wsBatchMode = 'N'
               PERFORM promptCurrency
               PERFORM readCurrentRate
               PERFORM promptNewValues
           END-IF

           PERFORM validateNewValues

           IF wsInputError = 'Y'
               DISPLAY "REQUEST REJECTED - NEEDS A CURRENCY OTHER THAN "
                   ccyBaseCurrency ", A NONZERO NUMERIC RATE, AN "
                   "8-DIGIT EFFECTIVE DATE AND AN OPERATOR ID"
               DISPLAY "NOTHING STAGED"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM writePendingRecord
               DISPLAY "FX RATE CHANGE FOR " wsCurrency
                   " BY " wsOperatorId
                   " STAGED EFFECTIVE " wsNewEffDate
                   " - AWAITING APPROVAL BY A SECOND OPERATOR"
           END-IF

           PERFORM writeOpsEnd
           STOP RUN.

      *> A request card on FXMREQ switches the run to batch - the
      *> card carries everything the prompts would have asked for.
       readRequestCard.
           OPEN INPUT FXM-FILE
           IF wsFxmStatus = "00"
               READ FXM-FILE
                   AT END
                       MOVE "10" TO wsFxmStatus
               END-READ
           END-IF

           IF wsFxmStatus = "00"
               MOVE fxmMakerId TO wsOperatorId
               MOVE fxmCurrency TO wsCurrency
               MOVE fxmRate TO wsNewRate
               MOVE fxmEffectiveDate TO wsNewEffDate
               MOVE 'Y' TO wsBatchMode
               CLOSE FXM-FILE
           ELSE
               IF wsFxmStatus = "10"
                   CLOSE FXM-FILE
               END-IF
           END-IF.

      *> The current value is the currency's rate in force today,
      *> zero for a currency not yet on the FX rate file.
       readCurrentRate.
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
               AND fxrEffectiveDate <= wsChangeDateTime(1:8)
               AND fxrEffectiveDate >= wsSelEffDate
               MOVE fxrEffectiveDate TO wsSelEffDate
               MOVE fxrRate TO wsOldRate
           END-IF
           PERFORM readFxRateRecord.

      *> The maker is checked as soon as the id is known, before any
      *> value is asked for or anything staged.
       checkMakerAuthority.
           MOVE wsOperatorId TO wsAuthOperator
           MOVE "FM" TO wsAuthFunction
           MOVE SPACES TO wsAuthDetail
           IF wsBatchMode = 'Y'
               STRING wsCurrency DELIMITED BY SIZE
                   " EFFECTIVE " DELIMITED BY SIZE
                   wsNewEffDate DELIMITED BY SIZE
                   INTO wsAuthDetail
           ELSE
               MOVE "INTERACTIVE REQUEST" TO wsAuthDetail
           END-IF
           PERFORM checkOperatorAuthority
           IF wsAuthReason NOT = SPACES
               DISPLAY "OPERATOR " wsOperatorId
                   " REFUSED AS FX RATE MAKER - " wsAuthReason
               DISPLAY "NOTHING STAGED"
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF.

       promptOperator.
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING
           ACCEPT wsOperatorId.

       promptCurrency.
           DISPLAY "ENTER CURRENCY CODE: " WITH NO ADVANCING
           ACCEPT wsCurrency.

       promptNewValues.
           DISPLAY "CURRENT RATE " wsCurrency "=" wsOldRate
               " " ccyBaseCurrency

           DISPLAY "ENTER NEW RATE (5 INTEGER, 6 DECIMAL DIGITS): "
               WITH NO ADVANCING
           ACCEPT wsNewRate
           DISPLAY "ENTER EFFECTIVE-FROM DATE (YYYYMMDD): "
               WITH NO ADVANCING
           ACCEPT wsNewEffDate.

       validateNewValues.
           IF wsCurrency = SPACES
               OR wsCurrency = ccyBaseCurrency
               OR wsNewRate NOT NUMERIC
               OR wsNewEffDate NOT NUMERIC
               OR wsOperatorId = SPACES
               MOVE 'Y' TO wsInputError
           ELSE
               IF wsNewRate = 0
                   MOVE 'Y' TO wsInputError
               END-IF
           END-IF.

      *> Nothing live changes here - the request waits on the FX
      *> pending file until a different operator approves it.
       writePendingRecord.
           OPEN EXTEND FXP-FILE
           IF wsFxpStatus = "35"
               OPEN OUTPUT FXP-FILE
           END-IF

           MOVE SPACES TO fxpRecord
           MOVE 'P' TO fxpStatus
           MOVE wsOperatorId TO fxpMakerId
           MOVE wsChangeDateTime TO fxpRequestDateTime
           MOVE wsCurrency TO fxpCurrency
           MOVE wsNewEffDate TO fxpEffectiveDate
           MOVE wsNewRate TO fxpRate
           WRITE fxpRecord
           CLOSE FXP-FILE.

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
           MOVE "EXERC4FM" TO opsProgram
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
           MOVE "EXERC4FM" TO opsProgram
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
