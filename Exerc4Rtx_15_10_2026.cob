       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc4Rtx_15_10_2026.

      *> Billing extract retransmission. When billing loses or
      *> rejects a day's file, this step sends one earlier segment
      *> again on request. The card on RTXCARD names the segment by
      *> its extract sequence number or by the business date it
      *> covers; the step searches the extract as the job hands it
      *> over - the month-end archive generations followed by the
      *> live file - and takes the last segment that matches. Before
      *> anything is sent the segment's details are totalled again
      *> and checked against its own trailer (record count, key hash,
      *> amount and, when priced, fees): a segment that does not
      *> agree with its trailer is refused with RC=8 and nothing is
      *> written, since resending it would only pass the damage on.
      *> A segment that agrees is copied whole to RESEND - header,
      *> details and trailer - under the next sequence number off the
      *> transmission-control log, its header marked as a resend of
      *> the original sequence, and the resend is logged on TRNSCTL
      *> with the same marker so the reconciliation matches billing's
      *> acknowledgment of it to the original segment instead of
      *> counting the day twice. A card that cannot be read, or
      *> names no segment on the extract, ends RC=8 with nothing
      *> sent; a full transmission-control log ends RC=12.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "RTXCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsCardStatus.

           SELECT EXTRACT-FILE ASSIGN TO "EXTRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsExtractStatus.

           SELECT TCL-FILE ASSIGN TO "TRNSCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsTclStatus.

           SELECT RESEND-FILE ASSIGN TO "RESEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsResendStatus.

           SELECT RPT-FILE ASSIGN TO "RTXRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPS-FILE ASSIGN TO "OPSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsOpsStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY RTXCRD.

       FD  EXTRACT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY EXTREC.

       FD  TCL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY TCLREC.

       FD  RESEND-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  resendLine              PIC X(80).

       FD  RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  rptLine                 PIC X(80).

       FD  OPS-FILE
           RECORD CONTAINS 160 CHARACTERS.
       COPY OPSREC.

       WORKING-STORAGE SECTION.
       01  wsCardStatus        PIC X(2).
       01  wsExtractStatus     PIC X(2).
       01  wsTclStatus         PIC X(2).
       01  wsResendStatus      PIC X(2).
       01  wsEofFlag           PIC X(1) VALUE 'N'.
       01  wsRefuseReason      PIC X(50) VALUE SPACES.
       01  wsWantSeq           PIC 9(5) VALUE 0.
       01  wsWantDate          PIC X(8) VALUE SPACES.

       01  wsSegOrdinal        PIC 9(5) VALUE 0.
       01  wsInSegment         PIC X(1) VALUE 'N'.
       01  wsSegCount          PIC 9(7) VALUE 0.
       01  wsSegHash           PIC 9(10) VALUE 0.
       01  wsSegAmount         PIC S9(13)V99 VALUE 0.
       01  wsSegFee            PIC S9(11)V99 VALUE 0.
       01  wsSegUnpriced       PIC X(1) VALUE 'N'.

       01  wsFound             PIC X(1) VALUE 'N'.
       01  wsFoundOrdinal      PIC 9(5) VALUE 0.
       01  wsFoundSeq          PIC 9(5) VALUE 0.
       01  wsFoundDate         PIC X(8) VALUE SPACES.
       01  wsTrlCount          PIC 9(7) VALUE 0.
       01  wsTrlHash           PIC 9(10) VALUE 0.
       01  wsTrlAmount         PIC S9(13)V99 VALUE 0.
       01  wsTrlFee            PIC S9(11)V99 VALUE 0.
       01  wsDetailCount       PIC 9(7) VALUE 0.
       01  wsDetailHash        PIC 9(10) VALUE 0.
       01  wsDetailAmount      PIC S9(13)V99 VALUE 0.
       01  wsDetailFee         PIC S9(11)V99 VALUE 0.
       01  wsFeesPresent       PIC X(1) VALUE 'N'.
       01  wsDetailUnpriced    PIC X(1) VALUE 'N'.

       01  wsTclEofFlag        PIC X(1) VALUE 'N'.
       01  wsTclCount          PIC 9(5) VALUE 0.
       01  wsTclMax            PIC 9(5) VALUE 999.
       01  wsHighSeq           PIC 9(5) VALUE 0.
       01  wsNextSeq           PIC 9(5) VALUE 0.
       01  wsCopying           PIC X(1) VALUE 'N'.
       01  wsCopiedCount       PIC 9(7) VALUE 0.

       01  wsCompareLabel      PIC X(24).
       01  wsVerdict           PIC X(4).
       01  wsEditCount         PIC ZZZZZZ9.
       01  wsEditHash          PIC ZZZZZZZZZ9.
       01  wsEditAmount        PIC -ZZZZZZZZZZZ9.99.

       01  wsOpsStatus         PIC X(2).
       01  wsOpsJob            PIC X(8) VALUE "EXERC4K".
       01  wsOpsStep           PIC X(8) VALUE "RESEND".
       01  wsOpsStart          PIC X(14).
       01  wsOpsMessage        PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM writeOpsStart

           OPEN OUTPUT RPT-FILE
           MOVE "EXERC4 BILLING EXTRACT RETRANSMISSION" TO rptLine
           WRITE rptLine

           PERFORM readRequestCard
           IF wsRefuseReason = SPACES
               PERFORM loadTransmissionLog
           END-IF
           IF wsRefuseReason = SPACES
               PERFORM locateSegment
           END-IF
           IF wsRefuseReason = SPACES
               PERFORM verifySegment
           END-IF
           IF wsRefuseReason = SPACES
               PERFORM copySegment
           END-IF
           IF wsRefuseReason = SPACES
               PERFORM writeTransmissionLog
               PERFORM writeSentLine
           ELSE
               PERFORM writeRefusedLine
           END-IF

           CLOSE RPT-FILE
           PERFORM writeOpsEnd
           STOP RUN.

      *> A sequence on the card finds the segment by its header
      *> sequence; with no sequence the business date finds it.
       readRequestCard.
           OPEN INPUT CARD-FILE
           IF wsCardStatus = "00"
               READ CARD-FILE
                   AT END
                       MOVE "10" TO wsCardStatus
               END-READ
           END-IF
           IF wsCardStatus NOT = "00"
               MOVE "RTXCARD MISSING OR EMPTY" TO wsRefuseReason
           ELSE
               EVALUATE TRUE
                   WHEN rtxSequence = SPACES
                       AND rtxBusinessDate = SPACES
                       MOVE "CARD NAMES NO SEQUENCE OR DATE"
                           TO wsRefuseReason
                   WHEN rtxSequence NOT = SPACES
                       AND rtxSequence NOT NUMERIC
                       MOVE "SEQUENCE NOT NUMERIC" TO wsRefuseReason
                   WHEN rtxBusinessDate NOT = SPACES
                       AND rtxBusinessDate NOT NUMERIC
                       MOVE "BUSINESS DATE NOT YYYYMMDD"
                           TO wsRefuseReason
                   WHEN OTHER
                       IF rtxSequence NUMERIC
                           MOVE rtxSequence TO wsWantSeq
                       END-IF
                       MOVE rtxBusinessDate TO wsWantDate
               END-EVALUATE
               CLOSE CARD-FILE
           END-IF
           MOVE SPACES TO rptLine
           STRING "REQUESTED SEQUENCE " DELIMITED BY SIZE
               rtxSequence DELIMITED BY SIZE
               "  BUSINESS DATE " DELIMITED BY SIZE
               rtxBusinessDate DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine.

      *> The resend is numbered on from the highest sequence on the
      *> log, exactly as the sweep numbers a new segment, so the two
      *> can never issue the same number.
       loadTransmissionLog.
           MOVE 0 TO wsTclCount
           MOVE 0 TO wsHighSeq
           MOVE 'N' TO wsTclEofFlag
           OPEN INPUT TCL-FILE
           IF wsTclStatus = "00"
               PERFORM readTclRecord
               PERFORM checkTclRecord UNTIL
                   wsTclEofFlag = 'Y'
               CLOSE TCL-FILE
           END-IF
           IF wsTclCount >= wsTclMax
               DISPLAY "TRANSMISSION CONTROL FILE FULL - RUN THE "
                   "MONTH-END ARCHIVE BEFORE RETRANSMITTING"
               MOVE "TRANSMISSION CONTROL FILE FULL" TO rptLine
               WRITE rptLine
               CLOSE RPT-FILE
               MOVE 12 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF
           COMPUTE wsNextSeq = wsHighSeq + 1.

       readTclRecord.
           READ TCL-FILE
               AT END
                   MOVE 'Y' TO wsTclEofFlag
           END-READ.

       checkTclRecord.
           ADD 1 TO wsTclCount
           IF tclSequence > wsHighSeq
               MOVE tclSequence TO wsHighSeq
           END-IF
           PERFORM readTclRecord.

      *> First pass: find the segment and total its details. The
      *> position of the matching header in the file is kept so the
      *> copy pass takes exactly the segment that was checked.
       locateSegment.
           MOVE 'N' TO wsEofFlag
           OPEN INPUT EXTRACT-FILE
           IF wsExtractStatus NOT = "00"
               MOVE "EXTRFILE MISSING OR UNREADABLE" TO wsRefuseReason
           ELSE
               PERFORM readExtractRecord
               PERFORM tallyExtractRecord UNTIL
                   wsEofFlag = 'Y'
               CLOSE EXTRACT-FILE
               IF wsFound = 'N'
                   MOVE "NO SEGMENT ON THE EXTRACT MATCHES THE CARD"
                       TO wsRefuseReason
               END-IF
           END-IF.

       readExtractRecord.
           READ EXTRACT-FILE
               AT END
                   MOVE 'Y' TO wsEofFlag
           END-READ.

       tallyExtractRecord.
           IF extDetType = 'H'
               ADD 1 TO wsSegOrdinal
               MOVE 'N' TO wsInSegment
               IF (wsWantSeq > 0 AND extHdrSequence = wsWantSeq)
                   OR (wsWantSeq = 0
                       AND extHdrBusinessDate = wsWantDate)
                   MOVE 'Y' TO wsInSegment
                   MOVE extHdrSequence TO wsFoundSeq
                   MOVE extHdrBusinessDate TO wsFoundDate
               END-IF
               MOVE 0 TO wsSegCount
               MOVE 0 TO wsSegHash
               MOVE 0 TO wsSegAmount
               MOVE 0 TO wsSegFee
               MOVE 'N' TO wsSegUnpriced
           END-IF
           IF extDetType = 'D' AND wsInSegment = 'Y'
               ADD 1 TO wsSegCount
               ADD extKey TO wsSegHash
               ADD extAmount TO wsSegAmount
               IF extFee NUMERIC
                   ADD extFee TO wsSegFee
               ELSE
                   MOVE 'Y' TO wsSegUnpriced
               END-IF
           END-IF
           IF extDetType = 'T' AND wsInSegment = 'Y'
               MOVE 'Y' TO wsFound
               MOVE wsSegOrdinal TO wsFoundOrdinal
               MOVE extTrlRecordCount TO wsTrlCount
               MOVE extTrlHashTotal TO wsTrlHash
               MOVE extTrlAmountTotal TO wsTrlAmount
               MOVE wsSegCount TO wsDetailCount
               MOVE wsSegHash TO wsDetailHash
               MOVE wsSegAmount TO wsDetailAmount
               MOVE wsSegFee TO wsDetailFee
               MOVE wsSegUnpriced TO wsDetailUnpriced
               IF extTrlFeeBoth NUMERIC
                   MOVE 'Y' TO wsFeesPresent
                   COMPUTE wsTrlFee = extTrlFeeBoth
                       + extTrlFeeMult1 + extTrlFeeMult2
                       + extTrlFeeNeither
               ELSE
                   MOVE 'N' TO wsFeesPresent
               END-IF
               MOVE 'N' TO wsInSegment
           END-IF
           PERFORM readExtractRecord.

      *> The same trailer-against-details test the reconciliation
      *> makes. A segment priced on its trailer must have every
      *> detail priced and the fees must agree too.
       verifySegment.
           MOVE SPACES TO rptLine
           STRING "SEGMENT FOUND - SEQUENCE " DELIMITED BY SIZE
               wsFoundSeq DELIMITED BY SIZE
               "  BUSINESS DATE " DELIMITED BY SIZE
               wsFoundDate DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine
           IF wsWantSeq > 0 AND wsWantDate NOT = SPACES
               AND wsWantDate NOT = wsFoundDate
               MOVE "SEGMENT'S BUSINESS DATE DIFFERS FROM THE CARD"
                   TO wsRefuseReason
           END-IF
           MOVE "TRAILER" TO wsCompareLabel
           MOVE wsTrlCount TO wsEditCount
           MOVE wsTrlHash TO wsEditHash
           MOVE wsTrlAmount TO wsEditAmount
           PERFORM writeSourceLine
           MOVE "DETAILS" TO wsCompareLabel
           MOVE wsDetailCount TO wsEditCount
           MOVE wsDetailHash TO wsEditHash
           MOVE wsDetailAmount TO wsEditAmount
           PERFORM writeSourceLine
           IF wsDetailCount = wsTrlCount
               AND wsDetailHash = wsTrlHash
               AND wsDetailAmount = wsTrlAmount
               MOVE "PASS" TO wsVerdict
           ELSE
               MOVE "FAIL" TO wsVerdict
               MOVE "TRAILER TOTALS DO NOT MATCH THE DETAILS"
                   TO wsRefuseReason
           END-IF
           MOVE SPACES TO rptLine
           STRING "TRAILER VS DETAILS        " DELIMITED BY SIZE
               wsVerdict DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine
           IF wsFeesPresent = 'Y'
               IF wsTrlFee = wsDetailFee AND wsDetailUnpriced = 'N'
                   MOVE "TRAILER FEES VS DETAILS   PASS" TO rptLine
               ELSE
                   MOVE "TRAILER FEES VS DETAILS   FAIL" TO rptLine
                   MOVE "TRAILER FEES DO NOT MATCH THE DETAILS"
                       TO wsRefuseReason
               END-IF
           ELSE
               MOVE "SEGMENT NOT PRICED - FEE CHECK SKIPPED"
                   TO rptLine
           END-IF
           WRITE rptLine.

       writeSourceLine.
           MOVE SPACES TO rptLine
           STRING wsCompareLabel DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               wsEditCount DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               wsEditHash DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               wsEditAmount DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine.

      *> Second pass: copy the checked segment. Only the header
      *> changes - billing keys on its sequence - and it keeps the
      *> original's date and job name.
       copySegment.
           OPEN OUTPUT RESEND-FILE
           IF wsResendStatus NOT = "00"
               MOVE "RESEND DATASET COULD NOT BE OPENED"
                   TO wsRefuseReason
           ELSE
               MOVE 0 TO wsSegOrdinal
               MOVE 'N' TO wsEofFlag
               OPEN INPUT EXTRACT-FILE
               PERFORM readExtractRecord
               PERFORM copyExtractRecord UNTIL
                   wsEofFlag = 'Y'
               CLOSE EXTRACT-FILE
               CLOSE RESEND-FILE
           END-IF.

       copyExtractRecord.
           IF extDetType = 'H'
               ADD 1 TO wsSegOrdinal
               IF wsSegOrdinal = wsFoundOrdinal
                   MOVE 'Y' TO wsCopying
                   MOVE 'R' TO extHdrResend
                   MOVE extHdrSequence TO extHdrOrigSequence
                   MOVE wsNextSeq TO extHdrSequence
               END-IF
           END-IF
           IF wsCopying = 'Y'
               WRITE resendLine FROM extHeaderRecord
               ADD 1 TO wsCopiedCount
               IF extDetType = 'T'
                   MOVE 'N' TO wsCopying
                   MOVE 'Y' TO wsEofFlag
               END-IF
           END-IF
           IF wsEofFlag = 'N'
               PERFORM readExtractRecord
           END-IF.

       writeTransmissionLog.
           OPEN EXTEND TCL-FILE
           IF wsTclStatus = "35"
               OPEN OUTPUT TCL-FILE
           END-IF
           MOVE SPACES TO tclRecord
           MOVE wsNextSeq TO tclSequence
           MOVE wsFoundDate TO tclBusinessDate
           MOVE wsTrlCount TO tclRecordCount
           MOVE wsTrlHash TO tclHashTotal
           MOVE wsTrlAmount TO tclAmountTotal
           MOVE FUNCTION CURRENT-DATE(1:14) TO tclSentDateTime
           MOVE 'R' TO tclResend
           MOVE wsFoundSeq TO tclOrigSequence
           WRITE tclRecord
           CLOSE TCL-FILE.

       writeSentLine.
           MOVE SPACES TO rptLine
           STRING "RESENT AS SEQUENCE " DELIMITED BY SIZE
               wsNextSeq DELIMITED BY SIZE
               " - RESEND OF SEQUENCE " DELIMITED BY SIZE
               wsFoundSeq DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine
           DISPLAY "EXERC4 RETRANSMISSION: SEQUENCE " wsFoundSeq
               " DATE " wsFoundDate " RESENT AS SEQUENCE " wsNextSeq
               " RECORDS=" wsCopiedCount.

       writeRefusedLine.
           MOVE SPACES TO rptLine
           STRING "NOTHING SENT - " DELIMITED BY SIZE
               wsRefuseReason DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine
           DISPLAY "EXERC4 RETRANSMISSION REFUSED - " wsRefuseReason
           MOVE 8 TO RETURN-CODE.

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
           MOVE "EXERC4RT" TO opsProgram
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
           MOVE "EXERC4RT" TO opsProgram
           MOVE wsFoundDate TO opsBusinessDate
           IF opsBusinessDate NOT NUMERIC
               MOVE wsOpsStart(1:8) TO opsBusinessDate
           END-IF
           MOVE wsOpsStart TO opsStartDateTime
           MOVE FUNCTION CURRENT-DATE(1:14) TO opsEndDateTime
           MOVE wsCopiedCount TO opsRecordsIn
           MOVE wsCopiedCount TO opsRecordsOut
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
