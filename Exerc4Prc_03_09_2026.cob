      *> header date to rate against and are left unpriced. A
      *> missing rate set for an unpriced segment stops the step
      *> with RC=8 - fees are billing's money and are not guessed.
      *> A credit detail refunds the fee its original was charged: it
      *> is priced at the negative of the rate set in force on the
      *> original's business date, not the segment's, so a rate
      *> change between the two days refunds exactly what was billed.
      *> A detail released from the high-value hold queue is priced
      *> the same way at the rate set in force on the day it arrived,
      *> so holding an item does not change what it is charged.
      *> Fees are charged in the base currency on the base amount;
      *> a detail keeps its original currency and amount untouched.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsRateStatus.

           SELECT OPS-FILE ASSIGN TO "OPSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsOpsStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY RATEREC.

       FD  OPS-FILE
           RECORD CONTAINS 160 CHARACTERS.
       COPY OPSREC.

       WORKING-STORAGE SECTION.
       01  wsExtractStatus     PIC X(2).
       01  wsRateStatus        PIC X(2).
       01  wsFeeMult1          PIC 9(4)V99 VALUE 0.
       01  wsFeeMult2          PIC 9(4)V99 VALUE 0.
       01  wsFeeNeither        PIC 9(4)V99 VALUE 0.
       01  wsFee               PIC S9(7)V99 VALUE 0.
       01  wsSumFeeBoth        PIC S9(9)V99 VALUE 0.
       01  wsSumFeeMult1       PIC S9(9)V99 VALUE 0.
       01  wsSumFeeMult2       PIC S9(9)V99 VALUE 0.
       01  wsSumFeeNeither     PIC S9(9)V99 VALUE 0.
       01  wsPricedCount       PIC 9(7) VALUE 0.
       01  wsSegsPriced        PIC 9(5) VALUE 0.
       01  wsNoHeaderCount     PIC 9(7) VALUE 0.
       01  wsOrigDate          PIC X(8) VALUE SPACES.
       01  wsOrigFound         PIC X(1) VALUE 'N'.
       01  wsOrigEffDate       PIC X(8) VALUE LOW-VALUES.
       01  wsOrigFee           PIC 9(4)V99 VALUE 0.

       01  wsOpsStatus         PIC X(2).
       01  wsOpsJob            PIC X(8) VALUE "EXERC4".
       01  wsOpsStep           PIC X(8) VALUE "PRICE".
       01  wsOpsStart          PIC X(14).
       01  wsOpsMessage        PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM writeOpsStart

           OPEN I-O EXTRACT-FILE
           IF wsExtractStatus NOT = "00"
               DISPLAY "EXTRFILE MISSING OR UNREADABLE - "
                   "NOTHING PRICED"
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF

                   "LEFT ALONE"
           END-IF

           PERFORM writeOpsEnd
           STOP RUN.

       readExtractRecord.
                       "STAGE AND APPROVE A RATE SET AND RERUN"
                   MOVE 8 TO RETURN-CODE
                   CLOSE EXTRACT-FILE
                   PERFORM writeOpsEnd
                   STOP RUN
               END-IF
               EVALUATE extCategory
                   WHEN 'B'
                       MOVE wsFeeBoth TO wsFee
                   WHEN '1'
                       MOVE wsFeeMult1 TO wsFee
                   WHEN '2'
                       MOVE wsFeeMult2 TO wsFee
                   WHEN OTHER
                       MOVE wsFeeNeither TO wsFee
               END-EVALUATE
               IF extCredit
                   PERFORM selectOrigDateRate
                   COMPUTE wsFee = 0 - wsOrigFee
               END-IF
               IF extReleasedItem
                   PERFORM selectOrigDateRate
                   MOVE wsOrigFee TO wsFee
               END-IF
               PERFORM sumNewFee
               MOVE wsFee TO extFee
               REWRITE extDetailRecord
               ADD 1 TO wsPricedCount
           END-IF.

       sumNewFee.
           EVALUATE extCategory
               WHEN 'B'
                   ADD wsFee TO wsSumFeeBoth
               WHEN '1'
                   ADD wsFee TO wsSumFeeMult1
               WHEN '2'
                   ADD wsFee TO wsSumFeeMult2
               WHEN OTHER
                   ADD wsFee TO wsSumFeeNeither
           END-EVALUATE.

      *> The rate file is read again for each credit or released
      *> item - they are few, and the segment's own rate set stays
      *> selected for the ordinary details around them.
       selectOrigDateRate.
           MOVE extOrigBusinessDate TO wsOrigDate
           MOVE 'N' TO wsOrigFound
           MOVE LOW-VALUES TO wsOrigEffDate
           MOVE 'N' TO wsRateEofFlag
           OPEN INPUT RATE-FILE
           IF wsRateStatus = "00"
               PERFORM readRateRecord
               PERFORM matchOrigDateRate UNTIL
                   wsRateEofFlag = 'Y'
               CLOSE RATE-FILE
           END-IF
           IF wsOrigFound = 'N'
               DISPLAY "NO RATE SET IN FORCE FOR ORIGINAL BUSINESS "
                   "DATE " wsOrigDate " OF KEY " extKey
                   " - SEGMENT NOT PRICED - STAGE AND APPROVE A "
                   "RATE SET AND RERUN"
               MOVE 8 TO RETURN-CODE
               CLOSE EXTRACT-FILE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF.

       matchOrigDateRate.
           IF rateEffectiveDate NUMERIC
               AND rateEffectiveDate <= wsOrigDate
               AND rateEffectiveDate >= wsOrigEffDate
               MOVE rateEffectiveDate TO wsOrigEffDate
               EVALUATE extCategory
                   WHEN 'B'
                       MOVE rateFeeBoth TO wsOrigFee
                   WHEN '1'
                       MOVE rateFeeMult1 TO wsOrigFee
                   WHEN '2'
                       MOVE rateFeeMult2 TO wsOrigFee
                   WHEN OTHER
                       MOVE rateFeeNeither TO wsOrigFee
               END-EVALUATE
               MOVE 'Y' TO wsOrigFound
           END-IF
           PERFORM readRateRecord.

      *> Same latest-on-or-before selection the sweep applies to the
      *> divisor rules, against the segment's own business date.
       selectRateSet.
               MOVE 'Y' TO wsRateFound
           END-IF
           PERFORM readRateRecord.

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
           MOVE "EXERC4PC" TO opsProgram
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
           MOVE "EXERC4PC" TO opsProgram
           MOVE wsSegDate TO opsBusinessDate
           IF opsBusinessDate NOT NUMERIC
               MOVE wsOpsStart(1:8) TO opsBusinessDate
           END-IF
           MOVE wsOpsStart TO opsStartDateTime
           MOVE FUNCTION CURRENT-DATE(1:14) TO opsEndDateTime
           COMPUTE opsRecordsIn = wsPricedCount + wsNoHeaderCount
           MOVE wsPricedCount TO opsRecordsOut
           MOVE wsNoHeaderCount TO opsRecordsRejected
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
