       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc4Ost_15_10_2026.

      *> Morning batch status report. Reads the operations log every
      *> Exerc4 step appends to and, for the business date on the parm
      *> card (blank means the machine date), lists each step the
      *> OPSSCHED schedule expects on that date as OK, WARNING, FAILED
      *> or MISSING: OK when it ended no higher than the schedule's OK
      *> return code, WARNING below 8, FAILED at 8 or over or when its
      *> start event on the date or the day after has no end event
      *> (abended, or still running), MISSING when nothing was logged
      *> for it. With each step go its start, elapsed time, records in,
      *> out and rejected and the message it ended with. A step is
      *> flagged as a long run when it took more than twice its usual
      *> elapsed time - the average of its earlier runs that ended below
      *> 8, once it has enough of them - and at least a minute more; and
      *> as out of order when it started before the step the schedule
      *> names as its predecessor had ended, or ran though that step did
      *> not run, did not end or failed. Steps logged for the date that
      *> the schedule does not expect on it are listed after, for
      *> information. A failed or missing step ends the report RC=8; a
      *> warning, a long run or a step out of order ends it RC=4. A
      *> missing schedule ends it RC=8 with no report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARMCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsParmStatus.

           SELECT SCHED-FILE ASSIGN TO "OPSSCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsSchedStatus.

           SELECT RPT-FILE ASSIGN TO "OSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPS-FILE ASSIGN TO "OPSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsOpsStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PARMCRD.

       FD  SCHED-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY OSCREC.

       FD  RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  rptLine                 PIC X(80).

       FD  OPS-FILE
           RECORD CONTAINS 160 CHARACTERS.
       COPY OPSREC.

       WORKING-STORAGE SECTION.
       01  wsParmStatus        PIC X(2).
       01  wsSchedStatus       PIC X(2).
       01  wsEofFlag           PIC X(1) VALUE 'N'.
       01  wsReportDate        PIC X(8).
       01  wsLogCount          PIC 9(9) VALUE 0.
       01  wsLogFound          PIC X(1) VALUE 'N'.

      *> A step is a long run past this percentage of its usual
      *> elapsed time and this many seconds over it, judged only once
      *> it has this many earlier runs to take the usual from.
       01  wsLongRunPct        PIC 9(3) VALUE 200.
       01  wsLongRunMinSecs    PIC 9(5) VALUE 60.
       01  wsMinHistRuns       PIC 9(3) VALUE 3.

       01  wsDateNum           PIC 9(8).
       01  wsReportDays        PIC 9(7).
       01  wsNextDate          PIC 9(8).
       01  wsDayOfWeek         PIC 9(2).
       01  wsDayOfMonth        PIC 9(2).
       01  wsLastDayOfMonth    PIC X(1) VALUE 'N'.

       01  wsStartDays         PIC 9(7).
       01  wsEndDays           PIC 9(7).
       01  wsStartSecs         PIC 9(5).
       01  wsEndSecs           PIC 9(5).
       01  wsElapsedSecs       PIC S9(7).
       01  wsUsualSecs         PIC 9(7).

       01  wsFindJob           PIC X(8).
       01  wsFindStep          PIC X(8).
       01  wsStatus            PIC X(7).
       01  wsLongRun           PIC X(1).
       01  wsOutOfOrder        PIC X(1).
       01  wsOrderText         PIC X(60).
       01  wsPredIx            PIC 9(3).
       01  wsPredRan           PIC X(1).
       01  wsPredAbended       PIC X(1).
       01  wsPredEnd           PIC X(14).
       01  wsPredRc            PIC 9(4).

       01  wsExpectedCount     PIC 9(3) VALUE 0.
       01  wsOkCount           PIC 9(3) VALUE 0.
       01  wsWarnCount         PIC 9(3) VALUE 0.
       01  wsFailCount         PIC 9(3) VALUE 0.
       01  wsMissCount         PIC 9(3) VALUE 0.
       01  wsLongCount         PIC 9(3) VALUE 0.
       01  wsOrderCount        PIC 9(3) VALUE 0.
       01  wsOtherFailCount    PIC 9(3) VALUE 0.

       01  wsEditSeq           PIC 9(3).
       01  wsEditRc            PIC ZZZ9.
       01  wsEditSecs          PIC ZZZZZZ9.
       01  wsEditUsual         PIC ZZZZZZ9.
       01  wsEditIn            PIC ZZZZZZZZ9.
       01  wsEditOut           PIC ZZZZZZZZ9.
       01  wsEditRej           PIC ZZZZZZZZ9.
       01  wsEditCount         PIC ZZ9.

      *> The schedule, with the date's run of each step against it and
      *> the elapsed history of its earlier runs.
       01  wsSchOverflow       PIC X(1) VALUE 'N'.
       01  wsSchCount          PIC 9(3) VALUE 0.
       01  wsSchIx             PIC 9(3) VALUE 0.
       01  wsSchFoundIx        PIC 9(3) VALUE 0.
       01  wsLineIx            PIC 9(3) VALUE 0.
       01  wsSchMax            PIC 9(3) VALUE 100.
       01  wsSchTable.
           05  wsSchEntry      OCCURS 100 TIMES.
               10  wsSchJob        PIC X(8).
               10  wsSchStep       PIC X(8).
               10  wsSchSeq        PIC 9(3).
               10  wsSchFreq       PIC X(1).
               10  wsSchRunDay     PIC 9(2).
               10  wsSchOkRc       PIC 9(4).
               10  wsSchAfterJob   PIC X(8).
               10  wsSchAfterStep  PIC X(8).
               10  wsSchExpected   PIC X(1).
               10  wsSchRan        PIC X(1).
               10  wsSchAbended    PIC X(1).
               10  wsSchStart      PIC X(14).
               10  wsSchEnd        PIC X(14).
               10  wsSchRc         PIC 9(4).
               10  wsSchIn         PIC 9(9).
               10  wsSchOut        PIC 9(9).
               10  wsSchRej        PIC 9(9).
               10  wsSchElapsed    PIC 9(7).
               10  wsSchMessage    PIC X(60).
               10  wsSchHistRuns   PIC 9(5).
               10  wsSchHistSecs   PIC 9(11).

      *> Steps logged for the date that the schedule does not expect.
       01  wsOthOverflow       PIC X(1) VALUE 'N'.
       01  wsOthCount          PIC 9(3) VALUE 0.
       01  wsOthIx             PIC 9(3) VALUE 0.
       01  wsOthFoundIx        PIC 9(3) VALUE 0.
       01  wsOthMax            PIC 9(3) VALUE 100.
       01  wsOthTable.
           05  wsOthEntry      OCCURS 100 TIMES.
               10  wsOthJob        PIC X(8).
               10  wsOthStep       PIC X(8).
               10  wsOthAbended    PIC X(1).
               10  wsOthStart      PIC X(14).
               10  wsOthEnd        PIC X(14).
               10  wsOthRc         PIC 9(4).
               10  wsOthElapsed    PIC 9(7).
               10  wsOthMessage    PIC X(60).

      *> Start events from the business date on, each ticked off when
      *> its end event turns up.
       01  wsStaOverflow       PIC X(1) VALUE 'N'.
       01  wsStaCount          PIC 9(3) VALUE 0.
       01  wsStaIx             PIC 9(3) VALUE 0.
       01  wsStaMax            PIC 9(3) VALUE 500.
       01  wsStaTable.
           05  wsStaEntry      OCCURS 500 TIMES.
               10  wsStaJob        PIC X(8).
               10  wsStaStep       PIC X(8).
               10  wsStaStart      PIC X(14).
               10  wsStaEnded      PIC X(1).

       01  wsOpsStatus         PIC X(2).
       01  wsOpsJob            PIC X(8) VALUE "EXERC4U".
       01  wsOpsStep           PIC X(8) VALUE "STATUS".
       01  wsOpsStart          PIC X(14).
       01  wsOpsMessage        PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM writeOpsStart

           PERFORM readParmCard
           PERFORM computeCalendar
           PERFORM loadSchedule
           PERFORM readOperationsLog
           PERFORM resolveUnendedStarts

           OPEN OUTPUT RPT-FILE
           PERFORM writeHeadingLines
           PERFORM writeScheduledSteps
           PERFORM writeSummaryLines
           PERFORM writeOtherSteps
           CLOSE RPT-FILE

           DISPLAY "EXERC4 BATCH STATUS " wsReportDate
               ": EXPECTED=" wsExpectedCount
               " OK=" wsOkCount
               " WARNING=" wsWarnCount
               " FAILED=" wsFailCount
               " MISSING=" wsMissCount
               " LONG=" wsLongCount
               " OUT OF ORDER=" wsOrderCount

           EVALUATE TRUE
               WHEN wsFailCount > 0 OR wsMissCount > 0
                   OR wsOtherFailCount > 0
                   MOVE 8 TO RETURN-CODE
               WHEN wsWarnCount > 0 OR wsLongCount > 0
                   OR wsOrderCount > 0
                   OR wsSchOverflow = 'Y' OR wsOthOverflow = 'Y'
                   OR wsStaOverflow = 'Y'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE

           PERFORM writeOpsEnd
           STOP RUN.

       readParmCard.
           MOVE SPACES TO wsReportDate
           OPEN INPUT PARM-FILE
           IF wsParmStatus = "00"
               READ PARM-FILE
                   AT END
                       MOVE "10" TO wsParmStatus
               END-READ
               IF wsParmStatus = "00"
                   MOVE parmBusinessDate TO wsReportDate
               END-IF
               CLOSE PARM-FILE
           END-IF
           IF wsReportDate = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO wsReportDate
           END-IF
           IF wsReportDate NOT NUMERIC
               DISPLAY "PARMCARD BUSINESS DATE NOT NUMERIC - NO "
                   "STATUS REPORT"
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF.

      *> Weekday 1 is Monday: day 1 of the integer calendar, 1 January
      *> 1601, was a Monday.
       computeCalendar.
           MOVE wsReportDate TO wsDateNum
           COMPUTE wsReportDays = FUNCTION INTEGER-OF-DATE(wsDateNum)
           COMPUTE wsDayOfWeek =
               FUNCTION MOD(wsReportDays - 1, 7) + 1
           MOVE wsReportDate(7:2) TO wsDayOfMonth
           COMPUTE wsNextDate =
               FUNCTION DATE-OF-INTEGER(wsReportDays + 1)
           IF wsNextDate(7:2) = "01"
               MOVE 'Y' TO wsLastDayOfMonth
           END-IF.

       loadSchedule.
           OPEN INPUT SCHED-FILE
           IF wsSchedStatus NOT = "00"
               DISPLAY "EXERC4 BATCH STATUS: OPSSCHED MISSING OR "
                   "UNREADABLE - NO STATUS REPORT"
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF
           MOVE 'N' TO wsEofFlag
           PERFORM readScheduleRecord
           PERFORM storeScheduleRecord UNTIL
               wsEofFlag = 'Y'
           CLOSE SCHED-FILE.

       readScheduleRecord.
           READ SCHED-FILE
               AT END
                   MOVE 'Y' TO wsEofFlag
           END-READ.

       storeScheduleRecord.
           IF oscJobName NOT = SPACES
               IF wsSchCount < wsSchMax
                   ADD 1 TO wsSchCount
                   PERFORM initScheduleEntry
               ELSE
                   MOVE 'Y' TO wsSchOverflow
               END-IF
           END-IF
           PERFORM readScheduleRecord.

       initScheduleEntry.
           MOVE oscJobName TO wsSchJob(wsSchCount)
           MOVE oscStepName TO wsSchStep(wsSchCount)
           MOVE oscSequence TO wsSchSeq(wsSchCount)
           MOVE oscFrequency TO wsSchFreq(wsSchCount)
           MOVE oscRunDay TO wsSchRunDay(wsSchCount)
           MOVE oscOkReturnCode TO wsSchOkRc(wsSchCount)
           MOVE oscAfterJob TO wsSchAfterJob(wsSchCount)
           MOVE oscAfterStep TO wsSchAfterStep(wsSchCount)
           MOVE 'N' TO wsSchExpected(wsSchCount)
           EVALUATE TRUE
               WHEN oscDaily
                   MOVE 'Y' TO wsSchExpected(wsSchCount)
               WHEN oscWeekly
                   IF oscRunDay = wsDayOfWeek
                       MOVE 'Y' TO wsSchExpected(wsSchCount)
                   END-IF
               WHEN oscMonthly
                   IF oscRunDay = wsDayOfMonth
                       OR (oscRunDay = 0 AND wsLastDayOfMonth = 'Y')
                       MOVE 'Y' TO wsSchExpected(wsSchCount)
                   END-IF
           END-EVALUATE
           MOVE 'N' TO wsSchRan(wsSchCount)
           MOVE 'N' TO wsSchAbended(wsSchCount)
           MOVE SPACES TO wsSchStart(wsSchCount)
           MOVE SPACES TO wsSchEnd(wsSchCount)
           MOVE 0 TO wsSchRc(wsSchCount)
           MOVE 0 TO wsSchIn(wsSchCount)
           MOVE 0 TO wsSchOut(wsSchCount)
           MOVE 0 TO wsSchRej(wsSchCount)
           MOVE 0 TO wsSchElapsed(wsSchCount)
           MOVE SPACES TO wsSchMessage(wsSchCount)
           MOVE 0 TO wsSchHistRuns(wsSchCount)
           MOVE 0 TO wsSchHistSecs(wsSchCount)
           IF wsSchExpected(wsSchCount) = 'Y'
               ADD 1 TO wsExpectedCount
           END-IF.

      *> One pass over the log. This step's own events are passed over
      *> - its start event is already on the log as it reads.
       readOperationsLog.
           OPEN INPUT OPS-FILE
           IF wsOpsStatus = "00"
               MOVE 'Y' TO wsLogFound
               MOVE 'N' TO wsEofFlag
               PERFORM readLogRecord
               PERFORM processLogRecord UNTIL
                   wsEofFlag = 'Y'
               CLOSE OPS-FILE
           ELSE
               DISPLAY "EXERC4 BATCH STATUS: OPSLOG OPEN FAILED STATUS "
                   wsOpsStatus " - EVERY STEP REPORTED MISSING"
           END-IF.

       readLogRecord.
           READ OPS-FILE
               AT END
                   MOVE 'Y' TO wsEofFlag
           END-READ.

       processLogRecord.
           ADD 1 TO wsLogCount
           IF opsJobName NOT = wsOpsJob OR opsStepName NOT = wsOpsStep
               EVALUATE TRUE
                   WHEN opsStartEvent
                       PERFORM storeStartEvent
                   WHEN opsEndEvent
                       PERFORM storeEndEvent
               END-EVALUATE
           END-IF
           PERFORM readLogRecord.

      *> Only starts inside the date's batch window - the date itself
      *> and the day after, for steps that run past midnight - are
      *> kept, so an abend on a later day, or a step still running
      *> when the report runs days later, is never taken for the
      *> date's run.
       storeStartEvent.
           IF opsStartDateTime(1:8) = wsReportDate
               OR opsStartDateTime(1:8) = wsNextDate
               IF wsStaCount < wsStaMax
                   ADD 1 TO wsStaCount
                   MOVE opsJobName TO wsStaJob(wsStaCount)
                   MOVE opsStepName TO wsStaStep(wsStaCount)
                   MOVE opsStartDateTime TO wsStaStart(wsStaCount)
                   MOVE 'N' TO wsStaEnded(wsStaCount)
               ELSE
                   MOVE 'Y' TO wsStaOverflow
               END-IF
           END-IF.

      *> An end event closes the start event with the same job, step
      *> and start time. One dated before the business date adds to the
      *> step's elapsed history unless it failed; one dated on it is
      *> the step's run for the date - the latest started, when it was
      *> rerun.
       storeEndEvent.
           MOVE 0 TO wsStaIx
           PERFORM tickStartEvent UNTIL
               wsStaIx >= wsStaCount
           PERFORM computeElapsed
           MOVE opsJobName TO wsFindJob
           MOVE opsStepName TO wsFindStep
           PERFORM findScheduleEntry
           IF opsBusinessDate < wsReportDate
               IF wsSchFoundIx > 0 AND opsReturnCode < 8
                   ADD 1 TO wsSchHistRuns(wsSchFoundIx)
                   ADD wsElapsedSecs TO wsSchHistSecs(wsSchFoundIx)
               END-IF
           END-IF
           IF opsBusinessDate = wsReportDate
               IF wsSchFoundIx > 0
                   IF wsSchExpected(wsSchFoundIx) = 'Y'
                       PERFORM storeScheduledRun
                   ELSE
                       PERFORM storeOtherRun
                   END-IF
               ELSE
                   PERFORM storeOtherRun
               END-IF
           END-IF.

       tickStartEvent.
           ADD 1 TO wsStaIx
           IF wsStaJob(wsStaIx) = opsJobName
               AND wsStaStep(wsStaIx) = opsStepName
               AND wsStaStart(wsStaIx) = opsStartDateTime
               MOVE 'Y' TO wsStaEnded(wsStaIx)
           END-IF.

       computeElapsed.
           IF opsStartDateTime(1:8) NUMERIC
               AND opsEndDateTime(1:8) NUMERIC
               MOVE opsStartDateTime(1:8) TO wsDateNum
               COMPUTE wsStartDays =
                   FUNCTION INTEGER-OF-DATE(wsDateNum)
               MOVE opsEndDateTime(1:8) TO wsDateNum
               COMPUTE wsEndDays =
                   FUNCTION INTEGER-OF-DATE(wsDateNum)
               COMPUTE wsStartSecs =
                   FUNCTION NUMVAL(opsStartDateTime(9:2)) * 3600
                   + FUNCTION NUMVAL(opsStartDateTime(11:2)) * 60
                   + FUNCTION NUMVAL(opsStartDateTime(13:2))
               COMPUTE wsEndSecs =
                   FUNCTION NUMVAL(opsEndDateTime(9:2)) * 3600
                   + FUNCTION NUMVAL(opsEndDateTime(11:2)) * 60
                   + FUNCTION NUMVAL(opsEndDateTime(13:2))
               COMPUTE wsElapsedSecs =
                   (wsEndDays - wsStartDays) * 86400
                   + wsEndSecs - wsStartSecs
               IF wsElapsedSecs < 0
                   MOVE 0 TO wsElapsedSecs
               END-IF
           ELSE
               MOVE 0 TO wsElapsedSecs
           END-IF.

       storeScheduledRun.
           IF wsSchRan(wsSchFoundIx) = 'N'
               OR opsStartDateTime > wsSchStart(wsSchFoundIx)
               MOVE 'Y' TO wsSchRan(wsSchFoundIx)
               MOVE 'N' TO wsSchAbended(wsSchFoundIx)
               MOVE opsStartDateTime TO wsSchStart(wsSchFoundIx)
               MOVE opsEndDateTime TO wsSchEnd(wsSchFoundIx)
               MOVE opsReturnCode TO wsSchRc(wsSchFoundIx)
               MOVE opsRecordsIn TO wsSchIn(wsSchFoundIx)
               MOVE opsRecordsOut TO wsSchOut(wsSchFoundIx)
               MOVE opsRecordsRejected TO wsSchRej(wsSchFoundIx)
               MOVE wsElapsedSecs TO wsSchElapsed(wsSchFoundIx)
               MOVE opsMessage TO wsSchMessage(wsSchFoundIx)
           END-IF.

       storeOtherRun.
           PERFORM findOtherEntry
           IF wsOthFoundIx = 0
               IF wsOthCount < wsOthMax
                   ADD 1 TO wsOthCount
                   MOVE wsOthCount TO wsOthFoundIx
                   MOVE opsJobName TO wsOthJob(wsOthFoundIx)
                   MOVE opsStepName TO wsOthStep(wsOthFoundIx)
                   MOVE SPACES TO wsOthStart(wsOthFoundIx)
               ELSE
                   MOVE 'Y' TO wsOthOverflow
               END-IF
           END-IF
           IF wsOthFoundIx > 0
               IF opsStartDateTime > wsOthStart(wsOthFoundIx)
                   OR wsOthStart(wsOthFoundIx) = SPACES
                   MOVE 'N' TO wsOthAbended(wsOthFoundIx)
                   MOVE opsStartDateTime TO wsOthStart(wsOthFoundIx)
                   MOVE opsEndDateTime TO wsOthEnd(wsOthFoundIx)
                   MOVE opsReturnCode TO wsOthRc(wsOthFoundIx)
                   MOVE wsElapsedSecs TO wsOthElapsed(wsOthFoundIx)
                   MOVE opsMessage TO wsOthMessage(wsOthFoundIx)
               END-IF
           END-IF.

       findScheduleEntry.
           MOVE 0 TO wsSchFoundIx
           MOVE 0 TO wsSchIx
           PERFORM scanScheduleEntry UNTIL
               wsSchIx >= wsSchCount OR wsSchFoundIx > 0.

       scanScheduleEntry.
           ADD 1 TO wsSchIx
           IF wsSchJob(wsSchIx) = wsFindJob
               AND wsSchStep(wsSchIx) = wsFindStep
               MOVE wsSchIx TO wsSchFoundIx
           END-IF.

       findOtherEntry.
           MOVE 0 TO wsOthFoundIx
           MOVE 0 TO wsOthIx
           PERFORM scanOtherEntry UNTIL
               wsOthIx >= wsOthCount OR wsOthFoundIx > 0.

       scanOtherEntry.
           ADD 1 TO wsOthIx
           IF wsOthJob(wsOthIx) = wsFindJob
               AND wsOthStep(wsOthIx) = wsFindStep
               MOVE wsOthIx TO wsOthFoundIx
           END-IF.

      *> A start event still open after the pass is a run that never
      *> ended. It is the step's run for the date unless a later
      *> start of the same step did end - a rerun that came good.
       resolveUnendedStarts.
           MOVE 0 TO wsStaIx
           PERFORM resolveStartEvent UNTIL
               wsStaIx >= wsStaCount.

       resolveStartEvent.
           ADD 1 TO wsStaIx
           IF wsStaEnded(wsStaIx) = 'N'
               MOVE wsStaJob(wsStaIx) TO wsFindJob
               MOVE wsStaStep(wsStaIx) TO wsFindStep
               PERFORM findScheduleEntry
               IF wsSchFoundIx > 0
                   IF wsSchExpected(wsSchFoundIx) = 'Y'
                       PERFORM markScheduledAbend
                   ELSE
                       PERFORM markOtherAbend
                   END-IF
               ELSE
                   PERFORM markOtherAbend
               END-IF
           END-IF.

       markScheduledAbend.
           IF wsSchRan(wsSchFoundIx) = 'N'
               OR wsStaStart(wsStaIx) > wsSchStart(wsSchFoundIx)
               MOVE 'Y' TO wsSchRan(wsSchFoundIx)
               MOVE 'Y' TO wsSchAbended(wsSchFoundIx)
               MOVE wsStaStart(wsStaIx) TO wsSchStart(wsSchFoundIx)
               MOVE SPACES TO wsSchEnd(wsSchFoundIx)
               MOVE 0 TO wsSchRc(wsSchFoundIx)
               MOVE 0 TO wsSchIn(wsSchFoundIx)
               MOVE 0 TO wsSchOut(wsSchFoundIx)
               MOVE 0 TO wsSchRej(wsSchFoundIx)
               MOVE 0 TO wsSchElapsed(wsSchFoundIx)
               MOVE "NO END RECORD - ABENDED OR STILL RUNNING"
                   TO wsSchMessage(wsSchFoundIx)
           END-IF.

       markOtherAbend.
           PERFORM findOtherEntry
           IF wsOthFoundIx = 0
               IF wsOthCount < wsOthMax
                   ADD 1 TO wsOthCount
                   MOVE wsOthCount TO wsOthFoundIx
                   MOVE wsFindJob TO wsOthJob(wsOthFoundIx)
                   MOVE wsFindStep TO wsOthStep(wsOthFoundIx)
                   MOVE SPACES TO wsOthStart(wsOthFoundIx)
               ELSE
                   MOVE 'Y' TO wsOthOverflow
               END-IF
           END-IF
           IF wsOthFoundIx > 0
               IF wsStaStart(wsStaIx) > wsOthStart(wsOthFoundIx)
                   OR wsOthStart(wsOthFoundIx) = SPACES
                   MOVE 'Y' TO wsOthAbended(wsOthFoundIx)
                   MOVE wsStaStart(wsStaIx) TO wsOthStart(wsOthFoundIx)
                   MOVE SPACES TO wsOthEnd(wsOthFoundIx)
                   MOVE 0 TO wsOthRc(wsOthFoundIx)
                   MOVE 0 TO wsOthElapsed(wsOthFoundIx)
                   MOVE "NO END RECORD - ABENDED OR STILL RUNNING"
                       TO wsOthMessage(wsOthFoundIx)
               END-IF
           END-IF.

       writeHeadingLines.
           MOVE SPACES TO rptLine
           STRING "EXERC4 MORNING BATCH STATUS - BUSINESS DATE "
               DELIMITED BY SIZE
               wsReportDate DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine
           MOVE SPACES TO rptLine
           STRING "PRODUCED " DELIMITED BY SIZE
               wsOpsStart DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine
           IF wsLogFound = 'N'
               MOVE "WARNING: OPSLOG COULD NOT BE READ - NO STEP HAS "
                   TO rptLine
               WRITE rptLine
               MOVE "BEEN SEEN TO RUN" TO rptLine
               WRITE rptLine
           END-IF
           IF wsSchOverflow = 'Y'
               MOVE "WARNING: OPSSCHED HOLDS MORE STEPS THAN THE TABLE "
                   TO rptLine
               WRITE rptLine
               MOVE "- THE STEPS PAST IT ARE NOT CHECKED" TO rptLine
               WRITE rptLine
           END-IF
           IF wsStaOverflow = 'Y'
               MOVE "WARNING: MORE START EVENTS THAN THE TABLE HOLDS - "
                   TO rptLine
               WRITE rptLine
               MOVE "SOME ABENDS MAY NOT BE SHOWN" TO rptLine
               WRITE rptLine
           END-IF
           MOVE SPACES TO rptLine
           WRITE rptLine
           MOVE "SEQ JOB      STEP     STATUS    RC STARTED" TO rptLine
           MOVE "ELAPSED   USUAL" TO rptLine(51:15)
           WRITE rptLine.

       writeScheduledSteps.
           MOVE 0 TO wsLineIx
           PERFORM writeScheduledStep UNTIL
               wsLineIx >= wsSchCount.

       writeScheduledStep.
           ADD 1 TO wsLineIx
           IF wsSchExpected(wsLineIx) = 'Y'
               PERFORM judgeScheduledStep
               PERFORM checkLongRun
               PERFORM checkRunOrder
               PERFORM writeStepLines
           END-IF.

       judgeScheduledStep.
           EVALUATE TRUE
               WHEN wsSchRan(wsLineIx) = 'N'
                   MOVE "MISSING" TO wsStatus
                   ADD 1 TO wsMissCount
               WHEN wsSchAbended(wsLineIx) = 'Y'
                   MOVE "FAILED" TO wsStatus
                   ADD 1 TO wsFailCount
               WHEN wsSchRc(wsLineIx) NOT > wsSchOkRc(wsLineIx)
                   MOVE "OK" TO wsStatus
                   ADD 1 TO wsOkCount
               WHEN wsSchRc(wsLineIx) < 8
                   MOVE "WARNING" TO wsStatus
                   ADD 1 TO wsWarnCount
               WHEN OTHER
                   MOVE "FAILED" TO wsStatus
                   ADD 1 TO wsFailCount
           END-EVALUATE.

       checkLongRun.
           MOVE 'N' TO wsLongRun
           MOVE 0 TO wsUsualSecs
           IF wsSchHistRuns(wsLineIx) >= wsMinHistRuns
               COMPUTE wsUsualSecs ROUNDED =
                   wsSchHistSecs(wsLineIx) / wsSchHistRuns(wsLineIx)
               IF wsSchRan(wsLineIx) = 'Y'
                   AND wsSchAbended(wsLineIx) = 'N'
                   AND wsSchElapsed(wsLineIx) * 100 >
                       wsUsualSecs * wsLongRunPct
                   AND wsSchElapsed(wsLineIx) - wsUsualSecs >=
                       wsLongRunMinSecs
                   MOVE 'Y' TO wsLongRun
                   ADD 1 TO wsLongCount
               END-IF
           END-IF.

      *> A predecessor the schedule does not expect on the date is no
      *> constraint; one off the schedule is looked for among the other
      *> steps logged for the date.
       checkRunOrder.
           MOVE 'N' TO wsOutOfOrder
           MOVE SPACES TO wsOrderText
           IF wsSchRan(wsLineIx) = 'Y'
               AND wsSchAfterJob(wsLineIx) NOT = SPACES
               MOVE wsSchAfterJob(wsLineIx) TO wsFindJob
               MOVE wsSchAfterStep(wsLineIx) TO wsFindStep
               PERFORM findPredecessorRun
               IF wsPredIx > 0
                   PERFORM judgeRunOrder
               END-IF
           END-IF.

       findPredecessorRun.
           MOVE 0 TO wsPredIx
           MOVE 'N' TO wsPredRan
           MOVE 'N' TO wsPredAbended
           MOVE SPACES TO wsPredEnd
           MOVE 0 TO wsPredRc
           PERFORM findScheduleEntry
           IF wsSchFoundIx > 0
               IF wsSchExpected(wsSchFoundIx) = 'Y'
                   MOVE wsSchFoundIx TO wsPredIx
                   MOVE wsSchRan(wsSchFoundIx) TO wsPredRan
                   MOVE wsSchAbended(wsSchFoundIx) TO wsPredAbended
                   MOVE wsSchEnd(wsSchFoundIx) TO wsPredEnd
                   MOVE wsSchRc(wsSchFoundIx) TO wsPredRc
               END-IF
           ELSE
               MOVE 999 TO wsPredIx
               PERFORM findOtherEntry
               IF wsOthFoundIx > 0
                   MOVE 'Y' TO wsPredRan
                   MOVE wsOthAbended(wsOthFoundIx) TO wsPredAbended
                   MOVE wsOthEnd(wsOthFoundIx) TO wsPredEnd
                   MOVE wsOthRc(wsOthFoundIx) TO wsPredRc
               END-IF
           END-IF.

       judgeRunOrder.
           EVALUATE TRUE
               WHEN wsPredRan = 'N'
                   STRING "RAN THOUGH " DELIMITED BY SIZE
                       wsFindJob DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       wsFindStep DELIMITED BY SPACE
                       " HAS NOT RUN" DELIMITED BY SIZE
                       INTO wsOrderText
               WHEN wsPredAbended = 'Y'
                   STRING "RAN THOUGH " DELIMITED BY SIZE
                       wsFindJob DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       wsFindStep DELIMITED BY SPACE
                       " HAS NOT ENDED" DELIMITED BY SIZE
                       INTO wsOrderText
               WHEN wsPredEnd > wsSchStart(wsLineIx)
                   STRING "STARTED BEFORE " DELIMITED BY SIZE
                       wsFindJob DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       wsFindStep DELIMITED BY SPACE
                       " ENDED AT " DELIMITED BY SIZE
                       wsPredEnd DELIMITED BY SIZE
                       INTO wsOrderText
               WHEN wsPredRc >= 8
                   STRING "RAN THOUGH " DELIMITED BY SIZE
                       wsFindJob DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       wsFindStep DELIMITED BY SPACE
                       " FAILED" DELIMITED BY SIZE
                       INTO wsOrderText
           END-EVALUATE
           IF wsOrderText NOT = SPACES
               MOVE 'Y' TO wsOutOfOrder
               ADD 1 TO wsOrderCount
           END-IF.

       writeStepLines.
           MOVE SPACES TO rptLine
           MOVE wsSchSeq(wsLineIx) TO wsEditSeq
           MOVE wsEditSeq TO rptLine(1:3)
           MOVE wsSchJob(wsLineIx) TO rptLine(5:8)
           MOVE wsSchStep(wsLineIx) TO rptLine(14:8)
           MOVE wsStatus TO rptLine(23:7)
           IF wsSchRan(wsLineIx) = 'Y'
               IF wsSchAbended(wsLineIx) = 'N'
                   MOVE wsSchRc(wsLineIx) TO wsEditRc
                   MOVE wsEditRc TO rptLine(31:4)
                   MOVE wsSchElapsed(wsLineIx) TO wsEditSecs
                   MOVE wsEditSecs TO rptLine(51:7)
               END-IF
               MOVE wsSchStart(wsLineIx) TO rptLine(36:14)
           END-IF
           IF wsSchHistRuns(wsLineIx) >= wsMinHistRuns
               MOVE wsUsualSecs TO wsEditUsual
               MOVE wsEditUsual TO rptLine(59:7)
           END-IF
           WRITE rptLine

           IF wsSchRan(wsLineIx) = 'N'
               MOVE "    NO RUN LOGGED FOR THE BUSINESS DATE" TO rptLine
               WRITE rptLine
           ELSE
               IF wsSchAbended(wsLineIx) = 'N'
                   MOVE SPACES TO rptLine
                   MOVE wsSchIn(wsLineIx) TO wsEditIn
                   MOVE wsSchOut(wsLineIx) TO wsEditOut
                   MOVE wsSchRej(wsLineIx) TO wsEditRej
                   STRING "    IN " DELIMITED BY SIZE
                       wsEditIn DELIMITED BY SIZE
                       "  OUT " DELIMITED BY SIZE
                       wsEditOut DELIMITED BY SIZE
                       "  REJECTED " DELIMITED BY SIZE
                       wsEditRej DELIMITED BY SIZE
                       INTO rptLine
                   WRITE rptLine
               END-IF
               MOVE SPACES TO rptLine
               MOVE wsSchMessage(wsLineIx) TO rptLine(5:60)
               WRITE rptLine
           END-IF

           IF wsLongRun = 'Y'
               MOVE SPACES TO rptLine
               MOVE wsSchElapsed(wsLineIx) TO wsEditSecs
               MOVE wsUsualSecs TO wsEditUsual
               STRING "    ** LONG RUN - " DELIMITED BY SIZE
                   wsEditSecs DELIMITED BY SIZE
                   " SECONDS AGAINST A USUAL " DELIMITED BY SIZE
                   wsEditUsual DELIMITED BY SIZE
                   INTO rptLine
               WRITE rptLine
           END-IF
           IF wsOutOfOrder = 'Y'
               MOVE SPACES TO rptLine
               STRING "    ** OUT OF ORDER - " DELIMITED BY SIZE
                   wsOrderText DELIMITED BY SIZE
                   INTO rptLine
               WRITE rptLine
           END-IF.

       writeSummaryLines.
           MOVE SPACES TO rptLine
           WRITE rptLine
           MOVE SPACES TO rptLine
           MOVE wsExpectedCount TO wsEditCount
           STRING "STEPS EXPECTED " DELIMITED BY SIZE
               wsEditCount DELIMITED BY SIZE
               INTO rptLine
           MOVE wsOkCount TO wsEditCount
           STRING "  OK " DELIMITED BY SIZE
               wsEditCount DELIMITED BY SIZE
               INTO rptLine(19:9)
           MOVE wsWarnCount TO wsEditCount
           STRING "  WARNING " DELIMITED BY SIZE
               wsEditCount DELIMITED BY SIZE
               INTO rptLine(28:14)
           MOVE wsFailCount TO wsEditCount
           STRING "  FAILED " DELIMITED BY SIZE
               wsEditCount DELIMITED BY SIZE
               INTO rptLine(42:13)
           MOVE wsMissCount TO wsEditCount
           STRING "  MISSING " DELIMITED BY SIZE
               wsEditCount DELIMITED BY SIZE
               INTO rptLine(55:14)
           WRITE rptLine
           MOVE SPACES TO rptLine
           MOVE wsLongCount TO wsEditCount
           STRING "LONG RUNS " DELIMITED BY SIZE
               wsEditCount DELIMITED BY SIZE
               INTO rptLine
           MOVE wsOrderCount TO wsEditCount
           STRING "  OUT OF ORDER " DELIMITED BY SIZE
               wsEditCount DELIMITED BY SIZE
               INTO rptLine(14:18)
           WRITE rptLine.

       writeOtherSteps.
           MOVE SPACES TO rptLine
           WRITE rptLine
           MOVE "OTHER STEPS LOGGED FOR THE BUSINESS DATE" TO rptLine
           WRITE rptLine
           IF wsOthOverflow = 'Y'
               MOVE "WARNING: MORE STEPS THAN THE TABLE HOLDS - SOME "
                   TO rptLine
               WRITE rptLine
               MOVE "ARE NOT SHOWN" TO rptLine
               WRITE rptLine
           END-IF
           IF wsOthCount = 0
               MOVE "    NONE" TO rptLine
               WRITE rptLine
           END-IF
           MOVE 0 TO wsOthIx
           PERFORM writeOtherStep UNTIL
               wsOthIx >= wsOthCount.

       writeOtherStep.
           ADD 1 TO wsOthIx
           EVALUATE TRUE
               WHEN wsOthAbended(wsOthIx) = 'Y'
                   MOVE "FAILED" TO wsStatus
                   ADD 1 TO wsOtherFailCount
               WHEN wsOthRc(wsOthIx) = 0
                   MOVE "OK" TO wsStatus
               WHEN wsOthRc(wsOthIx) < 8
                   MOVE "WARNING" TO wsStatus
               WHEN OTHER
                   MOVE "FAILED" TO wsStatus
                   ADD 1 TO wsOtherFailCount
           END-EVALUATE
           MOVE SPACES TO rptLine
           MOVE wsOthJob(wsOthIx) TO rptLine(5:8)
           MOVE wsOthStep(wsOthIx) TO rptLine(14:8)
           MOVE wsStatus TO rptLine(23:7)
           IF wsOthAbended(wsOthIx) = 'N'
               MOVE wsOthRc(wsOthIx) TO wsEditRc
               MOVE wsEditRc TO rptLine(31:4)
               MOVE wsOthElapsed(wsOthIx) TO wsEditSecs
               MOVE wsEditSecs TO rptLine(51:7)
           END-IF
           MOVE wsOthStart(wsOthIx) TO rptLine(36:14)
           WRITE rptLine
           MOVE SPACES TO rptLine
           MOVE wsOthMessage(wsOthIx) TO rptLine(5:60)
           WRITE rptLine.

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
           MOVE "EXERC4OS" TO opsProgram
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
           MOVE "EXERC4OS" TO opsProgram
           MOVE wsReportDate TO opsBusinessDate
           IF opsBusinessDate NOT NUMERIC
               MOVE wsOpsStart(1:8) TO opsBusinessDate
           END-IF
           MOVE wsOpsStart TO opsStartDateTime
           MOVE FUNCTION CURRENT-DATE(1:14) TO opsEndDateTime
           MOVE wsLogCount TO opsRecordsIn
           MOVE wsExpectedCount TO opsRecordsOut
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
