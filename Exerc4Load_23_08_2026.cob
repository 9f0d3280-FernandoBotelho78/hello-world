      *> and divisor sets, both run dates) and listed on the
      *> reclassification report, the history the help desk needs
      *> when a charge differs from last month's.
      *> A reversal record marks its original's master record
      *> reversed (with the reversal's date and key) instead of
      *> replacing it, journals the back-out as a reversal entry and
      *> lists it on the report. Reloading a date whose key has since
      *> been reversed keeps the reversal marking - the rerun
      *> refreshes the same classification it cancelled.
      *> A record released from the high-value hold queue is loaded
      *> as of the business date it arrived on (divisors and run date
      *> both), not the day it went out - unless the key has since
      *> been classified on a later date, which then stands.
      *> Every master change is journaled, not only the category
      *> changes - adds, same-category refreshes, reversals and the
      *> released items skipped for a later classification - each
      *> entry carrying the master record as written, the business
      *> date of the record that made the change and this run's
      *> timestamp, so the point-in-time recovery can rebuild the
      *> master from a backup by replaying the journal.
      *> The master keeps a record's amount as sent, with its
      *> currency, rather than the base-currency value the classified
      *> record carries - a reversal is matched against what the
      *> source system sent, and the base value is the amount at the
      *> rate in force on the record's run date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT RCL-FILE ASSIGN TO "RCLRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPS-FILE ASSIGN TO "OPSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsOpsStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
       COPY CLSMREC.

       FD  JRN-FILE
           RECORD CONTAINS 120 CHARACTERS.
       COPY JRNREC.

       FD  RCL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  rclLine                 PIC X(80).

       FD  OPS-FILE
           RECORD CONTAINS 160 CHARACTERS.
       COPY OPSREC.

       WORKING-STORAGE SECTION.
       01  numLimite           PIC 9(7).
       01  multiple1           PIC 9(3).
       01  wsJrnStatus         PIC X(2).
       01  wsEofFlag           PIC X(1) VALUE 'N'.
       01  wsRunDate           PIC X(8).
       01  wsPostedAt          PIC X(14).
       01  wsLoadCount         PIC 9(7) VALUE 0.
       01  wsReplaceCount      PIC 9(7) VALUE 0.
       01  wsSkipCount         PIC 9(7) VALUE 0.
       01  wsReclassCount      PIC 9(7) VALUE 0.
       01  wsReversedCount     PIC 9(7) VALUE 0.
       01  wsRevMissCount      PIC 9(7) VALUE 0.
       01  wsOldReversalFlag   PIC X(1).
       01  wsOldReversalDate   PIC X(8).
       01  wsOldReversalKey    PIC X(7).
       01  wsEditReversed      PIC ZZZZZZ9.
       01  wsOldCategory       PIC X(1).
       01  wsOldNumLimite      PIC 9(7).
       01  wsOldMultiple1      PIC 9(3).
       01  wsBusinessDate      PIC X(8).
       01  wsDateTo            PIC X(8).
       01  wsCurLoadDate       PIC X(8) VALUE SPACES.
       01  wsClsLoadDate       PIC X(8) VALUE SPACES.
       01  wsCardNumLimite     PIC 9(7) VALUE 0.
       01  wsCardMultiple1     PIC 9(3) VALUE 0.
       01  wsCardMultiple2     PIC 9(3) VALUE 0.

       01  wsOpsStatus         PIC X(2).
       01  wsOpsJob            PIC X(8) VALUE "EXERC4".
       01  wsOpsStep           PIC X(8) VALUE "LOADMST".
       01  wsOpsStart          PIC X(14).
       01  wsOpsMessage        PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM writeOpsStart

           MOVE FUNCTION CURRENT-DATE(1:8) TO wsRunDate
           MOVE FUNCTION CURRENT-DATE(1:14) TO wsPostedAt

           PERFORM readParmCard

               DISPLAY "CLASFILE MISSING OR UNREADABLE - "
                   "MASTER NOT LOADED"
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF

           IF wsMasterStatus NOT = "00"
               DISPLAY "CLSMAST OPEN FAILED STATUS " wsMasterStatus
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF

           DISPLAY "EXERC4 MASTER LOAD: WRITTEN=" wsLoadCount
               " REPLACED=" wsReplaceCount
               " RECLASSIFIED=" wsReclassCount
               " REVERSED=" wsReversedCount
               " OTHER-RUNS-SKIPPED=" wsSkipCount
           IF wsRevMissCount > 0
               DISPLAY "EXERC4 MASTER LOAD: " wsRevMissCount
                   " REVERSAL(S) WHOSE ORIGINAL IS NOT ON THE MASTER"
                   " AS CLASSIFIED - SEE RCLRPT"
               MOVE 4 TO RETURN-CODE
           END-IF

           PERFORM writeOpsEnd
           STOP RUN.

       openJournalFile.
               DISPLAY "JRNFILE OPEN FAILED STATUS " wsJrnStatus
                   " - MASTER NOT LOADED"
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF.

       openReclassReport.
           OPEN OUTPUT RCL-FILE
           MOVE "EXERC4 KEYS RECLASSIFIED OR REVERSED THIS RUN"
               TO rclLine
           WRITE rclLine
           MOVE SPACES TO rclLine
           STRING "RUN DATES " DELIMITED BY SIZE
                   CLOSE PARM-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF.

      *> with the from-date's divisors would answer the help desk's
      *> "divisors in force that run" question wrongly.
       selectRuleForDate.
           MOVE wsClsLoadDate TO wsCurLoadDate
           MOVE wsCardNumLimite TO numLimite
           MOVE wsCardMultiple1 TO multiple1
           MOVE wsCardMultiple2 TO multiple2
               OR clsBusinessDate > wsDateTo
               ADD 1 TO wsSkipCount
           ELSE
               MOVE clsBusinessDate TO wsClsLoadDate
               IF clsReleasedEntry
                   MOVE clsOrigBusinessDate TO wsClsLoadDate
               END-IF
               IF wsClsLoadDate NOT = wsCurLoadDate
                   PERFORM selectRuleForDate
               END-IF
               IF clsReversalEntry
                   PERFORM markMasterReversed
               ELSE
                   PERFORM replaceMasterRecord
               END-IF
           END-IF
           PERFORM readClassRecord.

       replaceMasterRecord.
           MOVE clsKey TO clsmKey
           READ MASTER-FILE
           EVALUATE TRUE
               WHEN wsMasterStatus = "00" AND clsReleasedEntry
                   AND clsmRunDate > wsClsLoadDate
                   ADD 1 TO wsSkipCount
                   PERFORM journalSkippedRelease
               WHEN wsMasterStatus = "00"
                   PERFORM refreshMasterRecord
               WHEN OTHER
                   PERFORM buildMasterRecord
                   WRITE clsmRecord
                   ADD 1 TO wsLoadCount
                   PERFORM journalMasterAdd
           END-EVALUATE.

       refreshMasterRecord.
           MOVE clsmCategory TO wsOldCategory
           MOVE clsmNumLimite TO wsOldNumLimite
           MOVE clsmMultiple1 TO wsOldMultiple1
           MOVE clsmMultiple2 TO wsOldMultiple2
           MOVE clsmRunDate TO wsOldRunDate
           MOVE clsmReversalFlag TO wsOldReversalFlag
           MOVE clsmReversalDate TO wsOldReversalDate
           MOVE clsmReversalKey TO wsOldReversalKey
           PERFORM buildMasterRecord
           IF wsOldRunDate = wsClsLoadDate
               MOVE wsOldReversalFlag TO clsmReversalFlag
               MOVE wsOldReversalDate TO clsmReversalDate
               MOVE wsOldReversalKey TO clsmReversalKey
           END-IF
           IF wsOldCategory NOT = clsCategory
               PERFORM journalCategoryChange
           ELSE
               PERFORM journalMasterRefresh
           END-IF
           REWRITE clsmRecord
           ADD 1 TO wsReplaceCount.

      *> The sweep only backs out an original that was the master's
      *> standing, unreversed classification, so a miss here means the
      *> master changed between the sweep and the load - reported,
      *> not applied. A reversal already marked by an earlier attempt
      *> of this load is left alone without a second journal entry.
       markMasterReversed.
           MOVE clsKey TO clsmKey
           READ MASTER-FILE
           EVALUATE TRUE
               WHEN wsMasterStatus NOT = "00"
                   OR clsmRunDate NOT = clsOrigBusinessDate
                   ADD 1 TO wsRevMissCount
                   PERFORM writeReversalMissLine
               WHEN clsmReversed
                   AND clsmReversalDate = clsBusinessDate
                   AND clsmReversalKey = clsReversalKey
                   ADD 1 TO wsReplaceCount
               WHEN clsmReversed
                   ADD 1 TO wsRevMissCount
                   PERFORM writeReversalMissLine
               WHEN OTHER
                   MOVE 'R' TO clsmReversalFlag
                   MOVE clsBusinessDate TO clsmReversalDate
                   MOVE clsReversalKey TO clsmReversalKey
                   REWRITE clsmRecord
                   ADD 1 TO wsReversedCount
                   PERFORM journalReversal
           END-EVALUATE.

       buildMasterRecord.
           MOVE SPACES TO clsmRecord
           MOVE numLimite TO clsmNumLimite
           MOVE multiple1 TO clsmMultiple1
           MOVE multiple2 TO clsmMultiple2
           MOVE wsClsLoadDate TO clsmRunDate
           MOVE clsAccount TO clsmAccount
           IF clsOrigAmount NUMERIC
               MOVE clsOrigAmount TO clsmAmount
           ELSE
               MOVE clsAmount TO clsmAmount
           END-IF
           MOVE clsCurrency TO clsmCurrency.

       journalCategoryChange.
           ADD 1 TO wsReclassCount
           PERFORM buildRefreshEntry
           MOVE 'C' TO jrnEntryType
           WRITE jrnRecord
           PERFORM writeReclassLine.

       journalMasterRefresh.
           PERFORM buildRefreshEntry
           MOVE 'F' TO jrnEntryType
           WRITE jrnRecord.

      *> A key new to the master has no old side - the old category
      *> and run date stay spaces and the old divisors zero.
       journalMasterAdd.
           MOVE SPACES TO jrnRecord
           MOVE 0 TO jrnOldNumLimite
           MOVE 0 TO jrnOldMultiple1
           MOVE 0 TO jrnOldMultiple2
           PERFORM buildAfterImage
           MOVE 'A' TO jrnEntryType
           WRITE jrnRecord.

      *> The master is not changed, but the release is still a load
      *> of the day it went out - the recovery's check against that
      *> day's audit totals counts it from this entry. Both sides are
      *> the standing master record, except the new category - that
      *> is the released item's own, the one the day's totals counted
      *> it under.
       journalSkippedRelease.
           MOVE SPACES TO jrnRecord
           MOVE clsmKey TO jrnKey
           MOVE clsmCategory TO jrnOldCategory
           MOVE clsmCategory TO jrnNewCategory
           MOVE clsmNumLimite TO jrnOldNumLimite
           MOVE clsmMultiple1 TO jrnOldMultiple1
           MOVE clsmMultiple2 TO jrnOldMultiple2
           MOVE clsmNumLimite TO jrnNewNumLimite
           MOVE clsmMultiple1 TO jrnNewMultiple1
           MOVE clsmMultiple2 TO jrnNewMultiple2
           MOVE clsmRunDate TO jrnOldRunDate
           MOVE clsmRunDate TO jrnNewRunDate
           MOVE clsmAccount TO jrnAccount
           MOVE clsmAmount TO jrnAmount
           MOVE clsmCurrency TO jrnCurrency
           MOVE clsmReversalFlag TO jrnNewReversalFlag
           MOVE clsmReversalDate TO jrnNewReversalDate
           MOVE clsmReversalKey TO jrnReversalKey
           MOVE 'S' TO jrnEntryType
           PERFORM stampJournalEntry
           MOVE clsCategory TO jrnNewCategory
           WRITE jrnRecord.

       buildRefreshEntry.
           MOVE SPACES TO jrnRecord
           MOVE wsOldCategory TO jrnOldCategory
           MOVE wsOldNumLimite TO jrnOldNumLimite
           MOVE wsOldMultiple1 TO jrnOldMultiple1
           MOVE wsOldMultiple2 TO jrnOldMultiple2
           MOVE wsOldRunDate TO jrnOldRunDate
           PERFORM buildAfterImage.

      *> The new side is the master record as it is about to be
      *> written, reversal marking included.
       buildAfterImage.
           MOVE clsmKey TO jrnKey
           MOVE clsmCategory TO jrnNewCategory
           MOVE clsmNumLimite TO jrnNewNumLimite
           MOVE clsmMultiple1 TO jrnNewMultiple1
           MOVE clsmMultiple2 TO jrnNewMultiple2
           MOVE clsmRunDate TO jrnNewRunDate
           MOVE clsmAccount TO jrnAccount
           MOVE clsmAmount TO jrnAmount
           MOVE clsmCurrency TO jrnCurrency
           MOVE clsmReversalFlag TO jrnNewReversalFlag
           MOVE clsmReversalDate TO jrnNewReversalDate
           MOVE clsmReversalKey TO jrnReversalKey
           PERFORM stampJournalEntry.

       stampJournalEntry.
           MOVE clsBusinessDate TO jrnLoadDate
           MOVE wsPostedAt TO jrnPostedAt
           MOVE clsReleased TO jrnReleased.

       writeReclassLine.
           MOVE SPACES TO rclLine
               " RUN " DELIMITED BY SIZE
               wsOldRunDate DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               wsClsLoadDate DELIMITED BY SIZE
               INTO rclLine
           WRITE rclLine.

      *> Categories and divisors are the original's on both sides of
      *> a reversal entry - nothing was reclassified, the key was
      *> backed out.
       journalReversal.
           MOVE SPACES TO jrnRecord
           MOVE clsKey TO jrnKey
           MOVE clsmCategory TO jrnOldCategory
           MOVE clsmCategory TO jrnNewCategory
           MOVE clsmNumLimite TO jrnOldNumLimite
           MOVE clsmMultiple1 TO jrnOldMultiple1
           MOVE clsmMultiple2 TO jrnOldMultiple2
           MOVE clsmNumLimite TO jrnNewNumLimite
           MOVE clsmMultiple1 TO jrnNewMultiple1
           MOVE clsmMultiple2 TO jrnNewMultiple2
           MOVE clsOrigBusinessDate TO jrnOldRunDate
           MOVE clsBusinessDate TO jrnNewRunDate
           MOVE 'R' TO jrnEntryType
           MOVE clsReversalKey TO jrnReversalKey
           MOVE clsmAccount TO jrnAccount
           MOVE clsmAmount TO jrnAmount
           MOVE clsmCurrency TO jrnCurrency
           MOVE clsmReversalFlag TO jrnNewReversalFlag
           MOVE clsmReversalDate TO jrnNewReversalDate
           PERFORM stampJournalEntry
           WRITE jrnRecord
           MOVE SPACES TO rclLine
           STRING "KEY " DELIMITED BY SIZE
               clsKey DELIMITED BY SIZE
               " CAT " DELIMITED BY SIZE
               clsmCategory DELIMITED BY SIZE
               " RUN " DELIMITED BY SIZE
               clsOrigBusinessDate DELIMITED BY SIZE
               " REVERSED " DELIMITED BY SIZE
               clsBusinessDate DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               clsReversalKey DELIMITED BY SIZE
               INTO rclLine
           WRITE rclLine.

       writeReversalMissLine.
           MOVE SPACES TO rclLine
           STRING "KEY " DELIMITED BY SIZE
               clsKey DELIMITED BY SIZE
               " RUN " DELIMITED BY SIZE
               clsOrigBusinessDate DELIMITED BY SIZE
               " REVERSAL " DELIMITED BY SIZE
               clsReversalKey DELIMITED BY SIZE
               " NOT APPLIED - ORIGINAL GONE" DELIMITED BY SIZE
               INTO rclLine
           WRITE rclLine.

           STRING "KEYS RECLASSIFIED " DELIMITED BY SIZE
               wsEditReclass DELIMITED BY SIZE
               INTO rclLine
           WRITE rclLine
           MOVE SPACES TO rclLine
           MOVE wsReversedCount TO wsEditReversed
           STRING "KEYS REVERSED     " DELIMITED BY SIZE
               wsEditReversed DELIMITED BY SIZE
               INTO rclLine
           WRITE rclLine.

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
           MOVE "EXERC4LD" TO opsProgram
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
           MOVE "EXERC4LD" TO opsProgram
           MOVE wsDateTo TO opsBusinessDate
           IF opsBusinessDate NOT NUMERIC
               MOVE wsOpsStart(1:8) TO opsBusinessDate
           END-IF
           MOVE wsOpsStart TO opsStartDateTime
           MOVE FUNCTION CURRENT-DATE(1:14) TO opsEndDateTime
           COMPUTE opsRecordsOut = wsLoadCount + wsReplaceCount
               + wsReversedCount
           COMPUTE opsRecordsIn = opsRecordsOut + wsRevMissCount
           MOVE wsRevMissCount TO opsRecordsRejected
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
