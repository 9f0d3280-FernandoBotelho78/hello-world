           SELECT MANIFEST-FILE ASSIGN TO "MANIFEST"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPS-FILE ASSIGN TO "OPSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsOpsStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
           05  FILLER              PIC X(72).

       FD  AUDIT-FILE
           RECORD CONTAINS 250 CHARACTERS.
       COPY AUDREC.

       FD  AUDARCH-FILE
           RECORD CONTAINS 250 CHARACTERS.
       01  audArchLine             PIC X(250).

       FD  AUDKEEP-FILE
           RECORD CONTAINS 250 CHARACTERS.
       01  audKeepLine             PIC X(250).

       FD  ERR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  hisKeepLine             PIC X(80).

       FD  JRN-FILE
           RECORD CONTAINS 120 CHARACTERS.
       COPY JRNREC.

       FD  JRNARCH-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  jrnArchLine             PIC X(120).

       FD  JRNKEEP-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  jrnKeepLine             PIC X(120).

       FD  TCL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           RECORD CONTAINS 80 CHARACTERS.
       01  manLine                 PIC X(80).

       FD  OPS-FILE
           RECORD CONTAINS 160 CHARACTERS.
       COPY OPSREC.

       WORKING-STORAGE SECTION.
       01  wsCardStatus        PIC X(2).
       01  wsLiveStatus        PIC X(2).
       01  wsTclHiRec          PIC X(80).
       01  wsTclHiKept         PIC X(1) VALUE 'N'.

       01  wsOpsStatus         PIC X(2).
       01  wsOpsJob            PIC X(8) VALUE "EXERC4A".
       01  wsOpsStep           PIC X(8) VALUE "ARCHIVE".
       01  wsOpsStart          PIC X(14).
       01  wsOpsMessage        PIC X(60) VALUE SPACES.
       01  wsOpsRecordsIn      PIC 9(9) VALUE 0.
       01  wsOpsRecordsOut     PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM writeOpsStart

           PERFORM readCutoffCard

           OPEN OUTPUT MANIFEST-FILE
           CLOSE MANIFEST-FILE
           DISPLAY "EXERC4 ARCHIVE COMPLETE - SEE MANIFEST"

           PERFORM writeOpsEnd
           STOP RUN.

       readCutoffCard.
               DISPLAY "ARCHCRD MISSING OR CUTOFF DATE NOT NUMERIC "
                   "- NOTHING ARCHIVED"
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF.

           END-IF.

       writeManifestLine.
           ADD wsInCount TO wsOpsRecordsIn
           ADD wsArchCount TO wsOpsRecordsOut
           MOVE SPACES TO manLine
           MOVE wsInCount TO wsEditIn
           MOVE wsArchCount TO wsEditArch
           PERFORM readHistRecord.

      *> The reclassification journal is dated by the run that made
      *> the change, so it splits on the load date the same way the
      *> history file splits on its change date - the recovery
      *> replays it in posting order, and a release or a rollback
      *> entry carries a new-run date older than the day it was
      *> posted. Entries written before the journal carried a load
      *> date split on the new-run date as they always did.
       archiveJrnFile.
           PERFORM resetCounters
           MOVE "JRNFILE" TO wsDatasetName

       splitJrnRecord.
           ADD 1 TO wsInCount
           MOVE jrnLoadDate TO wsRecordDate
           IF jrnLoadDate = SPACES
               MOVE jrnNewRunDate TO wsRecordDate
           END-IF
           IF wsRecordDate NUMERIC AND wsRecordDate < wsCutoffDate
               MOVE jrnRecord TO jrnArchLine
               WRITE jrnArchLine
               ADD 1 TO wsKeepCount
           END-IF
           PERFORM readRunCtlRecord.

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
           MOVE "EXERC4AR" TO opsProgram
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
           MOVE "EXERC4AR" TO opsProgram
           MOVE wsOpsStart(1:8) TO opsBusinessDate
           MOVE wsOpsStart TO opsStartDateTime
           MOVE FUNCTION CURRENT-DATE(1:14) TO opsEndDateTime
           MOVE wsOpsRecordsIn TO opsRecordsIn
           MOVE wsOpsRecordsOut TO opsRecordsOut
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
