       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc4Bkp_15_10_2026.

      *> Periodic backup of the classification master. Unloads the
      *> CLSMAST KSDS in key order to a flat backup generation: a
      *> header naming the business date the backup stands as of and
      *> the moment it was taken, one image per master record, and a
      *> trailer with the image count and key hash. The as-of date is
      *> the parm card's - the last date of its catch-up range after
      *> a backlog recovery - since the step runs after that date's
      *> load; every journal entry posted after the taken timestamp is
      *> what the point-in-time recovery replays on top of it. The
      *> recovery job runs this same step first, so the master it is
      *> about to replace is itself kept as a generation.
      *> A missing parm card or master ends RC=8 with no backup.
      *> The step logs itself on the operations log as the periodic
      *> backup; run anywhere else, an OPSSTEP card (job name in
      *> columns 1-8, step name in 9-16) names the job and step it
      *> runs as instead.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PARMCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsParmStatus.

           SELECT MASTER-FILE ASSIGN TO "CLSMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS clsmKey
               FILE STATUS IS wsMasterStatus.

           SELECT BKP-FILE ASSIGN TO "BKPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsBkpStatus.

           SELECT OPS-FILE ASSIGN TO "OPSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsOpsStatus.

           SELECT STEP-FILE ASSIGN TO "OPSSTEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsStepStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PARMCRD.

       FD  MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CLSMREC.

       FD  BKP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY BKPREC.

       FD  OPS-FILE
           RECORD CONTAINS 160 CHARACTERS.
       COPY OPSREC.

       FD  STEP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  stepCard.
           05  stepJobName         PIC X(8).
           05  stepStepName        PIC X(8).
           05  FILLER              PIC X(64).

       WORKING-STORAGE SECTION.
       01  wsParmStatus        PIC X(2).
       01  wsMasterStatus      PIC X(2).
       01  wsBkpStatus         PIC X(2).
       01  wsEofFlag           PIC X(1) VALUE 'N'.
       01  wsTakenAt           PIC X(14).
       01  wsAsOfDate          PIC X(8).
       01  wsImageCount        PIC 9(7) VALUE 0.
       01  wsHashTotal         PIC 9(10) VALUE 0.
       01  wsCountBoth         PIC 9(7) VALUE 0.
       01  wsCountMult1        PIC 9(7) VALUE 0.
       01  wsCountMult2        PIC 9(7) VALUE 0.
       01  wsCountNeither      PIC 9(7) VALUE 0.
       01  wsCountReversed     PIC 9(7) VALUE 0.

       01  wsOpsStatus         PIC X(2).
       01  wsOpsJob            PIC X(8) VALUE "EXERC4P".
       01  wsOpsStep           PIC X(8) VALUE "BACKUP".
       01  wsOpsStart          PIC X(14).
       01  wsOpsMessage        PIC X(60) VALUE SPACES.
       01  wsStepStatus        PIC X(2).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM readOpsStepCard
           PERFORM writeOpsStart

           MOVE FUNCTION CURRENT-DATE(1:14) TO wsTakenAt

           PERFORM readParmCard

           OPEN INPUT MASTER-FILE
           IF wsMasterStatus NOT = "00"
               DISPLAY "CLSMAST OPEN FAILED STATUS " wsMasterStatus
                   " - NO BACKUP TAKEN"
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF

           OPEN OUTPUT BKP-FILE
           IF wsBkpStatus NOT = "00"
               DISPLAY "BKPFILE OPEN FAILED STATUS " wsBkpStatus
                   " - NO BACKUP TAKEN"
               CLOSE MASTER-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF

           PERFORM writeBackupHeader
           PERFORM readMasterRecord
           PERFORM unloadMasterRecord UNTIL
               wsEofFlag = 'Y'
           PERFORM writeBackupTrailer
           CLOSE MASTER-FILE
           CLOSE BKP-FILE

           DISPLAY "EXERC4 MASTER BACKUP AS OF " wsAsOfDate
               " TAKEN " wsTakenAt
           DISPLAY "EXERC4 MASTER BACKUP: IMAGES=" wsImageCount
               " B=" wsCountBoth
               " 1=" wsCountMult1
               " 2=" wsCountMult2
               " N=" wsCountNeither
               " REVERSED=" wsCountReversed

           PERFORM writeOpsEnd
           STOP RUN.

      *> Same business-date rule as the master load: the parm card's
      *> date, or the end of its catch-up range when it has one.
       readParmCard.
           OPEN INPUT PARM-FILE
           IF wsParmStatus = "00"
               READ PARM-FILE
                   AT END
                       MOVE "10" TO wsParmStatus
               END-READ
           END-IF

           IF wsParmStatus = "00"
               IF parmBusinessDate NUMERIC
                   MOVE parmBusinessDate TO wsAsOfDate
               ELSE
                   MOVE wsTakenAt(1:8) TO wsAsOfDate
               END-IF
               IF parmDateTo NUMERIC
                   AND parmDateTo > wsAsOfDate
                   MOVE parmDateTo TO wsAsOfDate
               END-IF
               CLOSE PARM-FILE
           ELSE
               DISPLAY "PARMCARD MISSING OR EMPTY - NO BACKUP TAKEN"
               IF wsParmStatus = "10"
                   CLOSE PARM-FILE
               END-IF
               MOVE 8 TO RETURN-CODE
               PERFORM writeOpsEnd
               STOP RUN
           END-IF.

       writeBackupHeader.
           MOVE SPACES TO bkpHeaderRecord
           MOVE "*BKPHDR" TO bkpHdrTag
           MOVE wsAsOfDate TO bkpHdrAsOfDate
           MOVE wsTakenAt TO bkpHdrTakenAt
           MOVE "EXERC4BK" TO bkpHdrJobName
           WRITE bkpHeaderRecord.

       readMasterRecord.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO wsEofFlag
           END-READ.

       unloadMasterRecord.
           MOVE clsmRecord TO bkpImageRecord
           WRITE bkpImageRecord
           ADD 1 TO wsImageCount
           ADD clsmKey TO wsHashTotal
           EVALUATE clsmCategory
               WHEN 'B'
                   ADD 1 TO wsCountBoth
               WHEN '1'
                   ADD 1 TO wsCountMult1
               WHEN '2'
                   ADD 1 TO wsCountMult2
               WHEN OTHER
                   ADD 1 TO wsCountNeither
           END-EVALUATE
           IF clsmReversed
               ADD 1 TO wsCountReversed
           END-IF
           PERFORM readMasterRecord.

       writeBackupTrailer.
           MOVE SPACES TO bkpTrailerRecord
           MOVE "*BKPTRL" TO bkpTrlTag
           MOVE wsImageCount TO bkpTrlRecordCount
           MOVE wsHashTotal TO bkpTrlHashTotal
           WRITE bkpTrailerRecord.

      *> Every run leaves a start and an end event on the shared
      *> operations log, the end one with the counts and the return
      *> code the step ends on - a start with no end is a step that
      *> abended. A log that will not open costs the event, never the
      *> run.
       readOpsStepCard.
           OPEN INPUT STEP-FILE
           IF wsStepStatus = "00"
               READ STEP-FILE
                   AT END
                       MOVE "10" TO wsStepStatus
               END-READ
               IF wsStepStatus = "00"
                   IF stepJobName NOT = SPACES
                       MOVE stepJobName TO wsOpsJob
                   END-IF
                   IF stepStepName NOT = SPACES
                       MOVE stepStepName TO wsOpsStep
                   END-IF
               END-IF
               CLOSE STEP-FILE
           END-IF.

       writeOpsStart.
           MOVE FUNCTION CURRENT-DATE(1:14) TO wsOpsStart
           MOVE SPACES TO opsRecord
           MOVE 'S' TO opsEventType
           MOVE wsOpsJob TO opsJobName
           MOVE wsOpsStep TO opsStepName
           MOVE "EXERC4BK" TO opsProgram
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
           MOVE "EXERC4BK" TO opsProgram
           MOVE wsAsOfDate TO opsBusinessDate
           IF opsBusinessDate NOT NUMERIC
               MOVE wsOpsStart(1:8) TO opsBusinessDate
           END-IF
           MOVE wsOpsStart TO opsStartDateTime
           MOVE FUNCTION CURRENT-DATE(1:14) TO opsEndDateTime
           MOVE wsImageCount TO opsRecordsIn
           MOVE wsImageCount TO opsRecordsOut
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
