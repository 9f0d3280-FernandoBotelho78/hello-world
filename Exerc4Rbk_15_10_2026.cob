       IDENTIFICATION DIVISION.
       PROGRAM-ID. Exerc4Rbk_15_10_2026.

      *> Point-in-time recovery of the classification master. When a
      *> bad parameter rule or a wrong TRANFILE has been loaded, this
      *> step rebuilds CLSMAST as it stood after the load of the
      *> business date on RBKCARD, without a reload from scratch.
      *> The base is a master backup generation (BKPBASE) standing as
      *> of that date or earlier. On top of it the journal is replayed
      *> key by key - the archived generations and the live journal,
      *> sorted by key and posting timestamp ahead of this step - and
      *> an entry is replayed when it was posted after the backup was
      *> taken and its load date is on or before the target date. The
      *> same entries replayed without the date limit give the master
      *> as it stands now, so every key whose image differs between
      *> the two is journaled on JRNROLL as the rollback's own entry:
      *> B restores the key's image as of the target date, X removes a
      *> key first loaded after it. The rebuilt master is written in
      *> key order to CLSMNEW for the reload and index rebuild steps.
      *> Before anything may be replaced, the rebuilt master is
      *> checked against the sweep's AUDITFIL record for the target
      *> date, category by category: keys classified that day, less
      *> the keys whose reversal was processed that day, plus the
      *> items released that day (counted off the journal entries of
      *> the day's last load), must equal the audit's net counts.
      *> A card that cannot be read, a target after the current
      *> business date, a backup newer than the target, truncated or
      *> unreadable, a damaged journal, no completed audit record for
      *> the date or any category that disagrees ends RC=8 - the
      *> report says why and the job leaves CLSMAST untouched. More
      *> journal entries for one key, or more load runs for the
      *> target date, than the tables hold ends RC=12.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE ASSIGN TO "RBKCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsCardStatus.

           SELECT PARM-FILE ASSIGN TO "PARMCARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsParmStatus.

           SELECT BKP-FILE ASSIGN TO "BKPBASE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsBkpStatus.

           SELECT JRN-FILE ASSIGN TO "JRNSORT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsJrnStatus.

           SELECT AUDIT-FILE ASSIGN TO "AUDITFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsAuditStatus.

           SELECT NEW-FILE ASSIGN TO "CLSMNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsNewStatus.

           SELECT ROLL-FILE ASSIGN TO "JRNROLL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsRollStatus.

           SELECT RPT-FILE ASSIGN TO "RBKRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPS-FILE ASSIGN TO "OPSLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS wsOpsStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY RBKCRD.

       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY PARMCRD.

       FD  BKP-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY BKPREC.

       FD  JRN-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  jrnSortLine             PIC X(120).

       FD  AUDIT-FILE
           RECORD CONTAINS 250 CHARACTERS.
       COPY AUDREC.

       FD  NEW-FILE
           RECORD CONTAINS 80 CHARACTERS.
       COPY CLSMREC.

       FD  ROLL-FILE
           RECORD CONTAINS 120 CHARACTERS.
       COPY JRNREC.

       FD  RPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  rptLine                 PIC X(80).

       FD  OPS-FILE
           RECORD CONTAINS 160 CHARACTERS.
       COPY OPSREC.

       WORKING-STORAGE SECTION.
       01  wsCardStatus        PIC X(2).
       01  wsParmStatus        PIC X(2).
       01  wsBkpStatus         PIC X(2).
       01  wsJrnStatus         PIC X(2).
       01  wsAuditStatus       PIC X(2).
       01  wsNewStatus         PIC X(2).
       01  wsRollStatus        PIC X(2).
       01  wsRefuseReason      PIC X(50) VALUE SPACES.
       01  wsFatal             PIC X(1) VALUE 'N'.
       01  wsRunStamp          PIC X(14).
       01  wsTargetDate        PIC X(8) VALUE SPACES.
       01  wsCurrentDate       PIC X(8) VALUE SPACES.
       01  wsHighKey           PIC 9(8) VALUE 99999999.

      *> Backup generation - the header's dates, the look-ahead image
      *> and the image count and hash checked against the trailer.
       01  wsBaseAsOf          PIC X(8) VALUE SPACES.
       01  wsBaseTakenAt       PIC X(14) VALUE SPACES.
       01  wsBaseKey           PIC 9(8) VALUE 0.
       01  wsBaseImage         PIC X(80).
       01  wsBaseCount         PIC 9(7) VALUE 0.
       01  wsBaseHash          PIC 9(10) VALUE 0.
       01  wsTrailerSeen       PIC X(1) VALUE 'N'.
       01  wsTrlCount          PIC 9(7) VALUE 0.
       01  wsTrlHash           PIC 9(10) VALUE 0.

      *> Sorted journal - read into a hold area one entry ahead, so a
      *> key's entries can be gathered before the key is rebuilt.
       01  wsJrnAhead          PIC X(120).
       01  wsJrnAheadKey       PIC 9(8) VALUE 0.
       01  wsJrnReadCount      PIC 9(7) VALUE 0.

      *> One key's journal entries, replayed twice: once for the
      *> master as it stands now, once for the master as of the
      *> target date.
       01  wsKeyTable.
           05  wsKeyEntry          PIC X(120) OCCURS 500.
       01  wsKeyEntryCount     PIC 9(5) VALUE 0.
       01  wsKeyEntryMax       PIC 9(5) VALUE 500.
       01  wsKeyEntryIx        PIC 9(5) VALUE 0.

       01  wsCurKey            PIC 9(8) VALUE 0.
       01  wsKeyBase           PIC X(80).
       01  wsBaseExists        PIC X(1) VALUE 'N'.
       01  wsReplayMode        PIC X(1) VALUE SPACE.
           88  wsReplayNow         VALUE 'N'.
           88  wsReplayTarget      VALUE 'T'.
       01  wsImgExists         PIC X(1) VALUE 'N'.
       01  wsNowExists         PIC X(1) VALUE 'N'.
       01  wsNowImage          PIC X(80).
       01  wsTargetImage       PIC X(80).

       01  wsReplayedCount     PIC 9(7) VALUE 0.
       01  wsRolledBackCount   PIC 9(7) VALUE 0.
       01  wsKeysWritten       PIC 9(7) VALUE 0.
       01  wsKeysRestored      PIC 9(7) VALUE 0.
       01  wsKeysRemoved       PIC 9(7) VALUE 0.

      *> Load runs that posted entries for the target date, each with
      *> its released items by category - only the day's last load
      *> counts, since a rerun loads the whole day again.
       01  wsStampTable.
           05  wsStampEntry OCCURS 20.
               10  wsStampAt       PIC X(14).
               10  wsStampRelBoth  PIC 9(7).
               10  wsStampRelMult1 PIC 9(7).
               10  wsStampRelMult2 PIC 9(7).
               10  wsStampRelNeither PIC 9(7).
       01  wsStampCount        PIC 9(3) VALUE 0.
       01  wsStampMax          PIC 9(3) VALUE 20.
       01  wsStampIx           PIC 9(3) VALUE 0.
       01  wsStampFoundIx      PIC 9(3) VALUE 0.
       01  wsStampLastIx       PIC 9(3) VALUE 0.

      *> Verification figures for the target date, per category.
       01  wsMastBoth          PIC S9(7) VALUE 0.
       01  wsMastMult1         PIC S9(7) VALUE 0.
       01  wsMastMult2         PIC S9(7) VALUE 0.
       01  wsMastNeither       PIC S9(7) VALUE 0.
       01  wsRevBoth           PIC S9(7) VALUE 0.
       01  wsRevMult1          PIC S9(7) VALUE 0.
       01  wsRevMult2          PIC S9(7) VALUE 0.
       01  wsRevNeither        PIC S9(7) VALUE 0.
       01  wsRelBoth           PIC S9(7) VALUE 0.
       01  wsRelMult1          PIC S9(7) VALUE 0.
       01  wsRelMult2          PIC S9(7) VALUE 0.
       01  wsRelNeither        PIC S9(7) VALUE 0.
       01  wsAudFound          PIC X(1) VALUE 'N'.
       01  wsAudEofFlag        PIC X(1) VALUE 'N'.
       01  wsAudBoth           PIC S9(7) VALUE 0.
       01  wsAudMult1          PIC S9(7) VALUE 0.
       01  wsAudMult2          PIC S9(7) VALUE 0.
       01  wsAudNeither        PIC S9(7) VALUE 0.
       01  wsMismatchCount     PIC 9(1) VALUE 0.

       01  wsVerifyLabel       PIC X(8).
       01  wsVerifyMast        PIC S9(7).
       01  wsVerifyRev         PIC S9(7).
       01  wsVerifyRel         PIC S9(7).
       01  wsVerifyAud         PIC S9(7).
       01  wsVerifyDerived     PIC S9(7).
       01  wsVerdict           PIC X(4).
       01  wsEditCount         PIC ZZZZZZ9.
       01  wsEditMast          PIC -ZZZZZZ9.
       01  wsEditRev           PIC -ZZZZZZ9.
       01  wsEditRel           PIC -ZZZZZZ9.
       01  wsEditDerived       PIC -ZZZZZZ9.
       01  wsEditAud           PIC -ZZZZZZ9.

       01  wsOpsStatus         PIC X(2).
       01  wsOpsJob            PIC X(8) VALUE "EXERC4Q".
       01  wsOpsStep           PIC X(8) VALUE "REBUILD".
       01  wsOpsStart          PIC X(14).
       01  wsOpsMessage        PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM writeOpsStart

           MOVE FUNCTION CURRENT-DATE(1:14) TO wsRunStamp
           OPEN OUTPUT RPT-FILE
           MOVE "EXERC4 POINT-IN-TIME RECOVERY OF CLSMAST" TO rptLine
           WRITE rptLine

           PERFORM readRecoveryCard
           IF wsRefuseReason = SPACES
               PERFORM readParmCard
           END-IF
           IF wsRefuseReason = SPACES
               PERFORM openBackupBase
           END-IF
           IF wsRefuseReason = SPACES
               PERFORM openJournal
           END-IF
           IF wsRefuseReason = SPACES
               PERFORM rebuildMaster
           END-IF
           IF wsRefuseReason = SPACES
               PERFORM checkBackupTrailer
           END-IF
           IF wsRefuseReason = SPACES
               PERFORM readAuditRecord
           END-IF
           IF wsRefuseReason = SPACES
               PERFORM verifyRebuiltMaster
           END-IF
           IF wsRefuseReason = SPACES
               PERFORM writeVerifiedLine
           ELSE
               PERFORM writeRefusedLine
           END-IF

           CLOSE RPT-FILE
           PERFORM writeOpsEnd
           STOP RUN.

       readRecoveryCard.
           OPEN INPUT CARD-FILE
           IF wsCardStatus = "00"
               READ CARD-FILE
                   AT END
                       MOVE "10" TO wsCardStatus
               END-READ
           END-IF
           IF wsCardStatus NOT = "00"
               MOVE "RBKCARD MISSING OR EMPTY" TO wsRefuseReason
           ELSE
               IF rbkTargetDate NUMERIC
                   MOVE rbkTargetDate TO wsTargetDate
               ELSE
                   MOVE "TARGET DATE NOT YYYYMMDD" TO wsRefuseReason
               END-IF
               CLOSE CARD-FILE
           END-IF
           MOVE SPACES TO rptLine
           STRING "TARGET BUSINESS DATE " DELIMITED BY SIZE
               rbkTargetDate DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               wsRunStamp DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine.

      *> The current business date - the parm card's, or the end of
      *> its catch-up range - is the date the rollback entries are
      *> posted under, and the latest date the master can be rolled
      *> to.
       readParmCard.
           OPEN INPUT PARM-FILE
           IF wsParmStatus = "00"
               READ PARM-FILE
                   AT END
                       MOVE "10" TO wsParmStatus
               END-READ
           END-IF
           IF wsParmStatus NOT = "00"
               MOVE "PARMCARD MISSING OR EMPTY" TO wsRefuseReason
           ELSE
               IF parmBusinessDate NUMERIC
                   MOVE parmBusinessDate TO wsCurrentDate
               ELSE
                   MOVE wsRunStamp(1:8) TO wsCurrentDate
               END-IF
               IF parmDateTo NUMERIC
                   AND parmDateTo > wsCurrentDate
                   MOVE parmDateTo TO wsCurrentDate
               END-IF
               CLOSE PARM-FILE
               IF wsTargetDate > wsCurrentDate
                   MOVE "TARGET DATE IS AFTER THE CURRENT BUSINESS DATE"
                       TO wsRefuseReason
               END-IF
           END-IF
           MOVE SPACES TO rptLine
           STRING "CURRENT BUSINESS DATE " DELIMITED BY SIZE
               wsCurrentDate DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine.

      *> The backup must stand as of the target date or earlier - a
      *> later one already holds the loads being rolled back.
       openBackupBase.
           OPEN INPUT BKP-FILE
           IF wsBkpStatus NOT = "00"
               MOVE "BKPBASE MISSING OR UNREADABLE" TO wsRefuseReason
           ELSE
               READ BKP-FILE
                   AT END
                       MOVE "10" TO wsBkpStatus
               END-READ
               EVALUATE TRUE
                   WHEN wsBkpStatus NOT = "00"
                       MOVE "BKPBASE IS EMPTY" TO wsRefuseReason
                   WHEN NOT bkpHeader
                       MOVE "BKPBASE IS NOT A MASTER BACKUP"
                           TO wsRefuseReason
                   WHEN bkpHdrAsOfDate > wsTargetDate
                       MOVE "BACKUP IS NEWER THAN THE TARGET DATE"
                           TO wsRefuseReason
                   WHEN OTHER
                       MOVE bkpHdrAsOfDate TO wsBaseAsOf
                       MOVE bkpHdrTakenAt TO wsBaseTakenAt
               END-EVALUATE
               MOVE SPACES TO rptLine
               STRING "BACKUP AS OF " DELIMITED BY SIZE
                   bkpHdrAsOfDate DELIMITED BY SIZE
                   "  TAKEN " DELIMITED BY SIZE
                   bkpHdrTakenAt DELIMITED BY SIZE
                   INTO rptLine
               WRITE rptLine
               IF wsRefuseReason NOT = SPACES
                   CLOSE BKP-FILE
               END-IF
           END-IF.

       openJournal.
           OPEN INPUT JRN-FILE
           IF wsJrnStatus NOT = "00"
               MOVE "JRNSORT MISSING OR UNREADABLE" TO wsRefuseReason
               CLOSE BKP-FILE
           END-IF.

      *> Base images and journal entries both arrive in key order; the
      *> lower of the two look-ahead keys is the next key rebuilt.
       rebuildMaster.
           OPEN OUTPUT NEW-FILE
           OPEN OUTPUT ROLL-FILE
           PERFORM readBaseImage
           PERFORM readJournalEntry
           PERFORM rebuildKey UNTIL
               (wsBaseKey = wsHighKey AND wsJrnAheadKey = wsHighKey)
               OR wsRefuseReason NOT = SPACES
           CLOSE BKP-FILE
           CLOSE JRN-FILE
           CLOSE NEW-FILE
           CLOSE ROLL-FILE
           MOVE SPACES TO rptLine
           MOVE wsJrnReadCount TO wsEditCount
           STRING "JOURNAL ENTRIES READ    " DELIMITED BY SIZE
               wsEditCount DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine
           MOVE SPACES TO rptLine
           MOVE wsReplayedCount TO wsEditCount
           STRING "ENTRIES REPLAYED        " DELIMITED BY SIZE
               wsEditCount DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine
           MOVE SPACES TO rptLine
           MOVE wsRolledBackCount TO wsEditCount
           STRING "ENTRIES ROLLED BACK     " DELIMITED BY SIZE
               wsEditCount DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine
           MOVE SPACES TO rptLine
           MOVE wsKeysWritten TO wsEditCount
           STRING "KEYS ON REBUILT MASTER  " DELIMITED BY SIZE
               wsEditCount DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine
           MOVE SPACES TO rptLine
           MOVE wsKeysRestored TO wsEditCount
           STRING "KEYS RESTORED           " DELIMITED BY SIZE
               wsEditCount DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine
           MOVE SPACES TO rptLine
           MOVE wsKeysRemoved TO wsEditCount
           STRING "KEYS REMOVED            " DELIMITED BY SIZE
               wsEditCount DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine.

       readBaseImage.
           IF wsTrailerSeen = 'Y'
               MOVE wsHighKey TO wsBaseKey
           ELSE
               READ BKP-FILE
                   AT END
                       MOVE wsHighKey TO wsBaseKey
               END-READ
               IF wsBaseKey NOT = wsHighKey
                   PERFORM takeBaseImage
               END-IF
           END-IF.

       takeBaseImage.
           EVALUATE TRUE
               WHEN bkpTrailer
                   MOVE 'Y' TO wsTrailerSeen
                   MOVE bkpTrlRecordCount TO wsTrlCount
                   MOVE bkpTrlHashTotal TO wsTrlHash
                   MOVE wsHighKey TO wsBaseKey
               WHEN bkpKey NUMERIC
                   MOVE bkpKey TO wsBaseKey
                   MOVE bkpImageRecord TO wsBaseImage
                   ADD 1 TO wsBaseCount
                   ADD bkpKey TO wsBaseHash
               WHEN OTHER
                   MOVE "BKPBASE HOLDS AN UNREADABLE IMAGE"
                       TO wsRefuseReason
                   MOVE wsHighKey TO wsBaseKey
           END-EVALUATE.

      *> Every entry read is also checked for the target date's
      *> released items, whichever key it is on.
       readJournalEntry.
           READ JRN-FILE INTO wsJrnAhead
               AT END
                   MOVE wsHighKey TO wsJrnAheadKey
           END-READ
           IF wsJrnAheadKey NOT = wsHighKey
               ADD 1 TO wsJrnReadCount
               MOVE wsJrnAhead TO jrnRecord
               EVALUATE TRUE
                   WHEN jrnKey NOT NUMERIC
                       MOVE "JOURNAL HOLDS AN UNREADABLE ENTRY"
                           TO wsRefuseReason
                       MOVE wsHighKey TO wsJrnAheadKey
                   WHEN jrnKey < wsCurKey
                       MOVE "JOURNAL IS NOT IN KEY ORDER"
                           TO wsRefuseReason
                       MOVE wsHighKey TO wsJrnAheadKey
                   WHEN OTHER
                       MOVE jrnKey TO wsJrnAheadKey
                       PERFORM trackTargetLoad
               END-EVALUATE
           END-IF.

       trackTargetLoad.
           IF jrnLoadDate = wsTargetDate
               AND jrnPostedAt NOT = SPACES
               AND (jrnAddedEntry OR jrnRefreshEntry
                   OR jrnCategoryChange OR jrnSkippedEntry
                   OR jrnReversalEntry)
               MOVE 0 TO wsStampFoundIx
               MOVE 1 TO wsStampIx
               PERFORM matchLoadStamp UNTIL
                   wsStampIx > wsStampCount
               IF wsStampFoundIx = 0
                   PERFORM addLoadStamp
               END-IF
               IF wsStampFoundIx > 0 AND jrnReleasedLoad
                   AND NOT jrnReversalEntry
                   PERFORM countReleasedEntry
               END-IF
           END-IF.

       matchLoadStamp.
           IF wsStampAt(wsStampIx) = jrnPostedAt
               MOVE wsStampIx TO wsStampFoundIx
           END-IF
           ADD 1 TO wsStampIx.

       addLoadStamp.
           IF wsStampCount < wsStampMax
               ADD 1 TO wsStampCount
               MOVE wsStampCount TO wsStampFoundIx
               MOVE jrnPostedAt TO wsStampAt(wsStampCount)
               MOVE 0 TO wsStampRelBoth(wsStampCount)
               MOVE 0 TO wsStampRelMult1(wsStampCount)
               MOVE 0 TO wsStampRelMult2(wsStampCount)
               MOVE 0 TO wsStampRelNeither(wsStampCount)
           ELSE
               MOVE 'Y' TO wsFatal
               MOVE "TOO MANY LOAD RUNS FOR THE TARGET DATE"
                   TO wsRefuseReason
           END-IF.

       countReleasedEntry.
           EVALUATE jrnNewCategory
               WHEN 'B'
                   ADD 1 TO wsStampRelBoth(wsStampFoundIx)
               WHEN '1'
                   ADD 1 TO wsStampRelMult1(wsStampFoundIx)
               WHEN '2'
                   ADD 1 TO wsStampRelMult2(wsStampFoundIx)
               WHEN OTHER
                   ADD 1 TO wsStampRelNeither(wsStampFoundIx)
           END-EVALUATE.

       rebuildKey.
           MOVE wsBaseKey TO wsCurKey
           IF wsJrnAheadKey < wsCurKey
               MOVE wsJrnAheadKey TO wsCurKey
           END-IF
           MOVE 'N' TO wsBaseExists
           IF wsBaseKey = wsCurKey
               MOVE 'Y' TO wsBaseExists
               MOVE wsBaseImage TO wsKeyBase
               PERFORM readBaseImage
           END-IF
           MOVE 0 TO wsKeyEntryCount
           PERFORM gatherKeyEntry UNTIL
               wsJrnAheadKey NOT = wsCurKey
               OR wsRefuseReason NOT = SPACES
           IF wsRefuseReason = SPACES
               MOVE 'N' TO wsReplayMode
               PERFORM replayKey
               MOVE wsImgExists TO wsNowExists
               MOVE clsmRecord TO wsNowImage
               MOVE 'T' TO wsReplayMode
               PERFORM replayKey
               MOVE clsmRecord TO wsTargetImage
               IF wsImgExists = 'Y'
                   PERFORM countTargetImage
               END-IF
               PERFORM compareImages
               IF wsImgExists = 'Y'
                   WRITE clsmRecord FROM wsTargetImage
                   ADD 1 TO wsKeysWritten
               END-IF
           END-IF.

       gatherKeyEntry.
           IF wsKeyEntryCount < wsKeyEntryMax
               ADD 1 TO wsKeyEntryCount
               MOVE wsJrnAhead TO wsKeyEntry(wsKeyEntryCount)
               PERFORM readJournalEntry
           ELSE
               MOVE 'Y' TO wsFatal
               MOVE "TOO MANY JOURNAL ENTRIES FOR ONE KEY"
                   TO wsRefuseReason
           END-IF.

      *> Starts from the backup image (or no record) and applies the
      *> key's entries in posting order. Only entries posted after the
      *> backup was taken count; the target-date pass also leaves out
      *> those loaded after the target date.
       replayKey.
           IF wsBaseExists = 'Y'
               MOVE wsKeyBase TO clsmRecord
               MOVE 'Y' TO wsImgExists
           ELSE
               MOVE SPACES TO clsmRecord
               MOVE 'N' TO wsImgExists
           END-IF
           MOVE 1 TO wsKeyEntryIx
           PERFORM replayEntry UNTIL
               wsKeyEntryIx > wsKeyEntryCount.

       replayEntry.
           MOVE wsKeyEntry(wsKeyEntryIx) TO jrnRecord
           IF jrnPostedAt > wsBaseTakenAt
               AND jrnLoadDate NOT = SPACES
               EVALUATE TRUE
                   WHEN wsReplayNow
                       PERFORM applyJournalEntry
                   WHEN jrnLoadDate <= wsTargetDate
                       PERFORM applyJournalEntry
                       ADD 1 TO wsReplayedCount
                   WHEN OTHER
                       ADD 1 TO wsRolledBackCount
               END-EVALUATE
           END-IF
           ADD 1 TO wsKeyEntryIx.

      *> A reversal marks the standing record; a removal drops it; a
      *> skipped release changed nothing. Every other entry carries
      *> the whole record as written and replaces it.
       applyJournalEntry.
           EVALUATE TRUE
               WHEN jrnReversalEntry
                   IF wsImgExists = 'Y'
                       MOVE 'R' TO clsmReversalFlag
                       MOVE jrnNewRunDate TO clsmReversalDate
                       MOVE jrnReversalKey TO clsmReversalKey
                   END-IF
               WHEN jrnRemovedEntry
                   MOVE SPACES TO clsmRecord
                   MOVE 'N' TO wsImgExists
               WHEN jrnSkippedEntry
                   CONTINUE
               WHEN jrnAddedEntry OR jrnRefreshEntry
                   OR jrnCategoryChange OR jrnRestoredEntry
                   MOVE SPACES TO clsmRecord
                   MOVE jrnKey TO clsmKey
                   MOVE jrnNewCategory TO clsmCategory
                   MOVE jrnNewNumLimite TO clsmNumLimite
                   MOVE jrnNewMultiple1 TO clsmMultiple1
                   MOVE jrnNewMultiple2 TO clsmMultiple2
                   MOVE jrnNewRunDate TO clsmRunDate
                   MOVE jrnAccount TO clsmAccount
                   MOVE jrnAmount TO clsmAmount
                   MOVE jrnCurrency TO clsmCurrency
                   MOVE jrnNewReversalFlag TO clsmReversalFlag
                   MOVE jrnNewReversalDate TO clsmReversalDate
                   MOVE jrnReversalKey TO clsmReversalKey
                   MOVE 'Y' TO wsImgExists
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       countTargetImage.
           IF clsmRunDate = wsTargetDate
               EVALUATE clsmCategory
                   WHEN 'B'
                       ADD 1 TO wsMastBoth
                   WHEN '1'
                       ADD 1 TO wsMastMult1
                   WHEN '2'
                       ADD 1 TO wsMastMult2
                   WHEN OTHER
                       ADD 1 TO wsMastNeither
               END-EVALUATE
           END-IF
           IF clsmReversed AND clsmReversalDate = wsTargetDate
               EVALUATE clsmCategory
                   WHEN 'B'
                       ADD 1 TO wsRevBoth
                   WHEN '1'
                       ADD 1 TO wsRevMult1
                   WHEN '2'
                       ADD 1 TO wsRevMult2
                   WHEN OTHER
                       ADD 1 TO wsRevNeither
               END-EVALUATE
           END-IF.

      *> A key whose image as of the target date differs from its
      *> image now is the rollback's to journal.
       compareImages.
           EVALUATE TRUE
               WHEN wsImgExists = 'N' AND wsNowExists = 'N'
                   CONTINUE
               WHEN wsImgExists = 'Y' AND wsNowExists = 'Y'
                   AND wsTargetImage = wsNowImage
                   CONTINUE
               WHEN wsImgExists = 'Y'
                   PERFORM journalRestoredKey
               WHEN OTHER
                   PERFORM journalRemovedKey
           END-EVALUATE.

       journalRestoredKey.
           PERFORM buildRollbackOldSide
           MOVE wsTargetImage TO clsmRecord
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
           MOVE 'B' TO jrnEntryType
           WRITE jrnRecord
           ADD 1 TO wsKeysRestored
           MOVE SPACES TO rptLine
           STRING "KEY " DELIMITED BY SIZE
               clsmKey DELIMITED BY SIZE
               " RESTORED CAT " DELIMITED BY SIZE
               jrnOldCategory DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               clsmCategory DELIMITED BY SIZE
               " RUN " DELIMITED BY SIZE
               jrnOldRunDate DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               clsmRunDate DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine.

       journalRemovedKey.
           PERFORM buildRollbackOldSide
           MOVE 0 TO jrnNewNumLimite
           MOVE 0 TO jrnNewMultiple1
           MOVE 0 TO jrnNewMultiple2
           MOVE 0 TO jrnAmount
           MOVE 'X' TO jrnEntryType
           WRITE jrnRecord
           ADD 1 TO wsKeysRemoved
           MOVE SPACES TO rptLine
           STRING "KEY " DELIMITED BY SIZE
               jrnKey DELIMITED BY SIZE
               " REMOVED CAT " DELIMITED BY SIZE
               jrnOldCategory DELIMITED BY SIZE
               " RUN " DELIMITED BY SIZE
               jrnOldRunDate DELIMITED BY SIZE
               " - FIRST LOADED AFTER THE TARGET" DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine.

      *> The old side is the key's image now, or nothing when the
      *> key is not on the master now. The entry carries the target
      *> date as its business date, so a later recovery to that date
      *> or after replays the restore and one to an earlier date
      *> does not; the run timestamp still orders it after the
      *> entries it rolled back.
       buildRollbackOldSide.
           MOVE SPACES TO jrnRecord
           MOVE wsCurKey TO jrnKey
           MOVE 0 TO jrnOldNumLimite
           MOVE 0 TO jrnOldMultiple1
           MOVE 0 TO jrnOldMultiple2
           IF wsNowExists = 'Y'
               MOVE wsNowImage TO clsmRecord
               MOVE clsmCategory TO jrnOldCategory
               MOVE clsmNumLimite TO jrnOldNumLimite
               MOVE clsmMultiple1 TO jrnOldMultiple1
               MOVE clsmMultiple2 TO jrnOldMultiple2
               MOVE clsmRunDate TO jrnOldRunDate
           END-IF
           MOVE wsTargetDate TO jrnLoadDate
           MOVE wsRunStamp TO jrnPostedAt.

      *> A backup that ends without its trailer, or whose images do
      *> not add up to it, was cut short - nothing rebuilt from it
      *> can be trusted.
       checkBackupTrailer.
           EVALUATE TRUE
               WHEN wsTrailerSeen = 'N'
                   MOVE "BKPBASE HAS NO TRAILER - BACKUP TRUNCATED"
                       TO wsRefuseReason
               WHEN wsTrlCount NOT = wsBaseCount
                   OR wsTrlHash NOT = wsBaseHash
                   MOVE "BKPBASE IMAGES DO NOT AGREE WITH ITS TRAILER"
                       TO wsRefuseReason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> A rerun of the sweep writes the date's audit record again,
      *> so the last completed record for the date is the one the
      *> master reflects.
       readAuditRecord.
           OPEN INPUT AUDIT-FILE
           IF wsAuditStatus = "00"
               PERFORM readAuditLine
               PERFORM matchAuditRecord UNTIL
                   wsAudEofFlag = 'Y'
               CLOSE AUDIT-FILE
           END-IF
           IF wsAudFound = 'N'
               MOVE "NO COMPLETED AUDITFIL RECORD FOR THE TARGET DATE"
                   TO wsRefuseReason
           END-IF.

       readAuditLine.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO wsAudEofFlag
           END-READ.

       matchAuditRecord.
           IF audBusinessDate = wsTargetDate
               AND audRunStatus = "COMPLETE"
               MOVE 'Y' TO wsAudFound
               MOVE audCountBoth TO wsAudBoth
               MOVE audCountMult1 TO wsAudMult1
               MOVE audCountMult2 TO wsAudMult2
               MOVE audCountNeither TO wsAudNeither
           END-IF
           PERFORM readAuditLine.

       verifyRebuiltMaster.
           PERFORM pickLastLoadStamp
           MOVE SPACES TO rptLine
           WRITE rptLine
           MOVE "VERIFICATION AGAINST AUDITFIL FOR THE TARGET DATE"
               TO rptLine
           WRITE rptLine
           MOVE "CATEGORY   LOADED REVERSED RELEASED  DERIVED    AUDIT"
               TO rptLine
           WRITE rptLine
           MOVE "BOTH" TO wsVerifyLabel
           MOVE wsMastBoth TO wsVerifyMast
           MOVE wsRevBoth TO wsVerifyRev
           MOVE wsRelBoth TO wsVerifyRel
           MOVE wsAudBoth TO wsVerifyAud
           PERFORM verifyCategory
           MOVE "MULT1" TO wsVerifyLabel
           MOVE wsMastMult1 TO wsVerifyMast
           MOVE wsRevMult1 TO wsVerifyRev
           MOVE wsRelMult1 TO wsVerifyRel
           MOVE wsAudMult1 TO wsVerifyAud
           PERFORM verifyCategory
           MOVE "MULT2" TO wsVerifyLabel
           MOVE wsMastMult2 TO wsVerifyMast
           MOVE wsRevMult2 TO wsVerifyRev
           MOVE wsRelMult2 TO wsVerifyRel
           MOVE wsAudMult2 TO wsVerifyAud
           PERFORM verifyCategory
           MOVE "NEITHER" TO wsVerifyLabel
           MOVE wsMastNeither TO wsVerifyMast
           MOVE wsRevNeither TO wsVerifyRev
           MOVE wsRelNeither TO wsVerifyRel
           MOVE wsAudNeither TO wsVerifyAud
           PERFORM verifyCategory
           IF wsMismatchCount > 0
               MOVE "REBUILT MASTER DISAGREES WITH AUDITFIL"
                   TO wsRefuseReason
           END-IF.

      *> Load timestamps sort in run order, so the highest is the
      *> day's last load.
       pickLastLoadStamp.
           MOVE 0 TO wsStampLastIx
           MOVE 1 TO wsStampIx
           PERFORM compareLoadStamp UNTIL
               wsStampIx > wsStampCount
           IF wsStampLastIx > 0
               MOVE wsStampRelBoth(wsStampLastIx) TO wsRelBoth
               MOVE wsStampRelMult1(wsStampLastIx) TO wsRelMult1
               MOVE wsStampRelMult2(wsStampLastIx) TO wsRelMult2
               MOVE wsStampRelNeither(wsStampLastIx) TO wsRelNeither
           END-IF.

       compareLoadStamp.
           IF wsStampLastIx = 0
               OR wsStampAt(wsStampIx) > wsStampAt(wsStampLastIx)
               MOVE wsStampIx TO wsStampLastIx
           END-IF
           ADD 1 TO wsStampIx.

       verifyCategory.
           COMPUTE wsVerifyDerived = wsVerifyMast - wsVerifyRev
               + wsVerifyRel
           IF wsVerifyDerived = wsVerifyAud
               MOVE "OK" TO wsVerdict
           ELSE
               MOVE "DIFF" TO wsVerdict
               ADD 1 TO wsMismatchCount
           END-IF
           MOVE wsVerifyMast TO wsEditMast
           MOVE wsVerifyRev TO wsEditRev
           MOVE wsVerifyRel TO wsEditRel
           MOVE wsVerifyDerived TO wsEditDerived
           MOVE wsVerifyAud TO wsEditAud
           MOVE SPACES TO rptLine
           STRING wsVerifyLabel DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               wsEditMast DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               wsEditRev DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               wsEditRel DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               wsEditDerived DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               wsEditAud DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               wsVerdict DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine.

       writeVerifiedLine.
           MOVE SPACES TO rptLine
           WRITE rptLine
           MOVE "REBUILT MASTER VERIFIED - CLSMAST MAY BE REPLACED"
               TO rptLine
           WRITE rptLine
           DISPLAY "EXERC4 RECOVERY TO " wsTargetDate
               " VERIFIED: KEYS=" wsKeysWritten
               " RESTORED=" wsKeysRestored
               " REMOVED=" wsKeysRemoved.

       writeRefusedLine.
           MOVE SPACES TO rptLine
           WRITE rptLine
           MOVE SPACES TO rptLine
           STRING "CLSMAST NOT REPLACED - " DELIMITED BY SIZE
               wsRefuseReason DELIMITED BY SIZE
               INTO rptLine
           WRITE rptLine
           DISPLAY "EXERC4 RECOVERY REFUSED - " wsRefuseReason
           IF wsFatal = 'Y'
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

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
           MOVE "EXERC4RB" TO opsProgram
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
           MOVE "EXERC4RB" TO opsProgram
           MOVE wsTargetDate TO opsBusinessDate
           IF opsBusinessDate NOT NUMERIC
               MOVE wsOpsStart(1:8) TO opsBusinessDate
           END-IF
           MOVE wsOpsStart TO opsStartDateTime
           MOVE FUNCTION CURRENT-DATE(1:14) TO opsEndDateTime
           COMPUTE opsRecordsIn = wsBaseCount + wsJrnReadCount
           MOVE wsKeysWritten TO opsRecordsOut
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
