      *> distinct student/term pairs present in the extract, pass two
      *> SORTs the surviving old-master records together with every
      *> extract record and rewrites the master in key order.
      *> What each load changed goes on the maintenance log
      *> P2MaintAudit.dat beside P2HistMaint's own entries: a
      *> LOAD-REPLACED line carrying the full image of every
      *> old-master record a re-submitted term displaced, then a
      *> LOAD-TERM line for every student/term pair the load merged
      *> -- so a past state of a student's history can be rolled
      *> back through a load as well as through a maintenance run
      *> (P2AsOf).  Every promoted generation is dated on the
      *> generation log P2HistoryGenLog.dat (GENLOG.CPY).  Every
      *> record the load adds, changes, or deletes goes on the shared
      *> change feed P2Delta.dat (P2Delta) before the new master is
      *> promoted; a load whose feed cannot be written does not
      *> replace the master.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2HistLoad.
           SELECT auditTrailFile ASSIGN TO "P2AuditTrail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuditTrailStatus.
           SELECT maintAuditFile ASSIGN TO "P2MaintAudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MaintAuditStatus.
           SELECT genLogFile ASSIGN TO "P2HistoryGenLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GenLogStatus.

       DATA DIVISION.
       FILE SECTION.
       01 AuditTrailRecord.
        02 AuditTrailLine PIC X(250).

       FD maintAuditFile.
       01 MaintAuditRecord.
        02 MaintAuditLine PIC X(132).

       FD genLogFile.
       01 GenLogRecord.
           COPY "GENLOG.CPY".

       WORKING-STORAGE SECTION.
       01 WS-ExtractStatus PIC XX VALUE SPACES.
       01 WS-GenFileStatus PIC XX VALUE SPACES.
        02 WS-VT-Hash2 PIC 9(9).
       01 WS-HistoryStatus PIC XX VALUE SPACES.
       01 WS-AuditTrailStatus PIC XX VALUE SPACES.
       01 WS-MaintAuditStatus PIC XX VALUE SPACES.
       01 WS-GenLogStatus PIC XX VALUE SPACES.
       01 WS-RunDate PIC 9(8) VALUE ZERO.
       01 WS-RunTime PIC 9(8) VALUE ZERO.
       01 WS-ExtractEOF PIC X VALUE "N".
       01 RefusedCount PIC 99 VALUE ZERO.
       01 RefusedIdx PIC 99 VALUE ZERO.
       01 WS-RecordsRefused PIC 9(6) VALUE ZERO.
      *> Request block for the CALLed P2Delta change-feed writer.
       01 DeltaRequest.
        02 DeltaReqMaster PIC X(8) VALUE SPACES.
        02 DeltaReqOldFile PIC X(40) VALUE SPACES.
        02 DeltaReqNewFile PIC X(40) VALUE SPACES.
        02 DeltaReqProgram PIC X(12) VALUE SPACES.
        02 DeltaReqResult PIC X(1) VALUE SPACE.
        02 DeltaReqAdds PIC 9(7) VALUE ZERO.
        02 DeltaReqChanges PIC 9(7) VALUE ZERO.
        02 DeltaReqDeletes PIC 9(7) VALUE ZERO.
      *> Interlock request block for the CALLed P2Lock subprogram
      *> -- this program rewrites the history master, so it takes
      *> the HISTORY lock exclusive for the whole run.
       PERFORM ReleaseMasterLock.
       IF WS-PromoteFailed = "N"
           PERFORM RebuildKeyedTwin
           PERFORM RebuildSummaryMaster
       END-IF.
       STOP RUN.

      *> record from the extract, so the output procedure writes a
      *> complete replacement master in key order.
       BuildMergeWork.
           OPEN EXTEND maintAuditFile
           IF WS-MaintAuditStatus = "35"
               OPEN OUTPUT maintAuditFile
           END-IF
           MOVE "N" TO WS-HistoryEOF
           OPEN INPUT historyFile
           IF WS-HistoryStatus NOT = "00"
                           RELEASE MergeRecord
                       ELSE
                           ADD 1 TO WS-RecordsDropped
                           MOVE SPACES TO MaintAuditLine
                           STRING WS-RunDate, " ", WS-RunTime,
                               " LOAD-REPLACED ", HistoryRecord
                               INTO MaintAuditLine
                           WRITE MaintAuditRecord
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ExtractStatus NOT = "35"
               CLOSE extractFile
           END-IF
      *> The pairs after the displaced images: rolling back reads
      *> the log backwards, so a term's records come off before the
      *> images they displaced go back on.
           PERFORM VARYING ResubmittedTermIdx FROM 1 BY 1
               UNTIL ResubmittedTermIdx > ResubmittedTermCount
               MOVE SPACES TO MaintAuditLine
               STRING WS-RunDate, " ", WS-RunTime, " LOAD-TERM ",
                   RT-StudentWNbr(ResubmittedTermIdx), " ",
                   RT-Years(ResubmittedTermIdx)
                   INTO MaintAuditLine
               WRITE MaintAuditRecord
           END-PERFORM
           CLOSE maintAuditFile.

      *> Splits one comma-delimited extract line into its fields.
      *> Course titles are assumed comma-free -- the catalog has
           MOVE SPACES TO WS-GenFileName
           STRING "P2History.G", WS-NewGenNbr INTO WS-GenFileName.

      *> The change feed for this rewrite, off the live master and
      *> the generation about to replace it (P2Delta).
       WriteChangeFeed.
           MOVE "HISTORY" TO DeltaReqMaster
           MOVE "P2History.dat" TO DeltaReqOldFile
           MOVE WS-GenFileName TO DeltaReqNewFile
           MOVE "P2HISTLOAD" TO DeltaReqProgram
           CALL "P2Delta" USING DeltaRequest
           IF DeltaReqResult = "Y"
               DISPLAY "P2HISTLOAD: CHANGE FEED ADDS: " DeltaReqAdds
                   "  CHANGES: " DeltaReqChanges
                   "  DELETES: " DeltaReqDeletes
           END-IF.

      *> Clean end of job only: copies the just-written generation
      *> onto the live master name and records the new generation
      *> number.  An abend before this leaves both the old master
      *> and the partial generation on disk, untouched.
       PromoteNewMaster.
           MOVE "N" TO WS-GenCopyEOF
           PERFORM WriteChangeFeed
           IF DeltaReqResult NOT = "Y"
               DISPLAY "P2HISTLOAD: CHANGE FEED NOT WRITTEN -- "
                   "MASTER NOT REPLACED"
               MOVE "Y" TO WS-PromoteFailed
               MOVE 12 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT generationFile
           IF WS-GenFileStatus NOT = "00"
               DISPLAY "P2HISTLOAD: GENERATION " WS-GenFileName(1:15)
           OPEN OUTPUT genStateFile
           MOVE WS-NewGenNbr TO GS-LastGen
           WRITE GenStateRecord
           CLOSE genStateFile
           PERFORM LogGeneration.

      *> Dates the generation just promoted on the generation log.
       LogGeneration.
           OPEN EXTEND genLogFile
           IF WS-GenLogStatus = "35"
               OPEN OUTPUT genLogFile
           END-IF
           MOVE SPACES TO GenLogRecord
           MOVE WS-NewGenNbr TO GL-GenNbr
           ACCEPT GL-Date FROM DATE YYYYMMDD
           ACCEPT GL-Time FROM TIME
           MOVE "P2HISTLOAD" TO GL-Program
           MOVE "LOAD" TO GL-Action
           WRITE GenLogRecord
           CLOSE genLogFile.

      *> Loads the closed terms; no file on disk (status 35) means
      *> no term is closed.
               "(P2HistKey LOAD)"
           MOVE "./P2HistKey LOAD" TO WS-SystemCommand
           CALL "SYSTEM" USING WS-SystemCommand.

      *> The cumulative summary P2StuSummary.dat is stamped with the
      *> history generation it was built from, and its readers
      *> (P2Advisor, P2SAP, P2Audit, P2WhatIf) refuse one older than
      *> the master just promoted -- rebuilt here for the same
      *> reason and at the same point as the keyed twin: P2StuSum
      *> takes HISTORY shared and would fail under our lock.
       RebuildSummaryMaster.
           DISPLAY "P2HISTLOAD: REBUILDING CUMULATIVE SUMMARY "
               "(P2StuSum)"
           MOVE "./P2StuSum" TO WS-SystemCommand
           CALL "SYSTEM" USING WS-SystemCommand.
