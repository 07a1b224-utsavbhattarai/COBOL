      *> generation sequence itself is not rewound -- the next
      *> master rewrite continues from the highest number, so the
      *> rolled-back state is itself preserved as a generation.
      *> A history restore is dated on the generation log
      *> P2HistoryGenLog.dat as a RESTORE of the generation copied
      *> back, so P2AsOf knows which master was live on the days
      *> after it.  Either restore goes on the shared change feed
      *> P2Delta.dat (P2Delta) as the adds, changes, and deletes it
      *> makes to the live master -- a rollback reaches the feed's
      *> subscribers as the changes it undoes -- and a restore whose
      *> feed cannot be written is refused.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2GenRestore.
           SELECT auditTrailFile ASSIGN TO "P2AuditTrail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuditTrailStatus.
           SELECT genLogFile ASSIGN TO "P2HistoryGenLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GenLogStatus.

       DATA DIVISION.
       FILE SECTION.
      *> Generic line records -- wide enough for either master's
      *> layout (history 89, demographic 255), copied byte for byte.
       FD generationFile.
       01 GenerationRecord.
        02 GenerationLine PIC X(300).

       FD masterFile.
       01 MasterRecord.
        02 MasterLine PIC X(300).

       FD auditTrailFile.
       01 AuditTrailRecord.
        02 AuditTrailLine PIC X(250).

       FD genLogFile.
       01 GenLogRecord.
           COPY "GENLOG.CPY".

       WORKING-STORAGE SECTION.
       01 WS-GenFileStatus PIC XX VALUE SPACES.
       01 WS-MasterStatus PIC XX VALUE SPACES.
       01 WS-AuditTrailStatus PIC XX VALUE SPACES.
       01 WS-GenLogStatus PIC XX VALUE SPACES.
       01 WS-GenFileName PIC X(100) VALUE SPACES.
       01 WS-MasterFileName PIC X(100) VALUE SPACES.
       01 WS-ArgNum PIC 9(2) VALUE ZERO.
       01 WS-CopyEOF PIC X VALUE "N".
       01 WS-RecordsCopied PIC 9(6) VALUE ZERO.
       01 WS-SystemCommand PIC X(60) VALUE SPACES.
       01 WS-RefuseReason PIC X(20) VALUE "NOT ON DISK".
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
      *> -- a restore rewrites a live master, so it holds that
      *> master's lock exclusive exactly like the regular writers.
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       MOVE WS-MasterArg TO DeltaReqMaster.
       MOVE WS-MasterFileName TO DeltaReqOldFile.
       MOVE WS-GenFileName TO DeltaReqNewFile.
       MOVE "P2GENRESTORE" TO DeltaReqProgram.
       CALL "P2Delta" USING DeltaRequest.
       IF DeltaReqResult NOT = "Y"
           DISPLAY "P2GENRESTORE: CHANGE FEED NOT WRITTEN -- "
               WS-MasterFileName(1:15) " LEFT UNTOUCHED"
           CLOSE generationFile
           MOVE "FEED NOT WRITTEN" TO WS-RefuseReason
           PERFORM LogRefusedRestore
           PERFORM ReleaseMasterLock
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       DISPLAY "P2GENRESTORE: CHANGE FEED ADDS: " DeltaReqAdds
           "  CHANGES: " DeltaReqChanges
           "  DELETES: " DeltaReqDeletes.
       OPEN OUTPUT masterFile.
       MOVE "N" TO WS-CopyEOF.
       PERFORM CopyOneRecord UNTIL WS-CopyEOF = "Y".
           "OVER " WS-MasterFileName(1:15) " -- RECORDS: "
           WS-RecordsCopied.
       PERFORM LogAppliedRestore.
       IF WS-MasterArg = "HISTORY"
           PERFORM LogGeneration
       END-IF.
       PERFORM ReleaseMasterLock.
       IF WS-MasterArg = "HISTORY"
           PERFORM RebuildKeyedTwin
           PERFORM RebuildSummaryMaster
       END-IF.
       STOP RUN.

           WRITE AuditTrailRecord
           CLOSE auditTrailFile.

      *> Dates the restored history generation on the generation
      *> log -- under the lock, like the copy it records.
       LogGeneration.
           OPEN EXTEND genLogFile
           IF WS-GenLogStatus = "35"
               OPEN OUTPUT genLogFile
           END-IF
           MOVE SPACES TO GenLogRecord
           MOVE WS-GenArg TO GL-GenNbr
           ACCEPT GL-Date FROM DATE YYYYMMDD
           ACCEPT GL-Time FROM TIME
           MOVE "P2GENRESTORE" TO GL-Program
           MOVE "RESTORE" TO GL-Action
           WRITE GenLogRecord
           CLOSE genLogFile.

      *> A restored history master must reach the keyed twin
      *> P2HistoryIx.dat too -- the request-driven readers
      *> (P2Reprint, P2EnrollVer, calcGPA1) prefer the twin whenever
           MOVE "./P2HistKey LOAD" TO WS-SystemCommand
           CALL "SYSTEM" USING WS-SystemCommand.

      *> The cumulative summary P2StuSummary.dat must follow a
      *> restored history master too.  A restore does not advance
      *> the generation number its readers check, so nothing but
      *> this rebuild keeps them from serving figures off the very
      *> master just rolled back; run at the same point as the
      *> keyed twin.
       RebuildSummaryMaster.
           DISPLAY "P2GENRESTORE: REBUILDING CUMULATIVE SUMMARY "
               "(P2StuSum)"
           MOVE "./P2StuSum" TO WS-SystemCommand
           CALL "SYSTEM" USING WS-SystemCommand.

       LogRefusedRestore.
           OPEN EXTEND auditTrailFile
           IF WS-AuditTrailStatus = "35"
           MOVE SPACES TO AuditTrailLine
           STRING "TRL ", WS-RunDate, " ", WS-RunTime,
               " P2GENRESTORE COPIED=000000 REFUSED ",
               WS-GenFileName(1:20), " ", WS-RefuseReason
               INTO AuditTrailLine
           WRITE AuditTrailRecord
           CLOSE auditTrailFile.
