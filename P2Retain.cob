      *> Progrm-ID: P2Retain.cob
      *> Authors:    Utsav Bhattarai, Biraj Basnet, Bisheshwor Ghimire, Eraj Khatiwada
      *> OS:        Ubuntu 18
      *> Compiler:  OpenCOBOL

      *> Records-retention archive and purge run.  The shared audit
      *> trail (P2AuditTrail.dat), the disclosure ledger
      *> (P2Disclosure.dat), the maintenance and appeal logs
      *> (P2MaintAudit.dat, P2AppealLog.dat) and the master
      *> generations (P2History.Gnnnn, P2Students.Gnnnn) only ever
      *> grow; this run applies the registrar's retention schedule
      *> to them.  The schedule is the policy file P2Retention.dat,
      *> one row per governed file:
      *>   cols  1-20  file name, or HISTORY / STUDENTS for a
      *>               master's generations
      *>   col  22     kind -- L log file, G master generations
      *>   cols 24-28  days to keep (L) or generations to keep (G)
      *> A log line dated before run date minus its retention days
      *> is moved to a dated archive file beside the log
      *> (P2AuditTrail.A20261015 style), bracketed by an ARCHDR
      *> control record and an ARCTRL record carrying the line count
      *> and the first and last dates moved, so a later run the same
      *> day simply appends a second bracketed batch.  The live log
      *> is rebuilt through a staging copy (<file>.new) headed by a
      *> RET summary record -- what was archived, the cutoff, and
      *> where it went -- and is only replaced once the archived and
      *> kept counts balance to what was read; an out-of-balance
      *> split leaves the live log untouched (RC 8).  A line's date
      *> is its first token when that is an eight-digit date (the
      *> disclosure, maintenance and appeal logs) and otherwise its
      *> second (the audit trail's HDR/TRL records); an undated
      *> continuation line goes wherever the line above it went.
      *> For G rows every generation older than the newest N (per
      *> P2HistoryGen.dat / P2StudentsGen.dat) that is still on disk
      *> is removed.
      *> The disclosure ledger must by law outlive the records it
      *> accounts for: a schedule that keeps P2Disclosure.dat for
      *> fewer than WS-DisclosureMinDays days -- or any row that is
      *> malformed, keeps nothing, or names an unknown master -- is
      *> refused as a whole before any file is touched (RC 12).
      *> The run holds HISTORY and STUDENTS exclusive throughout, so
      *> no master writer or reader can be appending to a log while
      *> it is being rebuilt.  RC 4 when a governed log could not be
      *> read.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2Retain.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT policyFile ASSIGN TO "P2Retention.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PolicyStatus.
           SELECT liveLogFile ASSIGN TO DYNAMIC WS-LiveFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LiveStatus.
           SELECT stagingFile ASSIGN TO DYNAMIC WS-StagingFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StagingStatus.
           SELECT archiveFile ASSIGN TO DYNAMIC WS-ArchiveFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ArchiveStatus.
           SELECT genStateFile ASSIGN TO DYNAMIC WS-GenStateFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GenStateStatus.
           SELECT generationFile ASSIGN TO DYNAMIC WS-GenFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GenFileStatus.
           SELECT auditTrailFile ASSIGN TO "P2AuditTrail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuditTrailStatus.

       DATA DIVISION.
       FILE SECTION.
       FD policyFile.
       01 PolicyRecord.
        02 RP-Target PIC X(20).
        02 FILLER PIC X(1).
        02 RP-Kind PIC X(1).
        02 FILLER PIC X(1).
        02 RP-Value PIC X(5).

      *> Generic line records -- as wide as the widest governed log
      *> (the audit trail, 250), copied byte for byte.
       FD liveLogFile.
       01 LiveLogRecord.
        02 LiveLogLine PIC X(250).

       FD stagingFile.
       01 StagingRecord.
        02 StagingLine PIC X(250).

       FD archiveFile.
       01 ArchiveRecord.
        02 ArchiveLine PIC X(250).

       FD genStateFile.
       01 GenStateRecord.
        02 GS-LastGen PIC 9(4).

       FD generationFile.
       01 GenerationRecord.
        02 GenerationLine PIC X(200).

       FD auditTrailFile.
       01 AuditTrailRecord.
        02 AuditTrailLine PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-PolicyStatus PIC XX VALUE SPACES.
       01 WS-LiveStatus PIC XX VALUE SPACES.
       01 WS-StagingStatus PIC XX VALUE SPACES.
       01 WS-ArchiveStatus PIC XX VALUE SPACES.
       01 WS-GenStateStatus PIC XX VALUE SPACES.
       01 WS-GenFileStatus PIC XX VALUE SPACES.
       01 WS-AuditTrailStatus PIC XX VALUE SPACES.
       01 WS-LiveFileName PIC X(100) VALUE SPACES.
       01 WS-StagingFileName PIC X(100) VALUE SPACES.
       01 WS-ArchiveFileName PIC X(100) VALUE SPACES.
       01 WS-GenStateFileName PIC X(100) VALUE SPACES.
       01 WS-GenFileName PIC X(100) VALUE SPACES.
       01 WS-GenPrefix PIC X(20) VALUE SPACES.
       01 WS-FileBase PIC X(20) VALUE SPACES.
       01 WS-SystemCommand PIC X(60) VALUE SPACES.
       01 WS-RunDate PIC 9(8) VALUE ZERO.
       01 WS-RunTime PIC 9(8) VALUE ZERO.
      *> Shortest retention the disclosure ledger may be given --
      *> seven years, the institution's records-schedule minimum.
       01 WS-DisclosureMinDays PIC 9(5) VALUE 02555.
       01 WS-PolicyEOF PIC X VALUE "N".
       01 WS-LogEOF PIC X VALUE "N".
       01 WS-PolicyRefused PIC X VALUE "N".
       01 WS-AnyWarning PIC X VALUE "N".
       01 WS-OutOfBalance PIC X VALUE "N".
      *> The schedule, loaded and vetted in full before any file is
      *> touched.
       01 PolicyTable.
        02 PolicyEntry OCCURS 50 TIMES.
         03 PT-Target PIC X(20).
         03 PT-Kind PIC X(1).
         03 PT-Value PIC 9(5).
       01 PolicyCount PIC 99 VALUE ZERO.
       01 PolicyIdx PIC 99 VALUE ZERO.
      *> Per-log working fields
       01 WS-CutoffInt PIC 9(8) VALUE ZERO.
       01 WS-CutoffDate PIC 9(8) VALUE ZERO.
       01 WS-Token1 PIC X(20) VALUE SPACES.
       01 WS-Token2 PIC X(20) VALUE SPACES.
       01 WS-LineDate PIC 9(8) VALUE ZERO.
       01 WS-LineDated PIC X VALUE "N".
       01 WS-LineArchived PIC X VALUE "N".
       01 WS-LinesRead PIC 9(7) VALUE ZERO.
       01 WS-LinesToArchive PIC 9(7) VALUE ZERO.
       01 WS-LinesArchived PIC 9(7) VALUE ZERO.
       01 WS-LinesKept PIC 9(7) VALUE ZERO.
       01 WS-LinesCopied PIC 9(7) VALUE ZERO.
       01 WS-SplitTotal PIC 9(7) VALUE ZERO.
       01 WS-FirstArchDate PIC 9(8) VALUE ZERO.
       01 WS-LastArchDate PIC 9(8) VALUE ZERO.
      *> Per-master generation fields -- the loop counter is wider
      *> than the four-digit generation number so it can pass 9999.
       01 WS-LastGenNbr PIC 9(4) VALUE ZERO.
       01 WS-OldestKept PIC 9(5) VALUE ZERO.
       01 WS-GenLoop PIC 9(5) VALUE ZERO.
       01 WS-GenNbr PIC 9(4) VALUE ZERO.
      *> Run totals for the console and the audit trailer
       01 WS-LogsProcessed PIC 9(3) VALUE ZERO.
       01 WS-TotalArchived PIC 9(7) VALUE ZERO.
       01 WS-TotalKept PIC 9(7) VALUE ZERO.
       01 WS-GensRemoved PIC 9(5) VALUE ZERO.
      *> Interlock request block for the CALLed P2Lock subprogram
      *> -- both masters are held exclusive for the whole run, which
      *> keeps every program that appends to a governed log out
      *> while the log is rebuilt and the generations are pruned.
       01 LockRequest.
        02 LockReqName PIC X(10) VALUE SPACES.
        02 LockReqMode PIC X(1) VALUE SPACE.
        02 LockReqAction PIC X(8) VALUE SPACES.
        02 LockReqProgram PIC X(12) VALUE SPACES.
        02 LockReqResult PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
       ACCEPT WS-RunDate FROM DATE YYYYMMDD.
       ACCEPT WS-RunTime FROM TIME.
       PERFORM LoadPolicy.
       IF WS-PolicyRefused = "Y"
           DISPLAY "P2RETAIN: RETENTION SCHEDULE REFUSED -- NO FILE "
               "ARCHIVED OR PURGED"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM AcquireMasterLocks.
       PERFORM WriteAuditHeader.
       PERFORM VARYING PolicyIdx FROM 1 BY 1
           UNTIL PolicyIdx > PolicyCount
           IF PT-Kind(PolicyIdx) = "L"
               PERFORM RetainLogFile
           ELSE
               PERFORM PruneGenerations
           END-IF
       END-PERFORM.
       DISPLAY "P2RETAIN: LOGS: " WS-LogsProcessed
           "  ARCHIVED: " WS-TotalArchived
           "  KEPT: " WS-TotalKept
           "  GENERATIONS REMOVED: " WS-GensRemoved.
       PERFORM WriteAuditTrailer.
       PERFORM ReleaseMasterLocks.
       EVALUATE TRUE
           WHEN WS-OutOfBalance = "Y"
               MOVE 8 TO RETURN-CODE
           WHEN WS-AnyWarning = "Y"
               MOVE 4 TO RETURN-CODE
           WHEN OTHER
               CONTINUE
       END-EVALUATE.
       STOP RUN.

       AcquireMasterLocks.
           MOVE "STUDENTS" TO LockReqName
           MOVE "X" TO LockReqMode
           MOVE "ACQUIRE" TO LockReqAction
           MOVE "P2RETAIN" TO LockReqProgram
           CALL "P2Lock" USING LockRequest
           IF LockReqResult NOT = "Y"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "HISTORY" TO LockReqName
           MOVE "X" TO LockReqMode
           MOVE "ACQUIRE" TO LockReqAction
           CALL "P2Lock" USING LockRequest
           IF LockReqResult NOT = "Y"
               MOVE "STUDENTS" TO LockReqName
               MOVE "X" TO LockReqMode
               MOVE "RELEASE" TO LockReqAction
               CALL "P2Lock" USING LockRequest
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       ReleaseMasterLocks.
           MOVE "HISTORY" TO LockReqName
           MOVE "X" TO LockReqMode
           MOVE "RELEASE" TO LockReqAction
           CALL "P2Lock" USING LockRequest
           MOVE "STUDENTS" TO LockReqName
           MOVE "X" TO LockReqMode
           MOVE "RELEASE" TO LockReqAction
           CALL "P2Lock" USING LockRequest.

      *> Loads and vets the whole schedule.  Every bad row is
      *> reported, then the run is refused -- a partial purge under
      *> a schedule someone got wrong cannot be undone.
       LoadPolicy.
           OPEN INPUT policyFile
           IF WS-PolicyStatus NOT = "00"
               DISPLAY "P2RETAIN: NO RETENTION SCHEDULE "
                   "(P2Retention.dat STATUS " WS-PolicyStatus ")"
               MOVE "Y" TO WS-PolicyRefused
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PolicyEOF
           PERFORM UNTIL WS-PolicyEOF = "Y"
               READ policyFile
                   AT END
                       MOVE "Y" TO WS-PolicyEOF
                   NOT AT END
                       IF RP-Target NOT = SPACES
                           PERFORM VetPolicyRow
                       END-IF
               END-READ
           END-PERFORM
           CLOSE policyFile
           IF PolicyCount = ZERO AND WS-PolicyRefused = "N"
               DISPLAY "P2RETAIN: RETENTION SCHEDULE IS EMPTY"
               MOVE "Y" TO WS-PolicyRefused
           END-IF.

       VetPolicyRow.
           IF RP-Kind NOT = "L" AND RP-Kind NOT = "G"
               DISPLAY "P2RETAIN: " RP-Target " KIND MUST BE L OR G, "
                   "GOT: " RP-Kind
               MOVE "Y" TO WS-PolicyRefused
               EXIT PARAGRAPH
           END-IF
           IF RP-Value NOT NUMERIC
               DISPLAY "P2RETAIN: " RP-Target " RETENTION NOT "
                   "NUMERIC: " RP-Value
               MOVE "Y" TO WS-PolicyRefused
               EXIT PARAGRAPH
           END-IF
           IF RP-Value = "00000"
               DISPLAY "P2RETAIN: " RP-Target " RETENTION OF ZERO "
                   "WOULD PURGE EVERYTHING"
               MOVE "Y" TO WS-PolicyRefused
               EXIT PARAGRAPH
           END-IF
           IF RP-Kind = "G" AND RP-Target NOT = "HISTORY"
               AND RP-Target NOT = "STUDENTS"
               DISPLAY "P2RETAIN: " RP-Target " IS NOT A "
                   "GENERATION MASTER (HISTORY OR STUDENTS)"
               MOVE "Y" TO WS-PolicyRefused
               EXIT PARAGRAPH
           END-IF
           IF RP-Kind = "L" AND RP-Target = "P2Disclosure.dat"
               AND RP-Value < WS-DisclosureMinDays
               DISPLAY "P2RETAIN: P2Disclosure.dat RETENTION OF "
                   RP-Value " DAYS IS BELOW THE LEGAL MINIMUM OF "
                   WS-DisclosureMinDays " DAYS"
               MOVE "Y" TO WS-PolicyRefused
               EXIT PARAGRAPH
           END-IF
           IF PolicyCount = 50
               DISPLAY "P2RETAIN: MORE THAN 50 SCHEDULE ROWS"
               MOVE "Y" TO WS-PolicyRefused
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO PolicyCount
           MOVE RP-Target TO PT-Target(PolicyCount)
           MOVE RP-Kind TO PT-Kind(PolicyCount)
           MOVE RP-Value TO PT-Value(PolicyCount).

      *> One governed log: a counting pass decides whether anything
      *> is old enough to move, the split pass writes the archive
      *> batch and the staging copy, and only a balanced split is
      *> copied back over the live log.
       RetainLogFile.
           MOVE PT-Target(PolicyIdx) TO WS-LiveFileName
           MOVE SPACES TO WS-FileBase
           UNSTRING PT-Target(PolicyIdx) DELIMITED BY "."
               INTO WS-FileBase
           MOVE SPACES TO WS-StagingFileName
           STRING PT-Target(PolicyIdx) DELIMITED BY SPACE,
               ".new" DELIMITED BY SIZE
               INTO WS-StagingFileName
           MOVE SPACES TO WS-ArchiveFileName
           STRING WS-FileBase DELIMITED BY SPACE,
               ".A" DELIMITED BY SIZE,
               WS-RunDate DELIMITED BY SIZE
               INTO WS-ArchiveFileName
           COMPUTE WS-CutoffInt =
               FUNCTION INTEGER-OF-DATE(WS-RunDate)
               - PT-Value(PolicyIdx)
           COMPUTE WS-CutoffDate =
               FUNCTION DATE-OF-INTEGER(WS-CutoffInt)
           PERFORM CountArchivable
           IF WS-LiveStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LogsProcessed
           IF WS-LinesToArchive = ZERO
               ADD WS-LinesRead TO WS-TotalKept
               DISPLAY "P2RETAIN: " WS-LiveFileName(1:20)
                   " NOTHING DATED BEFORE " WS-CutoffDate
               EXIT PARAGRAPH
           END-IF
           PERFORM SplitLogFile
           COMPUTE WS-SplitTotal = WS-LinesArchived + WS-LinesKept
           IF WS-SplitTotal NOT = WS-LinesRead
               OR WS-LinesArchived NOT = WS-LinesToArchive
               DISPLAY "P2RETAIN: " WS-LiveFileName(1:20)
                   " OUT OF BALANCE -- READ " WS-LinesRead
                   " ARCHIVED " WS-LinesArchived " KEPT "
                   WS-LinesKept " -- LIVE FILE LEFT UNTOUCHED"
               MOVE "Y" TO WS-OutOfBalance
               EXIT PARAGRAPH
           END-IF
           PERFORM ReplaceLiveLog
           ADD WS-LinesArchived TO WS-TotalArchived
           ADD WS-LinesKept TO WS-TotalKept
           DISPLAY "P2RETAIN: " WS-LiveFileName(1:20)
               " ARCHIVED " WS-LinesArchived " KEPT " WS-LinesKept
               " TO " WS-ArchiveFileName(1:30).

       CountArchivable.
           MOVE ZERO TO WS-LinesRead
           MOVE ZERO TO WS-LinesToArchive
           MOVE "N" TO WS-LineArchived
           OPEN INPUT liveLogFile
           IF WS-LiveStatus = "35"
               DISPLAY "P2RETAIN: " WS-LiveFileName(1:20)
                   " NOT ON DISK -- NOTHING TO RETAIN"
               EXIT PARAGRAPH
           END-IF
           IF WS-LiveStatus NOT = "00"
               DISPLAY "P2RETAIN: " WS-LiveFileName(1:20)
                   " COULD NOT BE READ (STATUS " WS-LiveStatus ")"
               MOVE "Y" TO WS-AnyWarning
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LogEOF
           PERFORM UNTIL WS-LogEOF = "Y"
               READ liveLogFile
                   AT END
                       MOVE "Y" TO WS-LogEOF
                   NOT AT END
                       ADD 1 TO WS-LinesRead
                       PERFORM ClassifyLine
                       IF WS-LineArchived = "Y"
                           ADD 1 TO WS-LinesToArchive
                       END-IF
               END-READ
           END-PERFORM
           CLOSE liveLogFile.

      *> Dates the current line and decides whether it is archived.
      *> An undated line keeps the previous line's decision.
       ClassifyLine.
           MOVE SPACES TO WS-Token1
           MOVE SPACES TO WS-Token2
           UNSTRING LiveLogLine DELIMITED BY ALL SPACE
               INTO WS-Token1 WS-Token2
           MOVE "N" TO WS-LineDated
           EVALUATE TRUE
               WHEN WS-Token1(1:8) IS NUMERIC
                   AND WS-Token1(9:1) = SPACE
                   MOVE WS-Token1(1:8) TO WS-LineDate
                   MOVE "Y" TO WS-LineDated
               WHEN WS-Token2(1:8) IS NUMERIC
                   AND WS-Token2(9:1) = SPACE
                   MOVE WS-Token2(1:8) TO WS-LineDate
                   MOVE "Y" TO WS-LineDated
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-LineDated = "Y"
               IF WS-LineDate < WS-CutoffDate
                   MOVE "Y" TO WS-LineArchived
               ELSE
                   MOVE "N" TO WS-LineArchived
               END-IF
           END-IF.

       SplitLogFile.
           MOVE ZERO TO WS-LinesArchived
           MOVE ZERO TO WS-LinesKept
           MOVE ZERO TO WS-FirstArchDate
           MOVE ZERO TO WS-LastArchDate
           MOVE "N" TO WS-LineArchived
           OPEN INPUT liveLogFile
           OPEN OUTPUT stagingFile
           OPEN EXTEND archiveFile
           IF WS-ArchiveStatus = "35"
               OPEN OUTPUT archiveFile
           END-IF
           MOVE SPACES TO ArchiveLine
           STRING "ARCHDR ", WS-RunDate, " ", WS-RunTime,
               " P2RETAIN FROM=", WS-LiveFileName(1:20),
               " BEFORE=", WS-CutoffDate
               INTO ArchiveLine
           WRITE ArchiveRecord
           MOVE SPACES TO StagingLine
           STRING "RET ", WS-RunDate, " ", WS-RunTime,
               " P2RETAIN ARCHIVED=", WS-LinesToArchive,
               " BEFORE=", WS-CutoffDate,
               " TO=", WS-ArchiveFileName(1:30)
               INTO StagingLine
           WRITE StagingRecord
           MOVE "N" TO WS-LogEOF
           PERFORM UNTIL WS-LogEOF = "Y"
               READ liveLogFile
                   AT END
                       MOVE "Y" TO WS-LogEOF
                   NOT AT END
                       PERFORM ClassifyLine
                       IF WS-LineArchived = "Y"
                           PERFORM ArchiveOneLine
                       ELSE
                           MOVE LiveLogLine TO StagingLine
                           WRITE StagingRecord
                           ADD 1 TO WS-LinesKept
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO ArchiveLine
           STRING "ARCTRL ", WS-RunDate, " ", WS-RunTime,
               " P2RETAIN LINES=", WS-LinesArchived,
               " FIRST=", WS-FirstArchDate,
               " LAST=", WS-LastArchDate
               INTO ArchiveLine
           WRITE ArchiveRecord
           CLOSE archiveFile
           CLOSE stagingFile
           CLOSE liveLogFile.

       ArchiveOneLine.
           MOVE LiveLogLine TO ArchiveLine
           WRITE ArchiveRecord
           ADD 1 TO WS-LinesArchived
           IF WS-LineDated = "Y"
               IF WS-FirstArchDate = ZERO
                   MOVE WS-LineDate TO WS-FirstArchDate
               END-IF
               MOVE WS-LineDate TO WS-LastArchDate
           END-IF.

      *> Copies the balanced staging file back over the live log;
      *> the staging copy is left on disk until the next run
      *> overwrites it, as a fallback if this copy is interrupted.
       ReplaceLiveLog.
           MOVE ZERO TO WS-LinesCopied
           OPEN INPUT stagingFile
           OPEN OUTPUT liveLogFile
           MOVE "N" TO WS-LogEOF
           PERFORM UNTIL WS-LogEOF = "Y"
               READ stagingFile
                   AT END
                       MOVE "Y" TO WS-LogEOF
                   NOT AT END
                       MOVE StagingLine TO LiveLogLine
                       WRITE LiveLogRecord
                       ADD 1 TO WS-LinesCopied
               END-READ
           END-PERFORM
           CLOSE liveLogFile
           CLOSE stagingFile.

      *> One generation master: every generation older than the
      *> newest PT-Value that is still on disk is removed.
       PruneGenerations.
           IF PT-Target(PolicyIdx) = "HISTORY"
               MOVE "P2HistoryGen.dat" TO WS-GenStateFileName
               MOVE "P2History.G" TO WS-GenPrefix
           ELSE
               MOVE "P2StudentsGen.dat" TO WS-GenStateFileName
               MOVE "P2Students.G" TO WS-GenPrefix
           END-IF
           MOVE ZERO TO WS-LastGenNbr
           OPEN INPUT genStateFile
           IF WS-GenStateStatus = "00"
               READ genStateFile
                   NOT AT END
                       IF GS-LastGen IS NUMERIC
                           MOVE GS-LastGen TO WS-LastGenNbr
                       END-IF
               END-READ
               CLOSE genStateFile
           END-IF
           IF WS-LastGenNbr NOT > PT-Value(PolicyIdx)
               DISPLAY "P2RETAIN: " PT-Target(PolicyIdx)
                   " GENERATIONS WITHIN RETENTION (LAST "
                   WS-LastGenNbr ")"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OldestKept =
               WS-LastGenNbr - PT-Value(PolicyIdx) + 1
           PERFORM VARYING WS-GenLoop FROM 1 BY 1
               UNTIL WS-GenLoop NOT < WS-OldestKept
               MOVE WS-GenLoop TO WS-GenNbr
               MOVE SPACES TO WS-GenFileName
               STRING WS-GenPrefix DELIMITED BY SPACE,
                   WS-GenNbr DELIMITED BY SIZE
                   INTO WS-GenFileName
               OPEN INPUT generationFile
               IF WS-GenFileStatus = "00"
                   CLOSE generationFile
                   MOVE SPACES TO WS-SystemCommand
                   STRING "rm -f ", WS-GenFileName(1:20)
                       INTO WS-SystemCommand
                   CALL "SYSTEM" USING WS-SystemCommand
                   ADD 1 TO WS-GensRemoved
                   DISPLAY "P2RETAIN: REMOVED " WS-GenFileName(1:20)
               END-IF
           END-PERFORM.

       WriteAuditHeader.
           OPEN EXTEND auditTrailFile
           IF WS-AuditTrailStatus = "35"
               OPEN OUTPUT auditTrailFile
           END-IF
           MOVE SPACES TO AuditTrailLine
           STRING "HDR ", WS-RunDate, " ", WS-RunTime,
               " P2RETAIN IN=P2Retention.dat OUT=ARCHIVES FRESH"
               INTO AuditTrailLine
           WRITE AuditTrailRecord
           CLOSE auditTrailFile.

       WriteAuditTrailer.
           ACCEPT WS-RunDate FROM DATE YYYYMMDD
           ACCEPT WS-RunTime FROM TIME
           OPEN EXTEND auditTrailFile
           IF WS-AuditTrailStatus = "35"
               OPEN OUTPUT auditTrailFile
           END-IF
           MOVE SPACES TO AuditTrailLine
           STRING "TRL ", WS-RunDate, " ", WS-RunTime,
               " P2RETAIN LOGS=", WS-LogsProcessed,
               " ARCHIVED=", WS-TotalArchived,
               " KEPT=", WS-TotalKept,
               " GENS-REMOVED=", WS-GensRemoved, " NORMAL"
               INTO AuditTrailLine
           WRITE AuditTrailRecord
           CLOSE auditTrailFile.
