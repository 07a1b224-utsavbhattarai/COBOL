
      *> Nightly job-stream driver.  Runs the suite in its one
      *> correct order -- TFile, P2, P2Verify, P2HistLoad, the
      *> P2HistKey keyed-master rebuild, the P2StuSum cumulative
      *> summary rebuild (which P2Audit reads), P2Audit, P2Letters,
      *> the P2Notify student e-mail/text queue, the weekly
      *> P2Integrity sweep, P2DupIdent duplicate-identity review
      *> list and P2BadAddr unreachable-student list, and last the
      *> P2Distrib report distribution that bundles the night's
      *> output for each office -- so no operator can run
      *> P2HistLoad before P2Verify signs off again.
      *> After each step it checks two things before starting the
      *> next: the step's completion code (P2's SetCompletionCode
      *> scale: 0 clean, 4 warnings, 8+ failures), and that the step
      *> resumes from that step instead of rerunning the whole night.
      *> A completion code at or below NIGHTLY-MAX-RC (P2Params.dat,
      *> default 4) is logged as a warning and the train continues.
      *> Weekly steps -- the P2Integrity cross-master sweep, the
      *> P2DupIdent review list and the P2BadAddr unreachable-
      *> student list -- run only on the INTEGRITY-DAY weekday
      *> (P2Params.dat, 1 Monday through 7 Sunday, default 7) and
      *> are skipped on the other nights, unless the train is
      *> resuming at that very step.
      *> Run as "P2Nightly DRYRUN" the train is a rehearsal: the
      *> working directory is copied whole -- masters, inputs,
      *> parameters, programs -- into the dry-run area
      *> (NIGHTLY-DRYRUN-DIR on P2Params.dat, default P2DryRun,
      *> emptied first; a plain directory name under the working
      *> directory, nothing else is accepted) with the copied lock
      *> files dropped, and every step runs inside it, so each
      *> step's locks, outputs and audit records land on the copies
      *> and no live file or live master's lock is touched.  A
      *> rehearsal always runs the whole train from the first step
      *> and neither reads nor leaves restart state.  At the end
      *> each audit record the steps wrote in the area is added to
      *> the live P2AuditTrail.dat behind a DRY tag -- which no
      *> HDR/TRL reader pairs -- and an impact summary, comparing
      *> the area against the live files, is displayed and written
      *> to P2DryRunImpact.dat in the area: master record counts
      *> before and after, standing changes with new probation and
      *> suspension counts and each student who changed,
      *> graduation candidates, the letters that would print or be
      *> held for address, and the notifications that would queue.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2Nightly.
           SELECT stateFile ASSIGN TO "P2NightlyState.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StateStatus.
           SELECT auditTrailFile ASSIGN TO DYNAMIC WS-AuditTrailName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuditTrailStatus.
           SELECT paramFile ASSIGN TO "P2Params.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ParamStatus.
      *> The live audit trail while a rehearsal's steps write to the
      *> area's copy through auditTrailFile.
           SELECT liveAuditFile ASSIGN TO "P2AuditTrail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LiveAuditStatus.
      *> Any live or area file the impact summary counts.
           SELECT compareFile ASSIGN TO DYNAMIC WS-CompareName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CompareStatus.
           SELECT impactFile ASSIGN TO DYNAMIC WS-ImpactName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ImpactStatus.

       DATA DIVISION.
       FILE SECTION.
       01 ParamRecord.
        02 ParamLine PIC X(40).

       FD liveAuditFile.
       01 LiveAuditRecord.
        02 LiveAuditLine PIC X(250).

       FD compareFile.
       01 CompareRecord.
        02 CompareLine PIC X(250).
      *> P2Standing.dat's leading columns.
       01 CompareStandingRecord.
        02 CP-StudentWNbr PIC X(9).
        02 CP-Standing PIC X(10).

       FD impactFile.
       01 ImpactRecord.
        02 ImpactLine PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-StateStatus PIC XX VALUE SPACES.
       01 WS-AuditTrailStatus PIC XX VALUE SPACES.
       01 WS-ParamStatus PIC XX VALUE SPACES.
       01 WS-LiveAuditStatus PIC XX VALUE SPACES.
       01 WS-CompareStatus PIC XX VALUE SPACES.
       01 WS-ImpactStatus PIC XX VALUE SPACES.
       01 WS-AuditTrailName PIC X(40) VALUE "P2AuditTrail.dat".
       01 WS-CompareName PIC X(40) VALUE SPACES.
       01 WS-ImpactName PIC X(40) VALUE SPACES.
       01 WS-CompareEOF PIC X VALUE "N".
       01 WS-ParamEOF PIC X VALUE "N".
       01 WS-ParamKey PIC X(20) VALUE SPACES.
       01 WS-ParamValue PIC X(20) VALUE SPACES.
      *> token each step writes as the fourth word of its HDR/TRL
      *> audit records, which is how the driver pairs them up.
       01 StepTable.
           02 StepEntry OCCURS 13 TIMES.
               03 SP-Command PIC X(30).
               03 SP-AuditName PIC X(12).
               03 SP-Weekly PIC X(1) VALUE "N".
       01 StepCount PIC 9(2) VALUE 13.
       01 StepIdx PIC 9(2) VALUE ZERO.
       01 WS-StartStep PIC 9(2) VALUE 1.
       01 WS-Command PIC X(100) VALUE SPACES.
      *> Dry-run mode: the argument, the area, and the audit lines
      *> already on the area's copy of the trail when it was made.
       01 WS-ArgNum PIC 9(2) VALUE ZERO.
       01 WS-ModeArg PIC X(10) VALUE SPACES.
       01 WS-DryRun PIC X VALUE "N".
       01 WS-DryDir PIC X(20) VALUE "P2DryRun".
       01 WS-DryDirBad PIC 9(2) VALUE ZERO.
       01 WS-DryAuditStart PIC 9(6) VALUE ZERO.
       01 WS-DryAuditAdded PIC 9(6) VALUE ZERO.
      *> system() hands back the shell's wait status, which carries
      *> the exit code in the high byte on this platform -- normalize
      *> so the step's 0/4/8/12/16 scale compares cleanly.
       01 WS-RawRC PIC 9(9) VALUE ZERO.
       01 WS-StepRC PIC 9(4) VALUE ZERO.
       01 WS-MaxWarnRC PIC 9(4) VALUE 4.
       01 WS-DayOfWeek PIC 9 VALUE ZERO.
       01 WS-IntegrityDay PIC 9 VALUE 7.
      *> Audit-trail pairing state: how many audit lines existed
      *> before the step ran, and whether its HDR/TRL showed up
      *> among the lines appended after that point.
       01 WS-AuditTag PIC X(3) VALUE SPACES.
       01 WS-AuditDate PIC X(8) VALUE SPACES.
       01 WS-AuditTime PIC X(8) VALUE SPACES.
       01 WS-AuditProg PIC X(12) VALUE SPACES.
       01 WS-StepFailed PIC X VALUE "N".
      *> Captured inside RunOneStep -- the PERFORM VARYING's own
      *> StepIdx has already stepped past the failed entry by the
      *> time the loop exits.
       01 WS-FailedStepNbr PIC 9(2) VALUE ZERO.
       01 WS-FailReason PIC X(40) VALUE SPACES.
      *> Impact summary: what the counters found on one file, the
      *> live and rehearsed figure for each measure, and every
      *> student's standing on the live and the area P2Standing.dat.
       01 WS-CompareCount PIC 9(7) VALUE ZERO.
       01 WS-CompareMatch PIC 9(7) VALUE ZERO.
       01 WS-LiveCount PIC 9(7) VALUE ZERO.
       01 WS-DryCount PIC 9(7) VALUE ZERO.
       01 WS-MasterName PIC X(22) VALUE SPACES.
       01 WS-LiveOut PIC Z(6)9.
       01 WS-DryOut PIC Z(6)9.
       01 WS-ChangeOut PIC -(6)9.
       01 WS-LetterHeading PIC X(44)
           VALUE "OFFICE OF THE REGISTRAR -- HAMMOND, LA 70402".
       01 StandingTable.
           02 StandingEntry OCCURS 5000 TIMES.
               03 SG-StudentWNbr PIC X(9) VALUE SPACES.
               03 SG-LiveStanding PIC X(10) VALUE SPACES.
               03 SG-DryStanding PIC X(10) VALUE SPACES.
       01 StandingCount PIC 9(4) VALUE ZERO.
       01 StandingIdx PIC 9(4) VALUE ZERO.
       01 StandingFoundIdx PIC 9(4) VALUE ZERO.
       01 WS-StandingOverflow PIC X VALUE "N".
       01 WS-LoadingLive PIC X VALUE "Y".
       01 WS-StandingChanges PIC 9(6) VALUE ZERO.
       01 WS-NewProbation PIC 9(6) VALUE ZERO.
       01 WS-NewSuspension PIC 9(6) VALUE ZERO.
       01 WS-LiveShown PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       MOVE "./TFile"          TO SP-Command(1).
       MOVE "P2HISTLOAD"       TO SP-AuditName(4).
       MOVE "./P2HistKey LOAD" TO SP-Command(5).
       MOVE "P2HISTKEY"        TO SP-AuditName(5).
       MOVE "./P2StuSum"       TO SP-Command(6).
       MOVE "P2STUSUM"         TO SP-AuditName(6).
       MOVE "./P2Audit"        TO SP-Command(7).
       MOVE "P2AUDIT"          TO SP-AuditName(7).
       MOVE "./P2Letters"      TO SP-Command(8).
       MOVE "P2LETTERS"        TO SP-AuditName(8).
       MOVE "./P2Notify"       TO SP-Command(9).
       MOVE "P2NOTIFY"         TO SP-AuditName(9).
       MOVE "./P2Integrity"    TO SP-Command(10).
       MOVE "P2INTEGRITY"      TO SP-AuditName(10).
       MOVE "Y"                TO SP-Weekly(10).
       MOVE "./P2DupIdent"     TO SP-Command(11).
       MOVE "P2DUPIDENT"       TO SP-AuditName(11).
       MOVE "Y"                TO SP-Weekly(11).
       MOVE "./P2BadAddr"      TO SP-Command(12).
       MOVE "P2BADADDR"        TO SP-AuditName(12).
       MOVE "Y"                TO SP-Weekly(12).
       MOVE "./P2Distrib"      TO SP-Command(13).
       MOVE "P2DISTRIB"        TO SP-AuditName(13).
       ACCEPT WS-DayOfWeek FROM DAY-OF-WEEK.
       MOVE 1 TO WS-ArgNum.
       DISPLAY WS-ArgNum UPON ARGUMENT-NUMBER.
       ACCEPT WS-ModeArg FROM ARGUMENT-VALUE
           ON EXCEPTION
               MOVE SPACES TO WS-ModeArg
       END-ACCEPT.
       EVALUATE WS-ModeArg
           WHEN SPACES
               CONTINUE
           WHEN "DRYRUN"
               MOVE "Y" TO WS-DryRun
           WHEN OTHER
               DISPLAY "P2NIGHTLY: USAGE: P2Nightly [DRYRUN]"
               MOVE 12 TO RETURN-CODE
               STOP RUN
       END-EVALUATE.
       PERFORM ReadRunParams.
       IF WS-DryRun = "Y"
           PERFORM PrepareDryRunArea
       ELSE
           PERFORM ReadRestartState
       END-IF.
       IF WS-StartStep > 1
           DISPLAY "P2NIGHTLY: RESUMING FROM STEP " WS-StartStep
               " (" SP-AuditName(WS-StartStep) ") -- EARLIER STEPS "
           UNTIL StepIdx > StepCount OR WS-StepFailed = "Y"
           PERFORM RunOneStep
       END-PERFORM.
       IF WS-DryRun = "Y"
           PERFORM FinishDryRun
           STOP RUN
       END-IF.
       IF WS-StepFailed = "Y"
           PERFORM WriteRestartState
           DISPLAY "P2NIGHTLY: TRAIN STOPPED AT STEP "
      *> command, then judge the completion code and the HDR/TRL
      *> pair the step should have appended.
       RunOneStep.
           IF SP-Weekly(StepIdx) = "Y"
               AND WS-DayOfWeek NOT = WS-IntegrityDay
               AND NOT (WS-StartStep > 1 AND StepIdx = WS-StartStep)
               DISPLAY "P2NIGHTLY: STEP " StepIdx " ("
                   SP-AuditName(StepIdx) ") IS WEEKLY -- SKIPPED"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "P2NIGHTLY: STEP " StepIdx " STARTING: "
               SP-Command(StepIdx)
           PERFORM CountAuditLines
           MOVE WS-AuditLineNbr TO WS-AuditLinesBefore
           MOVE SPACES TO WS-Command
           IF WS-DryRun = "Y"
               STRING "cd " DELIMITED BY SIZE,
                   WS-DryDir DELIMITED BY SPACE,
                   " && " DELIMITED BY SIZE,
                   SP-Command(StepIdx) DELIMITED BY "  "
                   INTO WS-Command
           ELSE
               MOVE SP-Command(StepIdx) TO WS-Command
           END-IF
           CALL "SYSTEM" USING WS-Command
           MOVE RETURN-CODE TO WS-RawRC
           MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.

      *> Reads the run-control values the driver owns -- the
      *> highest completion code the train rides through as a
      *> warning, and the weekday the weekly steps run on;
      *> everything else in the file belongs to the steps.
       ReadRunParams.
           MOVE "N" TO WS-ParamEOF
           OPEN INPUT paramFile
                           COMPUTE WS-MaxWarnRC =
                               FUNCTION NUMVAL(WS-ParamValue)
                       END-IF
                       IF WS-ParamKey = "NIGHTLY-DRYRUN-DIR"
                           AND WS-ParamValue NOT = SPACES
                           MOVE WS-ParamValue TO WS-DryDir
                       END-IF
                       IF WS-ParamKey = "INTEGRITY-DAY"
                           AND WS-ParamValue(1:1) >= "1"
                           AND WS-ParamValue(1:1) <= "7"
                           MOVE WS-ParamValue(1:1) TO WS-IntegrityDay
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ParamStatus NOT = "35"
           MOVE ZERO TO ST-FailedDate
           WRITE StateRecord
           CLOSE stateFile.

      *> Empties the rehearsal area and copies the working directory
      *> into it.  The area is removed and remade by name, so only a
      *> plain directory name under the working directory is taken
      *> -- no path, nothing hidden -- and a copy with no student
      *> master in it stops the rehearsal before any step runs.
      *> Lock files come over only to be dropped: a live lock held
      *> while the copy was made must not hold up the rehearsal.
      *> Last night's letters are dropped too, so the letters the
      *> summary counts are only the ones the rehearsal wrote.
       PrepareDryRunArea.
           MOVE ZERO TO WS-DryDirBad
           INSPECT WS-DryDir TALLYING WS-DryDirBad FOR ALL "/"
           INSPECT WS-DryDir TALLYING WS-DryDirBad FOR ALL "*"
           IF WS-DryDir(1:1) = "." OR WS-DryDir(1:1) = "-"
               OR WS-DryDir(1:1) = SPACE
               ADD 1 TO WS-DryDirBad
           END-IF
           IF WS-DryDirBad > ZERO
               DISPLAY "P2NIGHTLY ABORTED: DRY-RUN AREA " WS-DryDir
                   " IS NOT A PLAIN DIRECTORY NAME"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "P2NIGHTLY: DRY RUN -- COPYING THE WORKING "
               "DIRECTORY TO " WS-DryDir
           MOVE SPACES TO WS-Command
           STRING "rm -rf " DELIMITED BY SIZE,
               WS-DryDir DELIMITED BY SPACE,
               " && mkdir " DELIMITED BY SIZE,
               WS-DryDir DELIMITED BY SPACE
               INTO WS-Command
           CALL "SYSTEM" USING WS-Command
           MOVE ZERO TO RETURN-CODE
           MOVE SPACES TO WS-Command
           STRING "cp -p * " DELIMITED BY SIZE,
               WS-DryDir DELIMITED BY SPACE,
               "/ 2>/dev/null; rm -f " DELIMITED BY SIZE,
               WS-DryDir DELIMITED BY SPACE,
               "/P2Lock-*.dat " DELIMITED BY SIZE,
               WS-DryDir DELIMITED BY SPACE,
               "/P2Letters*.dat" DELIMITED BY SIZE
               INTO WS-Command
           CALL "SYSTEM" USING WS-Command
           MOVE ZERO TO RETURN-CODE
           MOVE "P2Students.dat" TO WS-MasterName
           PERFORM SetAreaName
           PERFORM CountMasterRecords
           IF WS-CompareStatus = "35"
               DISPLAY "P2NIGHTLY ABORTED: " WS-DryDir
                   " COULD NOT BE MADE AND FILLED -- NO "
                   "P2Students.dat IN IT"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-AuditTrailName
           STRING WS-DryDir DELIMITED BY SPACE,
               "/P2AuditTrail.dat" DELIMITED BY SIZE
               INTO WS-AuditTrailName
           PERFORM CountAuditLines
           MOVE WS-AuditLineNbr TO WS-DryAuditStart
           MOVE 1 TO WS-StartStep.

      *> WS-CompareName: WS-MasterName in the working directory.
       SetLiveName.
           MOVE WS-MasterName TO WS-CompareName.

      *> WS-CompareName: WS-MasterName inside the rehearsal area.
       SetAreaName.
           MOVE SPACES TO WS-CompareName
           STRING WS-DryDir DELIMITED BY SPACE,
               "/" DELIMITED BY SIZE,
               WS-MasterName DELIMITED BY SPACE
               INTO WS-CompareName.

      *> End of a rehearsal: the area's audit records go on the live
      *> trail marked DRY, the impact summary is produced, and the
      *> completion code says whether the whole train got through.
       FinishDryRun.
           PERFORM CopyDryAuditLines
           MOVE SPACES TO WS-ImpactName
           STRING WS-DryDir DELIMITED BY SPACE,
               "/P2DryRunImpact.dat" DELIMITED BY SIZE
               INTO WS-ImpactName
           OPEN OUTPUT impactFile
           PERFORM WriteImpactSummary
           CLOSE impactFile
           IF WS-StepFailed = "Y"
               DISPLAY "P2NIGHTLY: DRY RUN STOPPED AT STEP "
                   WS-FailedStepNbr " ("
                   SP-AuditName(WS-FailedStepNbr) ") -- "
                   WS-FailReason
               DISPLAY "P2NIGHTLY: IMPACT ABOVE COVERS THE STEPS "
                   "BEFORE IT ONLY"
               MOVE 12 TO RETURN-CODE
           ELSE
               DISPLAY "P2NIGHTLY: DRY RUN OF ALL " StepCount
                   " STEPS COMPLETED -- NO LIVE FILE CHANGED"
           END-IF.

      *> Every audit record the rehearsal's steps appended to the
      *> area's trail, added to the live trail behind "DRY ".
       CopyDryAuditLines.
           MOVE ZERO TO WS-AuditLineNbr
           MOVE ZERO TO WS-DryAuditAdded
           MOVE "N" TO WS-AuditEOF
           OPEN INPUT auditTrailFile
           IF WS-AuditTrailStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND liveAuditFile
           IF WS-LiveAuditStatus = "35"
               OPEN OUTPUT liveAuditFile
           END-IF
           PERFORM UNTIL WS-AuditEOF = "Y"
               READ auditTrailFile
                   AT END
                       MOVE "Y" TO WS-AuditEOF
                   NOT AT END
                       ADD 1 TO WS-AuditLineNbr
                       IF WS-AuditLineNbr > WS-DryAuditStart
                           MOVE SPACES TO LiveAuditLine
                           STRING "DRY " DELIMITED BY SIZE,
                               AuditTrailLine DELIMITED BY SIZE
                               INTO LiveAuditLine
                           WRITE LiveAuditRecord
                           ADD 1 TO WS-DryAuditAdded
                       END-IF
               END-READ
           END-PERFORM
           CLOSE auditTrailFile
           CLOSE liveAuditFile.

      *> Writes ImpactLine to the impact file and the console both.
       WriteImpactLine.
           WRITE ImpactRecord
           DISPLAY ImpactLine.

       WriteImpactSummary.
           ACCEPT WS-RunDate FROM DATE YYYYMMDD
           MOVE SPACES TO ImpactLine
           STRING "P2NIGHTLY DRY-RUN IMPACT -- AREA " DELIMITED BY
               SIZE, WS-DryDir DELIMITED BY SPACE,
               "  " DELIMITED BY SIZE, WS-RunDate DELIMITED BY SIZE
               INTO ImpactLine
           PERFORM WriteImpactLine
           MOVE SPACES TO ImpactLine
           PERFORM WriteImpactLine
           MOVE SPACES TO ImpactLine
           MOVE "MASTER RECORD COUNTS" TO ImpactLine(1:20)
           MOVE "LIVE" TO ImpactLine(30:4)
           MOVE "DRY RUN" TO ImpactLine(38:7)
           MOVE "CHANGE" TO ImpactLine(48:6)
           PERFORM WriteImpactLine
           MOVE "P2Students.dat" TO WS-MasterName
           PERFORM CompareMasterCounts
           MOVE "P2History.dat" TO WS-MasterName
           PERFORM CompareMasterCounts
           MOVE "P2StuSummary.dat" TO WS-MasterName
           PERFORM CompareMasterCounts
           MOVE "P2Standing.dat" TO WS-MasterName
           PERFORM CompareMasterCounts
           MOVE SPACES TO ImpactLine
           PERFORM WriteImpactLine
           PERFORM CompareStanding
           MOVE SPACES TO ImpactLine
           PERFORM WriteImpactLine
      *> Graduation candidates: W-number lines on the commencement
      *> list, live against rehearsed.
           MOVE "P2Graduation.dat" TO WS-MasterName
           PERFORM SetLiveName
           PERFORM CountCandidates
           MOVE WS-CompareMatch TO WS-LiveCount
           PERFORM SetAreaName
           PERFORM CountCandidates
           MOVE WS-CompareMatch TO WS-DryCount
           MOVE "GRADUATION CANDIDATES" TO WS-MasterName
           PERFORM WriteCountLine
      *> Letters: one registrar heading per page on each file the
      *> rehearsal's P2Letters wrote fresh.
           MOVE "P2Letters.dat" TO WS-MasterName
           PERFORM SetAreaName
           PERFORM CountLetterPages
           MOVE WS-CompareMatch TO WS-DryOut
           MOVE SPACES TO ImpactLine
           STRING "LETTERS THAT WOULD PRINT:" DELIMITED BY SIZE,
               WS-DryOut DELIMITED BY SIZE INTO ImpactLine
           PERFORM WriteImpactLine
           MOVE "P2LettersHold.dat" TO WS-MasterName
           PERFORM SetAreaName
           PERFORM CountLetterPages
           MOVE WS-CompareMatch TO WS-DryOut
           MOVE SPACES TO ImpactLine
           STRING "LETTERS HELD FOR ADDRESS:" DELIMITED BY SIZE,
               WS-DryOut DELIMITED BY SIZE INTO ImpactLine
           PERFORM WriteImpactLine
      *> Notifications: what the rehearsal added to the queue.
           MOVE "P2NotifyQueue.dat" TO WS-MasterName
           PERFORM SetLiveName
           PERFORM CountMasterRecords
           MOVE WS-CompareCount TO WS-LiveCount
           PERFORM SetAreaName
           PERFORM CountMasterRecords
           MOVE WS-CompareCount TO WS-DryCount
           IF WS-DryCount > WS-LiveCount
               COMPUTE WS-DryOut = WS-DryCount - WS-LiveCount
           ELSE
               MOVE ZERO TO WS-DryOut
           END-IF
           MOVE SPACES TO ImpactLine
           STRING "NOTIFICATIONS QUEUED:    " DELIMITED BY SIZE,
               WS-DryOut DELIMITED BY SIZE INTO ImpactLine
           PERFORM WriteImpactLine
           MOVE WS-DryAuditAdded TO WS-DryOut
           MOVE SPACES TO ImpactLine
           STRING "AUDIT RECORDS (DRY):     " DELIMITED BY SIZE,
               WS-DryOut DELIMITED BY SIZE INTO ImpactLine
           PERFORM WriteImpactLine.

      *> One master's record count, live against rehearsed.
       CompareMasterCounts.
           PERFORM SetLiveName
           PERFORM CountMasterRecords
           MOVE WS-CompareCount TO WS-LiveCount
           PERFORM SetAreaName
           PERFORM CountMasterRecords
           MOVE WS-CompareCount TO WS-DryCount
           PERFORM WriteCountLine.

      *> WS-MasterName with WS-LiveCount, WS-DryCount and the
      *> difference.
       WriteCountLine.
           MOVE SPACES TO ImpactLine
           MOVE WS-MasterName TO ImpactLine(3:22)
           MOVE WS-LiveCount TO WS-LiveOut
           MOVE WS-LiveOut TO ImpactLine(27:7)
           MOVE WS-DryCount TO WS-DryOut
           MOVE WS-DryOut TO ImpactLine(38:7)
           COMPUTE WS-ChangeOut = WS-DryCount - WS-LiveCount
           MOVE WS-ChangeOut TO ImpactLine(47:7)
           PERFORM WriteImpactLine.

      *> Records on WS-CompareName, the integrity trailer not
      *> counted; a file not there counts zero.
       CountMasterRecords.
           MOVE ZERO TO WS-CompareCount
           MOVE "N" TO WS-CompareEOF
           OPEN INPUT compareFile
           IF WS-CompareStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CompareEOF = "Y"
               READ compareFile
                   AT END
                       MOVE "Y" TO WS-CompareEOF
                   NOT AT END
                       IF CompareLine(1:6) NOT = "CTLTRL"
                           ADD 1 TO WS-CompareCount
                       END-IF
               END-READ
           END-PERFORM
           CLOSE compareFile.

      *> Commencement-list lines carrying a W-number in column 17.
       CountCandidates.
           MOVE ZERO TO WS-CompareMatch
           MOVE "N" TO WS-CompareEOF
           OPEN INPUT compareFile
           IF WS-CompareStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CompareEOF = "Y"
               READ compareFile
                   AT END
                       MOVE "Y" TO WS-CompareEOF
                   NOT AT END
                       IF CompareLine(17:1) = "W"
                           ADD 1 TO WS-CompareMatch
                       END-IF
               END-READ
           END-PERFORM
           CLOSE compareFile.

      *> Letter pages -- each carries the registrar heading once.
       CountLetterPages.
           MOVE ZERO TO WS-CompareMatch
           MOVE "N" TO WS-CompareEOF
           OPEN INPUT compareFile
           IF WS-CompareStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CompareEOF = "Y"
               READ compareFile
                   AT END
                       MOVE "Y" TO WS-CompareEOF
                   NOT AT END
                       IF CompareLine(1:44) = WS-LetterHeading
                           ADD 1 TO WS-CompareMatch
                       END-IF
               END-READ
           END-PERFORM
           CLOSE compareFile.

      *> Standing live against rehearsed, student by student: the
      *> changes, the new probations and suspensions, and a line
      *> for each student whose standing would change.  A student
      *> with no live standing row was GOOD.
       CompareStanding.
           MOVE ZERO TO StandingCount
           MOVE "P2Standing.dat" TO WS-MasterName
           MOVE "Y" TO WS-LoadingLive
           PERFORM SetLiveName
           PERFORM LoadStandingFile
           MOVE "N" TO WS-LoadingLive
           PERFORM SetAreaName
           PERFORM LoadStandingFile
           MOVE "STANDING CHANGES" TO ImpactLine
           PERFORM WriteImpactLine
           IF WS-StandingOverflow = "Y"
               MOVE "  MORE THAN 5000 STUDENTS -- COUNTS BELOW COVER "
                   TO ImpactLine
               MOVE "THE FIRST 5000" TO ImpactLine(49:14)
               PERFORM WriteImpactLine
           END-IF
           PERFORM VARYING StandingIdx FROM 1 BY 1
               UNTIL StandingIdx > StandingCount
               IF SG-LiveStanding(StandingIdx) = SPACES
                   MOVE "GOOD" TO WS-LiveShown
               ELSE
                   MOVE SG-LiveStanding(StandingIdx) TO WS-LiveShown
               END-IF
               IF SG-DryStanding(StandingIdx) NOT = SPACES
                   AND SG-DryStanding(StandingIdx) NOT = WS-LiveShown
                   ADD 1 TO WS-StandingChanges
                   IF SG-DryStanding(StandingIdx) = "PROBATION"
                       ADD 1 TO WS-NewProbation
                   END-IF
                   IF SG-DryStanding(StandingIdx) = "SUSPENSION"
                       ADD 1 TO WS-NewSuspension
                   END-IF
                   MOVE SPACES TO ImpactLine
                   STRING "  " DELIMITED BY SIZE,
                       SG-StudentWNbr(StandingIdx) DELIMITED BY SIZE,
                       "  " DELIMITED BY SIZE,
                       WS-LiveShown DELIMITED BY SIZE,
                       " -> " DELIMITED BY SIZE,
                       SG-DryStanding(StandingIdx) DELIMITED BY SIZE
                       INTO ImpactLine
                   PERFORM WriteImpactLine
               END-IF
           END-PERFORM
           MOVE WS-StandingChanges TO WS-DryOut
           MOVE SPACES TO ImpactLine
           STRING "STUDENTS CHANGING:       " DELIMITED BY SIZE,
               WS-DryOut DELIMITED BY SIZE INTO ImpactLine
           PERFORM WriteImpactLine
           MOVE WS-NewProbation TO WS-DryOut
           MOVE SPACES TO ImpactLine
           STRING "NEW PROBATION:           " DELIMITED BY SIZE,
               WS-DryOut DELIMITED BY SIZE INTO ImpactLine
           PERFORM WriteImpactLine
           MOVE WS-NewSuspension TO WS-DryOut
           MOVE SPACES TO ImpactLine
           STRING "NEW SUSPENSION:          " DELIMITED BY SIZE,
               WS-DryOut DELIMITED BY SIZE INTO ImpactLine
           PERFORM WriteImpactLine.

      *> One P2Standing.dat into the table's live or rehearsed
      *> column per WS-LoadingLive -- the last row for a student
      *> wins.
       LoadStandingFile.
           MOVE "N" TO WS-CompareEOF
           OPEN INPUT compareFile
           IF WS-CompareStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CompareEOF = "Y"
               READ compareFile
                   AT END
                       MOVE "Y" TO WS-CompareEOF
                   NOT AT END
                       IF CompareLine(1:6) NOT = "CTLTRL"
                           PERFORM NoteOneStanding
                       END-IF
               END-READ
           END-PERFORM
           CLOSE compareFile.

       NoteOneStanding.
           MOVE ZERO TO StandingFoundIdx
           PERFORM VARYING StandingIdx FROM 1 BY 1
               UNTIL StandingIdx > StandingCount
               OR StandingFoundIdx > ZERO
               IF SG-StudentWNbr(StandingIdx) = CP-StudentWNbr
                   MOVE StandingIdx TO StandingFoundIdx
               END-IF
           END-PERFORM
           IF StandingFoundIdx = ZERO
               IF StandingCount NOT < 5000
                   MOVE "Y" TO WS-StandingOverflow
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO StandingCount
               MOVE StandingCount TO StandingFoundIdx
               MOVE CP-StudentWNbr TO SG-StudentWNbr(StandingFoundIdx)
           END-IF
           IF WS-LoadingLive = "Y"
               MOVE CP-Standing TO SG-LiveStanding(StandingFoundIdx)
           ELSE
               MOVE CP-Standing TO SG-DryStanding(StandingFoundIdx)
           END-IF.
