      *> Financial aid Satisfactory Academic Progress report.  The
      *> course-load file answers "how many hours this term"; SAP
      *> asks three different questions, all answered from the
      *> cumulative summary master P2StuSummary.dat (P2StuSum's one
      *> replay of the course-history master) for each student on
      *> the aid office's roster P2AidStudents.dat (one W-number
      *> per line):
      *>   1. completion ratio -- earned hours over attempted hours,
      *>      where every attempt counts as attempted (W and F
      *>      included) but only passing grades earn;
      *>   2. cumulative GPA (retake replacement and the transfer
      *>      rule applied, same as every other consumer) against
      *>      the aid minimum;
      *>   3. maximum timeframe -- attempted hours against 150
      *>      percent of the program length on the student's
      *> verdict line carries the supporting numbers.  Thresholds
      *> come from P2Params.dat (SAP-MIN-RATIO, SAP-MIN-GPA,
      *> SAP-MAX-PCT) so the aid office tunes without a recompile.
      *> A summary that is missing, out of balance, or built from an
      *> older history generation than the live master refuses the
      *> run -- rerun P2StuSum first.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2SAP.
           SELECT aidRosterFile ASSIGN TO "P2AidStudents.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AidRosterStatus.
           SELECT summaryFile ASSIGN TO "P2StuSummary.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SummaryStatus.
           SELECT genStateFile ASSIGN TO "P2HistoryGen.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GenStateStatus.
           SELECT requirementsFile ASSIGN TO "P2DegreeReq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RequirementsStatus.
       01 AidRosterRecord.
        02 AR-StudentWNbr PIC X(9).

       FD summaryFile.
       01 SummaryRecord.
           COPY "SUMMST.CPY".

       FD genStateFile.
       01 GenStateRecord.
        02 GS-LastGen PIC 9(4).

       FD requirementsFile.
       01 RequirementsRecord.

       WORKING-STORAGE SECTION.
       01 WS-AidRosterStatus PIC XX VALUE SPACES.
       01 WS-SummaryStatus PIC XX VALUE SPACES.
       01 WS-GenStateStatus PIC XX VALUE SPACES.
       01 WS-RequirementsStatus PIC XX VALUE SPACES.
       01 WS-DemographicStatus PIC XX VALUE SPACES.
       01 WS-SapReportStatus PIC XX VALUE SPACES.
       01 WS-ParamStatus PIC XX VALUE SPACES.
       01 WS-AuditTrailStatus PIC XX VALUE SPACES.
       01 WS-AidEOF PIC X VALUE "N".
       01 WS-SummaryEOF PIC X VALUE "N".
       01 WS-ReqEOF PIC X VALUE "N".
       01 WS-DemoEOF PIC X VALUE "N".
       01 WS-ParamEOF PIC X VALUE "N".
       01 WS-SapMinGPA PIC 9V99 VALUE 2.00.
       01 WS-SapMaxPct PIC 9(3) VALUE 150.
      *> The aided students, with the per-student SAP figures
      *> posted by the one pass over the summary master.
       01 AidTable.
           02 AidEntry OCCURS 500 TIMES.
               03 SA-StudentWNbr PIC X(9) VALUE SPACES.
       01 RequirementsCount PIC 99 VALUE ZERO.
       01 RequirementsIdx PIC 99 VALUE ZERO.
       01 RequirementsFoundIdx PIC 99 VALUE ZERO.
      *> Per-student verdict working fields.
       01 WS-Ratio PIC 9V99 VALUE ZERO.
       01 WS-CumGPA PIC 9V99 VALUE ZERO.
        02 WS-VT-Count PIC 9(9).
        02 WS-VT-Hash1 PIC 9(9).
        02 WS-VT-Hash2 PIC 9(9).
      *> The summary master's trailer carries the history
      *> generation it was built from after the usual totals.
       01 WS-SumTrailer.
        02 WS-SM-Tag PIC X(6).
        02 FILLER PIC X(1).
        02 WS-SM-Count PIC 9(9).
        02 WS-SM-Hash1 PIC 9(9).
        02 WS-SM-Hash2 PIC 9(9).
        02 WS-SM-HistGen PIC 9(4).
       01 WS-HistGen PIC 9(4) VALUE ZERO.
      *> Interlock request block for the CALLed P2Lock subprogram
      *> -- readers hold the masters' locks shared for the run.
       01 LockRequest.
           STOP RUN
       END-IF.
       PERFORM AcquireMasterLocks.
       PERFORM VerifySummaryMaster.
       PERFORM VerifyDemographicMaster.
       PERFORM LoadRequirements.
       PERFORM LoadPrograms.
       PERFORM WriteAuditHeader.
       PERFORM PostFromSummary.
       OPEN OUTPUT sapReportFile.
       MOVE SPACES TO SapReportLine.
       STRING "SATISFACTORY ACADEMIC PROGRESS  ", WS-RunDate
       PERFORM ReleaseMasterLocks.
       STOP RUN.

      *> Shared holds on the demographic and summary masters for
      *> the whole determination
      *> run, so a rewrite can never overlap the reads.
       AcquireMasterLocks.
           MOVE "STUDENTS" TO LockReqName
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "SUMMARY" TO LockReqName
           MOVE "S" TO LockReqMode
           MOVE "ACQUIRE" TO LockReqAction
           CALL "P2Lock" USING LockRequest
           END-IF.

       ReleaseMasterLocks.
           MOVE "SUMMARY" TO LockReqName
           MOVE "S" TO LockReqMode
           MOVE "RELEASE" TO LockReqAction
           CALL "P2Lock" USING LockRequest
           MOVE "RELEASE" TO LockReqAction
           CALL "P2Lock" USING LockRequest.

      *> Re-adds the summary master against its integrity trailer
      *> and checks the trailer's history generation against the
      *> live one before anything is computed from it -- a summary
      *> missing, truncated, or built off an older master would
      *> feed a federal SAP determination with no warning, so any
      *> of the three refuses the run until P2StuSum is rerun.
       VerifySummaryMaster.
           MOVE ZERO TO WS-VfyCount
           MOVE ZERO TO WS-VfyHash1
           MOVE ZERO TO WS-VfyHash2
           MOVE "N" TO WS-VfyTrailerSeen
           MOVE "N" TO WS-VfyEOF
           OPEN INPUT summaryFile
           IF WS-SummaryStatus NOT = "00"
               DISPLAY "P2SAP ABORTED: P2StuSummary.dat NOT "
                   "ON FILE (STATUS " WS-SummaryStatus
                   ") -- RUN P2StuSum"
               PERFORM ReleaseMasterLocks
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-VfyEOF = "Y"
               READ summaryFile
                   AT END
                       MOVE "Y" TO WS-VfyEOF
                   NOT AT END
                       IF SummaryRecord(1:6) = "CTLTRL"
                           MOVE "Y" TO WS-VfyTrailerSeen
                           MOVE SummaryRecord TO WS-SumTrailer
                       ELSE
                           ADD 1 TO WS-VfyCount
                           COMPUTE WS-VfyHash1 =
                               WS-VfyHash1 + SU-GradedHrs * 100
                           COMPUTE WS-VfyHash2 =
                               WS-VfyHash2 + SU-CumQP * 100
                       END-IF
               END-READ
           END-PERFORM
           CLOSE summaryFile
           IF WS-VfyTrailerSeen = "N"
               OR WS-SM-Count NOT = WS-VfyCount
               OR WS-SM-Hash1 NOT = WS-VfyHash1
               OR WS-SM-Hash2 NOT = WS-VfyHash2
               DISPLAY "P2SAP ABORTED: P2StuSummary.dat DOES "
                   "NOT BALANCE TO ITS INTEGRITY TRAILER -- RUN "
                   "P2StuSum"
               PERFORM ReleaseMasterLocks
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO WS-HistGen
           OPEN INPUT genStateFile
           IF WS-GenStateStatus = "00"
               READ genStateFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF GS-LastGen IS NUMERIC
                           MOVE GS-LastGen TO WS-HistGen
                       END-IF
               END-READ
               CLOSE genStateFile
           END-IF
           IF WS-SM-HistGen NOT = WS-HistGen
               DISPLAY "P2SAP ABORTED: P2StuSummary.dat BUILT "
                   "FROM HISTORY GENERATION " WS-SM-HistGen
                   ", LIVE MASTER IS " WS-HistGen " -- RUN P2StuSum"
               PERFORM ReleaseMasterLocks
               MOVE 12 TO RETURN-CODE
               STOP RUN
               CLOSE demographicFile
           END-IF.

      *> One pass over the summary master: attempted and earned
      *> come straight off it (both count every attempt, as SAP
      *> requires), and the GPA figures are its retake-replaced
      *> graded hours and quality points, so the GPA tested is the
      *> one on the transcript.
       PostFromSummary.
           MOVE "N" TO WS-SummaryEOF
           OPEN INPUT summaryFile
           IF WS-SummaryStatus NOT = "00"
               MOVE "Y" TO WS-SummaryEOF
           END-IF
           PERFORM UNTIL WS-SummaryEOF = "Y"
               READ summaryFile
                   AT END
                       MOVE "Y" TO WS-SummaryEOF
                   NOT AT END
                       IF SummaryRecord(1:6) NOT = "CTLTRL"
                           PERFORM PostOneSummary
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SummaryStatus NOT = "35"
               CLOSE summaryFile
           END-IF.

       PostOneSummary.
           MOVE ZERO TO AidFoundIdx
           PERFORM VARYING AidIdx FROM 1 BY 1
               UNTIL AidIdx > AidCount
               IF SA-StudentWNbr(AidIdx) = SU-StudentWNbr
                   MOVE AidIdx TO AidFoundIdx
               END-IF
           END-PERFORM
           IF AidFoundIdx = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO SA-OnMaster(AidFoundIdx)
           IF SA-StudentName(AidFoundIdx) = SPACES
               MOVE SU-StudentName TO SA-StudentName(AidFoundIdx)
           END-IF
           MOVE SU-AttemptedHrs TO SA-Attempted(AidFoundIdx)
           MOVE SU-EarnedHrs TO SA-Earned(AidFoundIdx)
           MOVE SU-GradedHrs TO SA-GPACredit(AidFoundIdx)
           MOVE SU-CumQP TO SA-GPAQP(AidFoundIdx).

      *> One student's three tests and the verdict line.
       DetermineOneStudent.
           END-IF
           MOVE SPACES TO AuditTrailLine
           STRING "HDR ", WS-RunDate, " ", WS-RunTime,
               " P2SAP IN=P2StuSummary.dat OUT=P2SAPReport.dat "
               "FRESH" INTO AuditTrailLine
           WRITE AuditTrailRecord
           CLOSE auditTrailFile.
