      *> director hands out on grade day.  Joins the demographic
      *> master's DM-Advisor field against the run's exception
      *> files: one section per advisor listing each advisee with
      *> their cumulative GPA, earned hours, and standing off the
      *> cumulative summary master P2StuSummary.dat (P2StuSum's
      *> one replay of P2History.dat under the retake-replacement
      *> and transfer-credit rules P2's seed applies -- a summary
      *> older than the live history generation refuses the run),
      *> and PROBATION / TREND-ALERT flags when the W-number
      *> appears on this run's P2Probation.dat or
      *> P2TrendAlert.dat -- then a summary line per advisor so the
      *> director can see whose caseload is in trouble at a glance.

           SELECT demographicFile ASSIGN TO "P2Students.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DemographicStatus.
           SELECT summaryFile ASSIGN TO "P2StuSummary.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SummaryStatus.
           SELECT genStateFile ASSIGN TO "P2HistoryGen.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GenStateStatus.
           SELECT probationFile ASSIGN TO "P2Probation.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ProbationStatus.
       01 DemographicRecord.
           COPY "STUDENTD.CPY".

       FD summaryFile.
       01 SummaryRecord.
           COPY "SUMMST.CPY".

       FD genStateFile.
       01 GenStateRecord.
        02 GS-LastGen PIC 9(4).

       FD probationFile.
       01 ProbationRecord.

       WORKING-STORAGE SECTION.
       01 WS-DemographicStatus PIC XX VALUE SPACES.
       01 WS-SummaryStatus PIC XX VALUE SPACES.
       01 WS-GenStateStatus PIC XX VALUE SPACES.
       01 WS-ProbationStatus PIC XX VALUE SPACES.
       01 WS-TrendStatus PIC XX VALUE SPACES.
       01 WS-ReportStatus PIC XX VALUE SPACES.
       01 WS-AuditTrailStatus PIC XX VALUE SPACES.
       01 WS-DemoEOF PIC X VALUE "N".
       01 WS-SummaryEOF PIC X VALUE "N".
       01 WS-ProbEOF PIC X VALUE "N".
       01 WS-TrendEOF PIC X VALUE "N".
       01 WS-RunDate PIC 9(8) VALUE ZERO.
       01 AdviseeIdx PIC 999 VALUE ZERO.
       01 AdviseeIdx2 PIC 999 VALUE ZERO.
       01 WS-TableOverflow PIC X VALUE "N".
      *> Exception-line W-number extraction: WriteProbationLine and
      *> the trend writer both STRING the 16-byte name first, so the
      *> W-number sits at column 17 -- unless a midterm run's
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

       PROCEDURE DIVISION.
       ACCEPT WS-RunDate FROM DATE YYYYMMDD.
       ACCEPT WS-RunTime FROM TIME.
       PERFORM WriteAuditHeader.
       PERFORM AcquireMasterLocks.
       PERFORM VerifySummaryMaster.
       PERFORM VerifyDemographicMaster.
       PERFORM LoadAdvisees.
       IF AdviseeCount = ZERO
           PERFORM ReleaseMasterLocks
           STOP RUN
       END-IF.
       PERFORM JoinSummaries.
       PERFORM JoinProbation.
       PERFORM JoinTrendAlerts.
       OPEN OUTPUT reportFile.
               CLOSE demographicFile
           END-IF.

      *> One pass over the summary master, posting each student's
      *> cumulative GPA, earned hours, and standing to their
      *> advisee slot.
       JoinSummaries.
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
                           PERFORM PostSummary
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SummaryStatus NOT = "35"
               CLOSE summaryFile
           END-IF.

       PostSummary.
           PERFORM VARYING AdviseeIdx FROM 1 BY 1
               UNTIL AdviseeIdx > AdviseeCount
               IF AV-StudentWNbr(AdviseeIdx) = SU-StudentWNbr
                   MOVE SU-CumGPA TO AV-CumGPA(AdviseeIdx)
                   MOVE SU-CumHrs TO AV-EarnedHrs(AdviseeIdx)
                   MOVE SU-Standing TO AV-Standing(AdviseeIdx)
               END-IF
           END-PERFORM.

      *> Re-adds the summary master against its integrity trailer
      *> and checks the trailer's history generation against the
      *> live one before any GPA is trusted -- a summary missing,
      *> truncated, or built off an older master would put stale
      *> GPAs in front of every advisor on campus, so any of the
      *> three refuses the run until P2StuSum is rerun.
       VerifySummaryMaster.
           MOVE ZERO TO WS-VfyCount
           MOVE ZERO TO WS-VfyHash1
           MOVE ZERO TO WS-VfyHash2
           MOVE "N" TO WS-VfyTrailerSeen
           MOVE "N" TO WS-VfyEOF
           OPEN INPUT summaryFile
           IF WS-SummaryStatus NOT = "00"
               DISPLAY "P2ADVISOR ABORTED: P2StuSummary.dat NOT "
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
               DISPLAY "P2ADVISOR ABORTED: P2StuSummary.dat DOES "
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
               DISPLAY "P2ADVISOR ABORTED: P2StuSummary.dat BUILT "
                   "FROM HISTORY GENERATION " WS-SM-HistGen
                   ", LIVE MASTER IS " WS-HistGen " -- RUN P2StuSum"
               PERFORM ReleaseMasterLocks
               MOVE 12 TO RETURN-CODE
               STOP RUN
               STOP RUN
           END-IF.

      *> Shared holds on the demographic and summary masters for
      *> the whole report run.
       AcquireMasterLocks.
           MOVE "STUDENTS" TO LockReqName
           MOVE "S" TO LockReqMode
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

      *> Pulls the W-number off one exception line: column 17 after
      *> the 16-byte name, or column 26 when a midterm run's
      *> ADVISORY watermark shifted the line.
