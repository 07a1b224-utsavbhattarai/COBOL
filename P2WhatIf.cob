      *> question a change-of-major advising session actually asks
      *> is "how much of my work still counts if I switch?"  This
      *> run reads a request file P2WhatIfReq.dat (W-number,
      *> candidate program code), takes the student's existing
      *> coursework figures off the cumulative summary master
      *> P2StuSummary.dat -- the same retake-replacement, transfer,
      *> grading-basis, and renewal rules P2Audit audits from, as
      *> P2StuSum replayed them -- and prints BOTH audits side
      *> by side to P2WhatIf.dat -- the current program's
      *> earned/required/shortfall block next to the candidate
      *> program's, each with its own verdict -- so the advisor can
           SELECT requestFile ASSIGN TO "P2WhatIfReq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RequestStatus.
           SELECT summaryFile ASSIGN TO "P2StuSummary.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SummaryStatus.
           SELECT genStateFile ASSIGN TO "P2HistoryGen.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GenStateStatus.
           SELECT requirementsFile ASSIGN TO "P2DegreeReq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RequirementsStatus.
        02 WI-StudentWNbr PIC X(9).
        02 WI-Program PIC X(8).

       FD summaryFile.
       01 SummaryRecord.
           COPY "SUMMST.CPY".

       FD genStateFile.
       01 GenStateRecord.
        02 GS-LastGen PIC 9(4).

       FD requirementsFile.
       01 RequirementsRecord.

       WORKING-STORAGE SECTION.
       01 WS-RequestStatus PIC XX VALUE SPACES.
       01 WS-SummaryStatus PIC XX VALUE SPACES.
       01 WS-GenStateStatus PIC XX VALUE SPACES.
       01 WS-RequirementsStatus PIC XX VALUE SPACES.
       01 WS-DemographicStatus PIC XX VALUE SPACES.
       01 WS-AuditTrailStatus PIC XX VALUE SPACES.
       01 WS-RequestEOF PIC X VALUE "N".
       01 WS-SummaryEOF PIC X VALUE "N".
       01 WS-ReqEOF PIC X VALUE "N".
       01 WS-DemoEOF PIC X VALUE "N".
       01 WS-RunDate PIC 9(8) VALUE ZERO.
       01 WS-RunTime PIC 9(8) VALUE ZERO.
       01 WS-RequestsRead PIC 9(5) VALUE ZERO.
       01 WS-Audited PIC 9(5) VALUE ZERO.
      *> Per-request figures, taken off the student's summary
      *> record -- the same figures P2Audit audits from.
       01 CategoryCreditGenEd PIC 9(4)V99 VALUE ZERO.
       01 CategoryCreditMajor PIC 9(4)V99 VALUE ZERO.
       01 CategoryCreditElective PIC 9(4)V99 VALUE ZERO.
       01 MajorCumGPA PIC 9V99 VALUE ZERO.
       01 WS-StudentFound PIC X VALUE "N".
       01 WS-StudentName PIC X(16) VALUE SPACES.
      *> The requirements master, loaded whole at startup.
       01 RequirementsTable.
           02 RequirementsEntry OCCURS 50 TIMES.
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
       PERFORM WriteAuditHeader.
       OPEN INPUT requestFile.
       PERFORM ReleaseMasterLocks.
       STOP RUN.

      *> Shared holds on the demographic and summary masters for
      *> the whole run.
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

      *> Re-adds the summary master against its integrity trailer
      *> and checks the trailer's history generation against the
      *> live one before anything is computed from it -- a summary
      *> missing, truncated, or built off an older master would
      *> feed the what-if audits an advisor acts on with no
      *> warning, so any of the three refuses the run until
      *> P2StuSum is rerun.
       VerifySummaryMaster.
           MOVE ZERO TO WS-VfyCount
           MOVE ZERO TO WS-VfyHash1
           MOVE ZERO TO WS-VfyHash2
           MOVE "N" TO WS-VfyTrailerSeen
           MOVE "N" TO WS-VfyEOF
           OPEN INPUT summaryFile
           IF WS-SummaryStatus NOT = "00"
               DISPLAY "P2WHATIF ABORTED: P2StuSummary.dat NOT "
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
               DISPLAY "P2WHATIF ABORTED: P2StuSummary.dat DOES "
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
               DISPLAY "P2WHATIF ABORTED: P2StuSummary.dat BUILT "
                   "FROM HISTORY GENERATION " WS-SM-HistGen
                   ", LIVE MASTER IS " WS-HistGen " -- RUN P2StuSum"
               PERFORM ReleaseMasterLocks
               MOVE 12 TO RETURN-CODE
               STOP RUN
               STOP RUN
           END-IF.

      *> One request: fetch the student's figures off the summary
      *> master, find both programs' rows, render the two blocks,
      *> and print them side by side.
       AuditOneRequest.
           PERFORM FetchStudentSummary
           MOVE SPACES TO WhatIfLine
           WRITE WhatIfRecord
           IF WS-StudentFound = "N"
               WRITE WhatIfRecord
           END-PERFORM.

      *> One pass over the summary master for this request's
      *> student -- requests are a handful per session, so the
      *> simple scan serves, the way the reprint's fallback does.
       FetchStudentSummary.
           MOVE "N" TO WS-StudentFound
           MOVE SPACES TO WS-StudentName
           MOVE ZERO TO CategoryCreditGenEd
           MOVE ZERO TO CategoryCreditMajor
           MOVE ZERO TO CategoryCreditElective
           MOVE ZERO TO CumGPA
           MOVE ZERO TO MajorCumGPA
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
                           AND SU-StudentWNbr = WI-StudentWNbr
                           MOVE "Y" TO WS-StudentFound
                           MOVE SU-StudentName TO WS-StudentName
                           MOVE SU-GenEdHrs TO CategoryCreditGenEd
                           MOVE SU-MajorCatHrs TO CategoryCreditMajor
                           MOVE SU-ElectiveHrs TO
                               CategoryCreditElective
                           MOVE SU-CumGPA TO CumGPA
                           MOVE SU-MajorGPA TO MajorCumGPA
                           MOVE "Y" TO WS-SummaryEOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SummaryStatus NOT = "35"
               CLOSE summaryFile
           END-IF.

      *> The student's current program off the demographic master
      *> (scanned per request, the way the reprint looks students
      *> up), DEFAULT row fallback like the degree audit.
