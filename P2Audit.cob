      *> Compiler:  OpenCOBOL

      *> Degree audit against the program-requirements master.  Reads
      *> the cumulative summary master P2StuSummary.dat (P2StuSum's
      *> one replay of P2History.dat under the same retake
      *> grade-replacement rules P2.cob applies -- a summary older
      *> than the live history generation refuses the run), and for
      *> every student compares the earned hours in each
      *> requirement category -- and the cumulative and major GPA
      *> -- against the student's degree
      *> program's row in P2DegreeReq.dat, writing an earned/required/
      *> shortfall block and a SATISFIED / NOT SATISFIED verdict per
      *> student to P2DegreeAudit.dat.  The student's program comes
      *> from the P2Students.dat demographic master; a student with
      *> no demographic record (or an unknown program code) is
      *> audited against the "DEFAULT " requirements row and the
      *> report says so.  The categories and GPAs measured are the
      *> student's own career's (the summary's SU-Career); a student
      *> with both undergraduate and graduate work also gets each
      *> career's GPA and hours listed under the GPA checks.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2Audit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT summaryFile ASSIGN TO "P2StuSummary.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SummaryStatus.
           SELECT genStateFile ASSIGN TO "P2HistoryGen.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GenStateStatus.
           SELECT requirementsFile ASSIGN TO "P2DegreeReq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RequirementsStatus.

       DATA DIVISION.
       FILE SECTION.
       FD summaryFile.
       01 SummaryRecord.
           COPY "SUMMST.CPY".

       FD genStateFile.
       01 GenStateRecord.
        02 GS-LastGen PIC 9(4).

       FD requirementsFile.
       01 RequirementsRecord.
        02 AuditTrailLine PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-SummaryStatus PIC XX VALUE SPACES.
       01 WS-GenStateStatus PIC XX VALUE SPACES.
       01 WS-AuditTrailStatus PIC XX VALUE SPACES.
       01 WS-RunDate PIC 9(8) VALUE ZERO.
       01 WS-RunTime PIC 9(8) VALUE ZERO.
       01 WS-RequirementsStatus PIC XX VALUE SPACES.
       01 WS-DemographicStatus PIC XX VALUE SPACES.
       01 WS-SummaryEOF PIC X VALUE "N".
       01 WS-DemoEOF PIC X VALUE "Y".
       01 WS-DemoOpen PIC X VALUE "N".
       01 CurrentStuName PIC X(16) VALUE SPACES.
       01 CurrentStuWNbr PIC X(9) VALUE SPACES.
       01 WS-StudentsAudited PIC 9(6) VALUE ZERO.
       01 WS-StudentsSatisfied PIC 9(6) VALUE ZERO.
      *> Per-student figures, taken off the summary record -- the
      *> cumulative counterparts of P2.cob's Category... fields and
      *> its cumulative and major GPA.
       01 CategoryCreditGenEd PIC 9(4)V99 VALUE ZERO.
       01 CategoryCreditMajor PIC 9(4)V99 VALUE ZERO.
       01 CategoryCreditElective PIC 9(4)V99 VALUE ZERO.
       01 CumGPA PIC 9V99 VALUE ZERO.
       01 MajorCumGPA PIC 9V99 VALUE ZERO.
       01 WS-CourseOverflow PIC X VALUE "N".
      *> The whole requirements master, loaded once at startup --
      *> a shop offers at most a few dozen degree programs.
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
       01 WS-Shortfall PIC 9(3)V99 VALUE ZERO.
       01 WS-EarnedOut PIC ZZ9.99.
       01 WS-RequiredOut PIC ZZ9.99.
       01 WS-ShortfallOut PIC ZZ9.99.
       01 WS-GPAOut PIC 9.99.
       01 WS-CareerHrsOut PIC ZZZ9.99.
       01 WS-MinGPAOut PIC 9.99.

       PROCEDURE DIVISION.
           STOP RUN
       END-IF.
       PERFORM AcquireMasterLock.
       PERFORM VerifySummaryMaster.
       PERFORM VerifyDemographicMaster.
       OPEN OUTPUT auditFile.
       PERFORM WriteAuditHeader.
       PERFORM OpenDemographics.
       OPEN INPUT summaryFile.
       IF WS-SummaryStatus NOT = "00"
           MOVE "Y" TO WS-SummaryEOF
       END-IF.
       PERFORM ReadSummaryRecord.
       PERFORM UNTIL WS-SummaryEOF = "Y"
           PERFORM StartStudent
           PERFORM WriteStudentAudit
           PERFORM ReadSummaryRecord
       END-PERFORM.
       MOVE SPACES TO AuditLine.
       WRITE AuditRecord.
       MOVE SPACES TO AuditLine.
           "   SATISFIED: ", WS-StudentsSatisfied
           INTO AuditLine.
       WRITE AuditRecord.
       IF WS-SummaryStatus NOT = "35"
           CLOSE summaryFile
       END-IF.
       IF WS-DemoOpen = "Y"
           CLOSE demographicFile
           END-IF
           MOVE SPACES TO AuditTrailLine
           STRING "HDR ", WS-RunDate, " ", WS-RunTime,
               " P2AUDIT IN=P2StuSummary.dat OUT=P2DegreeAudit.dat "
               "FRESH" INTO AuditTrailLine
           WRITE AuditTrailRecord
           CLOSE auditTrailFile.
           END-PERFORM.

      *> Opens the demographic master and primes the one-record
      *> lookahead -- both it and the summary master are sorted by
      *> StudentWNbr, so one sequential pass serves the whole run.
       OpenDemographics.
           OPEN INPUT demographicFile
               END-READ
           END-PERFORM.

       ReadSummaryRecord.
           READ summaryFile
               AT END
                   MOVE "Y" TO WS-SummaryEOF
           END-READ
           PERFORM UNTIL WS-SummaryEOF = "Y"
               OR SummaryRecord(1:6) NOT = "CTLTRL"
               READ summaryFile
                   AT END
                       MOVE "Y" TO WS-SummaryEOF
               END-READ
           END-PERFORM.

      *> Re-adds the summary master against its integrity trailer
      *> and checks the trailer's history generation against the
      *> live one before auditing anyone from it -- a summary
      *> missing, truncated, or built off an older master would
      *> hand out NOT SATISFIED verdicts on half-histories, so any
      *> of the three refuses the run until P2StuSum is rerun.
       VerifySummaryMaster.
           MOVE ZERO TO WS-VfyCount
           MOVE ZERO TO WS-VfyHash1
           MOVE ZERO TO WS-VfyHash2
           MOVE "N" TO WS-VfyTrailerSeen
           MOVE "N" TO WS-VfyEOF
           OPEN INPUT summaryFile
           IF WS-SummaryStatus NOT = "00"
               DISPLAY "P2AUDIT ABORTED: P2StuSummary.dat NOT "
                   "ON FILE (STATUS " WS-SummaryStatus
                   ") -- RUN P2StuSum"
               PERFORM ReleaseMasterLock
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
               DISPLAY "P2AUDIT ABORTED: P2StuSummary.dat DOES "
                   "NOT BALANCE TO ITS INTEGRITY TRAILER -- RUN "
                   "P2StuSum"
               PERFORM ReleaseMasterLock
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
               DISPLAY "P2AUDIT ABORTED: P2StuSummary.dat BUILT "
                   "FROM HISTORY GENERATION " WS-SM-HistGen
                   ", LIVE MASTER IS " WS-HistGen " -- RUN P2StuSum"
               PERFORM ReleaseMasterLock
               MOVE 12 TO RETURN-CODE
               STOP RUN
               STOP RUN
           END-IF.

      *> Shared hold on the summary master for the whole audit.
       AcquireMasterLock.
           MOVE "SUMMARY" TO LockReqName
           MOVE "S" TO LockReqMode
           MOVE "ACQUIRE" TO LockReqAction
           MOVE "P2AUDIT" TO LockReqProgram
           MOVE "RELEASE" TO LockReqAction
           CALL "P2Lock" USING LockRequest.

      *> Takes the student's figures off the summary record and
      *> finds their degree program on the demographic master.
       StartStudent.
           MOVE SU-StudentWNbr TO CurrentStuWNbr
           MOVE SU-StudentName TO CurrentStuName
           MOVE SU-GenEdHrs TO CategoryCreditGenEd
           MOVE SU-MajorCatHrs TO CategoryCreditMajor
           MOVE SU-ElectiveHrs TO CategoryCreditElective
           MOVE SU-CumGPA TO CumGPA
           MOVE SU-MajorGPA TO MajorCumGPA
           MOVE SPACES TO WS-StudentProgram
           MOVE SPACES TO WS-ProgramNote
           PERFORM UNTIL WS-DemoEOF = "Y"
               END-IF
               MOVE "DEFAULT" TO WS-LookupProgram
               PERFORM FindRequirements
           END-IF
      *> A student whose course table overflowed in the summary
      *> build may carry a double-counted retake -- name it on the
      *> report and fail the run.
           IF SU-Overflow = "Y"
               MOVE "Y" TO WS-CourseOverflow
               MOVE SPACES TO AuditLine
               STRING "TABLE OVERFLOW: RETAKE TRACKING ",
                   "INCOMPLETE FOR ", SU-StudentWNbr INTO AuditLine
               WRITE AuditRecord
           END-IF.

      *> Writes one student's audit block: each category's earned vs.
      *> required hours with the shortfall, the two GPA checks, and
      *> the overall verdict.
       WriteStudentAudit.
           ADD 1 TO WS-StudentsAudited
           MOVE "SATISFIED" TO WS-Verdict
           MOVE SPACES TO AuditLine
           WRITE AuditRecord
               PERFORM ComputeElectiveShortfall
               PERFORM WriteCategoryLineElective
               PERFORM WriteGPALines
               PERFORM WriteCareerLines
               MOVE SPACES TO AuditLine
               STRING "  DEGREE REQUIREMENTS ", WS-Verdict
                   INTO AuditLine
               "  MINIMUM: ", WS-MinGPAOut
               INTO AuditLine
           WRITE AuditRecord.

      *> Both careers' standing side by side, only for a student who
      *> has hours in both -- informational, never part of the
      *> verdict.
       WriteCareerLines.
           IF SU-UGHrs = ZERO OR SU-GRHrs = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE SU-UGGPA TO WS-GPAOut
           MOVE SU-UGHrs TO WS-CareerHrsOut
           MOVE SPACES TO AuditLine
           STRING "  UNDERGRADUATE GPA: ", WS-GPAOut,
               "  HOURS: ", WS-CareerHrsOut
               INTO AuditLine
           WRITE AuditRecord
           MOVE SU-GRGPA TO WS-GPAOut
           MOVE SU-GRHrs TO WS-CareerHrsOut
           MOVE SPACES TO AuditLine
           STRING "  GRADUATE GPA:      ", WS-GPAOut,
               "  HOURS: ", WS-CareerHrsOut
               INTO AuditLine
           WRITE AuditRecord
           MOVE SPACES TO AuditLine
           IF SU-Career = "GR"
               MOVE "  (AUDITED ON THE GRADUATE CAREER)" TO AuditLine
           ELSE
               MOVE "  (AUDITED ON THE UNDERGRADUATE CAREER)"
                   TO AuditLine
           END-IF
           WRITE AuditRecord.
