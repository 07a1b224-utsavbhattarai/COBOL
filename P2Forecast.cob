      *> Progrm-ID: P2Forecast.cob
      *> Authors:    Utsav Bhattarai, Biraj Basnet, Bisheshwor Ghimire, Eraj Khatiwada
      *> OS:        Ubuntu 18
      *> Compiler:  OpenCOBOL

      *> Next-term course demand forecast for section planning, run
      *> before registration opens so the department chairs can add
      *> or cancel sections while it still matters.  For the term
      *> named on the command line (its Years text, which must be on
      *> P2TermCal.dat) every course the catalog P2Catalog.dat has
      *> in effect that term, every course with a section planned on
      *> P2Sections.dat, and every course with a prerequisite on
      *> P2Prereq.dat gets a projected demand -- the largest of:
      *>   HISTORY   the course's average enrollment on P2History.dat
      *>             over the last FORECAST-HIST-TERMS (P2Params.dat,
      *>             default 3) years' terms of the same season (same
      *>             calendar ordinal) -- transfer and exam credit
      *>             are not enrollments;
      *>   PIPELINE  continuing students ready for the course now:
      *>             every prerequisite on P2Prereq.dat met at its
      *>             minimum grade (the later attempt counts, as in
      *>             P2PrereqEdit) with at least one of them cleared
      *>             in the latest term on the history master, the
      *>             course not already passed, and the student's
      *>             P2DegreeReq.dat program (off P2Students.dat,
      *>             DEFAULT when unknown) still short of hours in
      *>             the requirement category the course has been
      *>             taken under on the history master;
      *>   PROPOSED  the term's requests already on P2Proposed.dat.
      *> A continuing student is one with work in the latest term on
      *> the history master who has not already met all three
      *> category requirements of their program (those are counted
      *> as graduating and left out).  The projection is compared
      *> with the seats planned: each section's capacity off
      *> P2Sections.dat, or FORECAST-SECT-SIZE (default 30) when
      *> the row has none.  A course whose projection exceeds its
      *> seats is UNDER-SECTIONED, with the sections to add at the
      *> planned average size; one that would fit in fewer sections
      *> is OVER-SECTIONED, with the sections that could be
      *> cancelled; a section planned for a course the catalog does
      *> not offer that term, or pipeline or proposed demand for
      *> one, is NOT OFFERED.  The report P2Forecast.dat lists the
      *> courses in course order.
      *>   Usage:  P2Forecast "FALL 2025"
      *> RC 4 when any course is flagged, RC 12 when the term is
      *> missing or not on the calendar, RC 16 when a table
      *> overflows.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2Forecast.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT calendarFile ASSIGN TO "P2TermCal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CalendarStatus.
           SELECT catalogFile ASSIGN TO "P2Catalog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CatalogStatus.
           SELECT prereqFile ASSIGN TO "P2Prereq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PrereqStatus.
           SELECT sectionFile ASSIGN TO "P2Sections.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SectionStatus.
           SELECT proposedFile ASSIGN TO "P2Proposed.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ProposedStatus.
           SELECT demographicFile ASSIGN TO "P2Students.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DemographicStatus.
           SELECT requirementsFile ASSIGN TO "P2DegreeReq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RequirementsStatus.
           SELECT historyFile ASSIGN TO "P2History.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HistoryStatus.
           SELECT paramFile ASSIGN TO "P2Params.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ParamStatus.
           SELECT reportFile ASSIGN TO "P2Forecast.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT forecastWorkFile ASSIGN TO "P2ForecastWork.tmp".
           SELECT auditTrailFile ASSIGN TO "P2AuditTrail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuditTrailStatus.

       DATA DIVISION.
       FILE SECTION.
       FD calendarFile.
       01 CalendarRecord.
           COPY "TERMCAL.CPY".

      *> Effective-from/to term keys are received as text -- a row
      *> written before the columns existed reads back blank, an
      *> open-ended window.
       FD catalogFile.
       01 CatalogRecord.
        02 CAT-Course PIC X(9).
        02 CAT-CourseD PIC X(28).
        02 CAT-CreditHr PIC 9.
        02 CAT-EffFromText PIC X(5).
        02 CAT-EffToText PIC X(5).
        02 CAT-Career PIC X(2).

       FD prereqFile.
       01 PrereqRecord.
        02 PQ-Course PIC X(9).
        02 PQ-ReqCourse PIC X(9).
        02 PQ-MinGrade PIC X(2).

      *> Capacity is received as text so a blank column on an older
      *> row reads as "no capacity on file" instead of zero.
       FD sectionFile.
       01 SectionRecord.
        02 SE-Section PIC X(12).
        02 SE-Instructor PIC X(20).
        02 SE-Course PIC X(9).
        02 SE-CapacityText PIC X(4).

       FD proposedFile.
       01 ProposedRecord.
        02 PE-StudentWNbr PIC X(9).
        02 PE-Years PIC X(11).
        02 PE-Course PIC X(9).

       FD demographicFile.
       01 DemographicRecord.
           COPY "STUDENTD.CPY".

       FD requirementsFile.
       01 RequirementsRecord.
           COPY "DEGREREQ.CPY".

       FD historyFile.
       01 HistoryRecord.
           COPY "HISTMST.CPY".

       FD paramFile.
       01 ParamRecord.
        02 ParamLine PIC X(40).

       FD reportFile.
       01 ReportRecord.
        02 ReportLine PIC X(132).

      *> SORT work file: one record per course on the forecast.
       SD forecastWorkFile.
       01 ForecastWorkRecord.
        02 FW-Course PIC X(9).
        02 FW-InCatalog PIC X(1).
        02 FW-Category PIC X(1).
        02 FW-Sections PIC 9(3).
        02 FW-Capacity PIC 9(5).
        02 FW-Hist PIC 9(4).
        02 FW-Ready PIC 9(4).
        02 FW-Proposed PIC 9(4).

       FD auditTrailFile.
       01 AuditTrailRecord.
        02 AuditTrailLine PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-CalendarStatus PIC XX VALUE SPACES.
       01 WS-CatalogStatus PIC XX VALUE SPACES.
       01 WS-PrereqStatus PIC XX VALUE SPACES.
       01 WS-SectionStatus PIC XX VALUE SPACES.
       01 WS-ProposedStatus PIC XX VALUE SPACES.
       01 WS-DemographicStatus PIC XX VALUE SPACES.
       01 WS-RequirementsStatus PIC XX VALUE SPACES.
       01 WS-HistoryStatus PIC XX VALUE SPACES.
       01 WS-ParamStatus PIC XX VALUE SPACES.
       01 WS-AuditTrailStatus PIC XX VALUE SPACES.
       01 WS-EOF PIC X VALUE "N".
       01 WS-WorkEOF PIC X VALUE "N".
       01 WS-ArgNum PIC 9(2) VALUE ZERO.
       01 WS-TermArg PIC X(11) VALUE SPACES.
       01 WS-TermSeason PIC X(11) VALUE SPACES.
       01 WS-TermYearText PIC X(4) VALUE SPACES.
       01 WS-TermKey PIC 9(5) VALUE ZERO.
       01 WS-TermYear PIC 9(4) VALUE ZERO.
       01 WS-TermOrdinal PIC 9 VALUE ZERO.
       01 WS-RecYear PIC 9(4) VALUE ZERO.
       01 WS-RecOrdinal PIC 9 VALUE ZERO.
       01 WS-LatestKey PIC 9(5) VALUE ZERO.
       01 WS-RunDate PIC 9(8) VALUE ZERO.
       01 WS-RunTime PIC 9(8) VALUE ZERO.
       01 WS-TableOverflow PIC X VALUE "N".
       01 WS-ParamKey PIC X(20) VALUE SPACES.
       01 WS-ParamValue PIC X(20) VALUE SPACES.
       01 WS-HistoryTerms PIC 9(2) VALUE 3.
       01 WS-SectionSize PIC 9(4) VALUE 30.
       01 WS-SectionSeats PIC 9(4) VALUE ZERO.
      *> One entry per course on the forecast, built off the
      *> catalog, the prerequisite master, the section plan, and
      *> the proposals, then filled in from the history master.
       01 ForecastTable.
           02 ForecastEntry OCCURS 800 TIMES.
               03 FC-Course PIC X(9) VALUE SPACES.
               03 FC-InCatalog PIC X(1) VALUE "N".
               03 FC-Category PIC X(1) VALUE SPACE.
               03 FC-HasPrereq PIC X(1) VALUE "N".
               03 FC-HistCount PIC 9(6) VALUE ZERO.
               03 FC-Hist PIC 9(4) VALUE ZERO.
               03 FC-Ready PIC 9(4) VALUE ZERO.
               03 FC-Proposed PIC 9(4) VALUE ZERO.
               03 FC-Sections PIC 9(3) VALUE ZERO.
               03 FC-Capacity PIC 9(5) VALUE ZERO.
       01 ForecastCount PIC 9(3) VALUE ZERO.
       01 ForecastIdx PIC 9(3) VALUE ZERO.
       01 ForecastFoundIdx PIC 9(3) VALUE ZERO.
       01 WS-LookupCourse PIC X(9) VALUE SPACES.
      *> The same-season terms inside the history window that the
      *> master actually carries -- the average's divisor.
       01 WindowTable.
           02 WindowEntry OCCURS 20 TIMES.
               03 WN-TermKey PIC 9(5) VALUE ZERO.
       01 WindowCount PIC 9(2) VALUE ZERO.
       01 WindowIdx PIC 9(2) VALUE ZERO.
       01 WindowFoundIdx PIC 9(2) VALUE ZERO.
      *> The prerequisite master, loaded whole.
       01 PrereqTable.
           02 PrereqEntry OCCURS 200 TIMES.
               03 PQ-T-Course PIC X(9) VALUE SPACES.
               03 PQ-T-ReqCourse PIC X(9) VALUE SPACES.
               03 PQ-T-MinGrade PIC X(2) VALUE SPACES.
       01 PrereqCount PIC 999 VALUE ZERO.
       01 PrereqIdx PIC 999 VALUE ZERO.
      *> Each student's degree program off the demographic master.
       01 StudentTable.
           02 StudentEntry OCCURS 2000 TIMES.
               03 ST-StudentWNbr PIC X(9) VALUE SPACES.
               03 ST-Program PIC X(8) VALUE SPACES.
       01 StudentCount PIC 9(4) VALUE ZERO.
       01 StudentIdx PIC 9(4) VALUE ZERO.
       01 WS-StudentProgram PIC X(8) VALUE SPACES.
      *> The requirements master, loaded whole.
       01 RequirementsTable.
           02 RequirementsEntry OCCURS 50 TIMES.
               03 RQ-Program PIC X(8) VALUE SPACES.
               03 RQ-ReqGenEd PIC 99V99 VALUE ZERO.
               03 RQ-ReqMajor PIC 99V99 VALUE ZERO.
               03 RQ-ReqElective PIC 99V99 VALUE ZERO.
       01 RequirementsCount PIC 99 VALUE ZERO.
       01 RequirementsIdx PIC 99 VALUE ZERO.
       01 RequirementsFoundIdx PIC 99 VALUE ZERO.
      *> The current student's completed work: the final attempt's
      *> grade per course -- later attempts overwrite earlier ones,
      *> which IS the retake-replacement rule, since the master is
      *> in chronological term order within each student.
       01 CompletedTable.
           02 CompletedEntry OCCURS 200 TIMES.
               03 CP-Course PIC X(9) VALUE SPACES.
               03 CP-Grade PIC X(2) VALUE SPACES.
               03 CP-TermKey PIC 9(5) VALUE ZERO.
               03 CP-CreditHr PIC 9 VALUE ZERO.
               03 CP-CategoryCode PIC X(1) VALUE SPACE.
       01 CompletedCount PIC 9(3) VALUE ZERO.
       01 CompletedIdx PIC 9(3) VALUE ZERO.
       01 CompletedFoundIdx PIC 9(3) VALUE ZERO.
       01 WS-CurrentWNbr PIC X(9) VALUE SPACES.
       01 WS-StudentLastKey PIC 9(5) VALUE ZERO.
       01 WS-EarnedGenEd PIC 9(4) VALUE ZERO.
       01 WS-EarnedMajor PIC 9(4) VALUE ZERO.
       01 WS-EarnedElective PIC 9(4) VALUE ZERO.
       01 WS-NeedGenEd PIC X VALUE "Y".
       01 WS-NeedMajor PIC X VALUE "Y".
       01 WS-NeedElective PIC X VALUE "Y".
       01 WS-AllMet PIC X VALUE "Y".
       01 WS-JustCleared PIC X VALUE "N".
       01 WS-ContinuingCount PIC 9(5) VALUE ZERO.
       01 WS-GraduatingCount PIC 9(5) VALUE ZERO.
      *> Grade ranking work fields -- the standard points scale,
      *> used for ordering only.
       01 WS-RankGrade PIC X(2) VALUE SPACES.
       01 WS-GradeRank PIC 9V99 VALUE ZERO.
       01 WS-HaveRank PIC 9V99 VALUE ZERO.
       01 WS-NeedRank PIC 9V99 VALUE ZERO.
      *> Judging one course on the way out of the SORT.
       01 WS-Projected PIC 9(4) VALUE ZERO.
       01 WS-Basis PIC X(8) VALUE SPACES.
       01 WS-AvgSize PIC 9(4) VALUE ZERO.
       01 WS-Needed PIC 9(4) VALUE ZERO.
       01 WS-Change PIC 9(4) VALUE ZERO.
       01 WS-Finding PIC X(56) VALUE SPACES.
       01 WS-Listed PIC X VALUE "N".
       01 WS-CharPos PIC 9 VALUE ZERO.
       01 WS-CoursesListed PIC 9(4) VALUE ZERO.
       01 WS-UnderCount PIC 9(4) VALUE ZERO.
       01 WS-OverCount PIC 9(4) VALUE ZERO.
       01 WS-NotOfferedCount PIC 9(4) VALUE ZERO.
      *> Report line work fields.
       01 WS-CountOut PIC ZZZZ9.
       01 WS-SmallOut PIC ZZ9.
       01 WS-KeyOut PIC 9(5).
      *> Master integrity-trailer verification working fields --
      *> same CTLTRL re-add every reader of the masters performs.
       01 WS-VfyCount PIC 9(9) VALUE ZERO.
       01 WS-VfyHash1 PIC 9(9) VALUE ZERO.
       01 WS-VfyHash2 PIC 9(9) VALUE ZERO.
       01 WS-VfyTrailerSeen PIC X VALUE "N".
       01 WS-VfyEOF PIC X VALUE "N".
       01 WS-VfyTrailer.
        02 WS-VT-Tag PIC X(6).
        02 FILLER PIC X(1).
        02 WS-VT-Count PIC 9(9).
        02 WS-VT-Hash1 PIC 9(9).
        02 WS-VT-Hash2 PIC 9(9).
      *> Interlock request block for the CALLed P2Lock subprogram
      *> -- readers hold the masters' locks shared for the run.
       01 LockRequest.
        02 LockReqName PIC X(10) VALUE SPACES.
        02 LockReqMode PIC X(1) VALUE SPACE.
        02 LockReqAction PIC X(8) VALUE SPACES.
        02 LockReqProgram PIC X(12) VALUE SPACES.
        02 LockReqResult PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
       ACCEPT WS-RunDate FROM DATE YYYYMMDD.
       ACCEPT WS-RunTime FROM TIME.
       MOVE 1 TO WS-ArgNum.
       DISPLAY WS-ArgNum UPON ARGUMENT-NUMBER.
       ACCEPT WS-TermArg FROM ARGUMENT-VALUE
           ON EXCEPTION
               MOVE SPACES TO WS-TermArg
       END-ACCEPT.
       IF WS-TermArg = SPACES
           DISPLAY "P2FORECAST: USAGE: P2Forecast <TERM>"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM ReadRunParams.
       PERFORM FindTermKey.
       IF WS-TermKey = ZERO
           DISPLAY "P2FORECAST ABORTED: " WS-TermArg
               " IS NOT ON P2TermCal.dat"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       DIVIDE WS-TermKey BY 10 GIVING WS-TermYear
           REMAINDER WS-TermOrdinal.
       PERFORM AcquireMasterLock.
       PERFORM VerifyHistoryMaster.
       PERFORM WriteAuditHeader.
       PERFORM LoadCatalog.
       PERFORM LoadPrereqMaster.
       PERFORM LoadSectionPlan.
       PERFORM LoadProposals.
       PERFORM LoadStudents.
       PERFORM LoadRequirements.
       PERFORM ScanHistoryWindow.
       PERFORM ReplayStudents.
       PERFORM VARYING ForecastIdx FROM 1 BY 1
           UNTIL ForecastIdx > ForecastCount
           IF WindowCount > ZERO
               COMPUTE FC-Hist(ForecastIdx) ROUNDED =
                   FC-HistCount(ForecastIdx) / WindowCount
           END-IF
       END-PERFORM.
       OPEN OUTPUT reportFile.
       SORT forecastWorkFile
           ON ASCENDING KEY FW-Course
           INPUT PROCEDURE IS ReleaseForecasts
           OUTPUT PROCEDURE IS PrintForecast.
       CLOSE reportFile.
       DISPLAY "P2FORECAST: " WS-TermArg
           "  COURSES: " WS-CoursesListed
           "  UNDER: " WS-UnderCount
           "  OVER: " WS-OverCount
           "  NOT OFFERED: " WS-NotOfferedCount.
       PERFORM WriteAuditTrailer.
       PERFORM ReleaseMasterLock.
       IF WS-UnderCount > ZERO OR WS-OverCount > ZERO
           OR WS-NotOfferedCount > ZERO
           MOVE 4 TO RETURN-CODE
       END-IF.
       IF WS-TableOverflow = "Y"
           MOVE 16 TO RETURN-CODE
       END-IF.
       STOP RUN.

       AcquireMasterLock.
           MOVE "HISTORY" TO LockReqName
           MOVE "S" TO LockReqMode
           MOVE "ACQUIRE" TO LockReqAction
           MOVE "P2FORECAST" TO LockReqProgram
           CALL "P2Lock" USING LockRequest
           IF LockReqResult NOT = "Y"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       ReleaseMasterLock.
           MOVE "RELEASE" TO LockReqAction
           CALL "P2Lock" USING LockRequest.

      *> Re-adds the history master against its integrity trailer
      *> before anything is projected from it.  A master with no
      *> trailer yet (a legacy file) is warned about and accepted;
      *> an out-of-balance one refuses the run.
       VerifyHistoryMaster.
           MOVE ZERO TO WS-VfyCount
           MOVE ZERO TO WS-VfyHash1
           MOVE ZERO TO WS-VfyHash2
           MOVE "N" TO WS-VfyTrailerSeen
           MOVE "N" TO WS-VfyEOF
           OPEN INPUT historyFile
           IF WS-HistoryStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-VfyEOF = "Y"
               READ historyFile
                   AT END
                       MOVE "Y" TO WS-VfyEOF
                   NOT AT END
                       IF HistoryRecord(1:6) = "CTLTRL"
                           MOVE "Y" TO WS-VfyTrailerSeen
                           MOVE HistoryRecord TO WS-VfyTrailer
                       ELSE
                           ADD 1 TO WS-VfyCount
                           COMPUTE WS-VfyHash1 =
                               WS-VfyHash1 + HM-CreditHr * 100
                           COMPUTE WS-VfyHash2 =
                               WS-VfyHash2 + HM-QP * 100
                       END-IF
               END-READ
           END-PERFORM
           CLOSE historyFile
           IF WS-VfyTrailerSeen = "N"
               DISPLAY "P2FORECAST: P2History.dat CARRIES NO "
                   "INTEGRITY TRAILER (LEGACY MASTER) -- "
                   "PROCESSED AS-IS"
               EXIT PARAGRAPH
           END-IF
           IF WS-VT-Count NOT = WS-VfyCount
               OR WS-VT-Hash1 NOT = WS-VfyHash1
               OR WS-VT-Hash2 NOT = WS-VfyHash2
               DISPLAY "P2FORECAST ABORTED: P2History.dat DOES NOT "
                   "BALANCE TO ITS INTEGRITY TRAILER"
               DISPLAY "  TRAILER: COUNT=" WS-VT-Count
                   " HRS=" WS-VT-Hash1 " QP=" WS-VT-Hash2
               DISPLAY "  ON FILE: COUNT=" WS-VfyCount
                   " HRS=" WS-VfyHash1 " QP=" WS-VfyHash2
               PERFORM ReleaseMasterLock
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> FORECAST-HIST-TERMS and FORECAST-SECT-SIZE; anything
      *> else on the file belongs to other programs.
       ReadRunParams.
           MOVE "N" TO WS-EOF
           OPEN INPUT paramFile
           IF WS-ParamStatus NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ paramFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       MOVE SPACES TO WS-ParamKey
                       MOVE SPACES TO WS-ParamValue
                       UNSTRING ParamLine DELIMITED BY "="
                           INTO WS-ParamKey, WS-ParamValue
                       END-UNSTRING
                       EVALUATE WS-ParamKey
                           WHEN "FORECAST-HIST-TERMS"
                               COMPUTE WS-HistoryTerms =
                                   FUNCTION NUMVAL(WS-ParamValue)
                           WHEN "FORECAST-SECT-SIZE"
                               COMPUTE WS-SectionSize =
                                   FUNCTION NUMVAL(WS-ParamValue)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-ParamStatus NOT = "35"
               CLOSE paramFile
           END-IF
           IF WS-HistoryTerms = ZERO
               MOVE 1 TO WS-HistoryTerms
           END-IF
           IF WS-SectionSize = ZERO
               MOVE 30 TO WS-SectionSize
           END-IF.

      *> The term's key the way ComputeTermKey derives it (year * 10
      *> + the calendar's ordinal).
       FindTermKey.
           MOVE ZERO TO WS-TermKey
           MOVE "N" TO WS-EOF
           OPEN INPUT calendarFile
           IF WS-CalendarStatus NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ calendarFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF TC-Years = WS-TermArg
                           MOVE SPACES TO WS-TermSeason
                           MOVE "0000" TO WS-TermYearText
                           UNSTRING TC-Years DELIMITED BY SPACE
                               INTO WS-TermSeason WS-TermYearText
                           END-UNSTRING
                           IF WS-TermYearText IS NUMERIC
                               COMPUTE WS-TermKey =
                                   FUNCTION NUMVAL(WS-TermYearText)
                                   * 10 + TC-Ordinal
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CalendarStatus NOT = "35"
               CLOSE calendarFile
           END-IF.

      *> Looks WS-LookupCourse up on the forecast table, adding it
      *> when it is new.
       FindOrAddCourse.
           MOVE ZERO TO ForecastFoundIdx
           PERFORM VARYING ForecastIdx FROM 1 BY 1
               UNTIL ForecastIdx > ForecastCount
               IF FC-Course(ForecastIdx) = WS-LookupCourse
                   MOVE ForecastIdx TO ForecastFoundIdx
               END-IF
           END-PERFORM
           IF ForecastFoundIdx > ZERO
               EXIT PARAGRAPH
           END-IF
           IF ForecastCount NOT < 800
               MOVE "Y" TO WS-TableOverflow
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ForecastCount
           MOVE ForecastCount TO ForecastFoundIdx
           MOVE WS-LookupCourse TO FC-Course(ForecastFoundIdx).

      *> Courses in effect for the term -- a retired course, or one
      *> not yet introduced, is not offered.
       LoadCatalog.
           MOVE "N" TO WS-EOF
           OPEN INPUT catalogFile
           IF WS-CatalogStatus NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ catalogFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CAT-Course NOT = SPACES
                           AND (CAT-EffFromText IS NOT NUMERIC
                               OR CAT-EffFromText NOT > WS-TermKey)
                           AND (CAT-EffToText IS NOT NUMERIC
                               OR CAT-EffToText NOT < WS-TermKey)
                           MOVE CAT-Course TO WS-LookupCourse
                           PERFORM FindOrAddCourse
                           IF ForecastFoundIdx > ZERO
                               MOVE "Y" TO
                                   FC-InCatalog(ForecastFoundIdx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CatalogStatus NOT = "35"
               CLOSE catalogFile
           END-IF.

       LoadPrereqMaster.
           MOVE "N" TO WS-EOF
           OPEN INPUT prereqFile
           IF WS-PrereqStatus NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ prereqFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PrereqCount < 200
                           ADD 1 TO PrereqCount
                           MOVE PQ-Course TO
                               PQ-T-Course(PrereqCount)
                           MOVE PQ-ReqCourse TO
                               PQ-T-ReqCourse(PrereqCount)
                           MOVE PQ-MinGrade TO
                               PQ-T-MinGrade(PrereqCount)
                           MOVE PQ-Course TO WS-LookupCourse
                           PERFORM FindOrAddCourse
                           IF ForecastFoundIdx > ZERO
                               MOVE "Y" TO
                                   FC-HasPrereq(ForecastFoundIdx)
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-TableOverflow
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PrereqStatus NOT = "35"
               CLOSE prereqFile
           END-IF.

      *> The sections planned, and their seats.
       LoadSectionPlan.
           MOVE "N" TO WS-EOF
           OPEN INPUT sectionFile
           IF WS-SectionStatus NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ sectionFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF SE-Course NOT = SPACES
                           MOVE SE-Course TO WS-LookupCourse
                           PERFORM FindOrAddCourse
                           IF ForecastFoundIdx > ZERO
                               ADD 1 TO FC-Sections(ForecastFoundIdx)
                               IF SE-CapacityText IS NUMERIC
                                   MOVE SE-CapacityText TO
                                       WS-SectionSeats
                                   ADD WS-SectionSeats TO
                                       FC-Capacity(ForecastFoundIdx)
                               ELSE
                                   ADD WS-SectionSize TO
                                       FC-Capacity(ForecastFoundIdx)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SectionStatus NOT = "35"
               CLOSE sectionFile
           END-IF.

       LoadProposals.
           MOVE "N" TO WS-EOF
           OPEN INPUT proposedFile
           IF WS-ProposedStatus NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ proposedFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF PE-Years = WS-TermArg
                           MOVE PE-Course TO WS-LookupCourse
                           PERFORM FindOrAddCourse
                           IF ForecastFoundIdx > ZERO
                               ADD 1 TO FC-Proposed(ForecastFoundIdx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ProposedStatus NOT = "35"
               CLOSE proposedFile
           END-IF.

       LoadStudents.
           MOVE "N" TO WS-EOF
           OPEN INPUT demographicFile
           IF WS-DemographicStatus NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ demographicFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF DemographicRecord(1:6) = "CTLTRL"
                           CONTINUE
                       ELSE
                       IF StudentCount < 2000
                           ADD 1 TO StudentCount
                           MOVE DM-StudentWNbr TO
                               ST-StudentWNbr(StudentCount)
                           MOVE DM-Program TO ST-Program(StudentCount)
                       ELSE
                           MOVE "Y" TO WS-TableOverflow
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DemographicStatus NOT = "35"
               CLOSE demographicFile
           END-IF.

       LoadRequirements.
           MOVE "N" TO WS-EOF
           OPEN INPUT requirementsFile
           IF WS-RequirementsStatus NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ requirementsFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF RequirementsCount < 50
                           ADD 1 TO RequirementsCount
                           MOVE DR-Program TO
                               RQ-Program(RequirementsCount)
                           MOVE DR-ReqGenEd TO
                               RQ-ReqGenEd(RequirementsCount)
                           MOVE DR-ReqMajor TO
                               RQ-ReqMajor(RequirementsCount)
                           MOVE DR-ReqElective TO
                               RQ-ReqElective(RequirementsCount)
                       ELSE
                           MOVE "Y" TO WS-TableOverflow
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RequirementsStatus NOT = "35"
               CLOSE requirementsFile
           END-IF.

      *> First pass over the history master: the latest term before
      *> the one forecast, each course's requirement category, and
      *> the same-season enrollments inside the history window.
       ScanHistoryWindow.
           MOVE "N" TO WS-EOF
           OPEN INPUT historyFile
           IF WS-HistoryStatus NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ historyFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF HistoryRecord(1:6) NOT = "CTLTRL"
                           AND HM-TermKey < WS-TermKey
                           PERFORM NoteWindowRecord
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HistoryStatus NOT = "35"
               CLOSE historyFile
           END-IF.

       NoteWindowRecord.
           IF HM-TermKey > WS-LatestKey
               MOVE HM-TermKey TO WS-LatestKey
           END-IF
           MOVE HM-Course TO WS-LookupCourse
           MOVE ZERO TO ForecastFoundIdx
           PERFORM VARYING ForecastIdx FROM 1 BY 1
               UNTIL ForecastIdx > ForecastCount
               IF FC-Course(ForecastIdx) = WS-LookupCourse
                   MOVE ForecastIdx TO ForecastFoundIdx
               END-IF
           END-PERFORM
           IF ForecastFoundIdx = ZERO
               EXIT PARAGRAPH
           END-IF
           IF HM-CategoryCode NOT = SPACE
               MOVE HM-CategoryCode TO FC-Category(ForecastFoundIdx)
           END-IF
           IF HM-TransferFlag = "Y" OR HM-TransferFlag = "E"
               EXIT PARAGRAPH
           END-IF
           DIVIDE HM-TermKey BY 10 GIVING WS-RecYear
               REMAINDER WS-RecOrdinal
           IF WS-RecOrdinal NOT = WS-TermOrdinal
               OR WS-RecYear + WS-HistoryTerms < WS-TermYear
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO FC-HistCount(ForecastFoundIdx)
           MOVE ZERO TO WindowFoundIdx
           PERFORM VARYING WindowIdx FROM 1 BY 1
               UNTIL WindowIdx > WindowCount
               IF WN-TermKey(WindowIdx) = HM-TermKey
                   MOVE WindowIdx TO WindowFoundIdx
               END-IF
           END-PERFORM
           IF WindowFoundIdx = ZERO AND WindowCount < 20
               ADD 1 TO WindowCount
               MOVE HM-TermKey TO WN-TermKey(WindowCount)
           END-IF.

      *> Second pass: each student's final-attempt grades, judged
      *> against the prerequisite courses as the student closes.
       ReplayStudents.
           MOVE "N" TO WS-EOF
           MOVE SPACES TO WS-CurrentWNbr
           OPEN INPUT historyFile
           IF WS-HistoryStatus NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ historyFile
                   AT END
                       MOVE "Y" TO WS-EOF
                       IF WS-CurrentWNbr NOT = SPACES
                           PERFORM JudgeStudent
                       END-IF
                   NOT AT END
                       IF HistoryRecord(1:6) = "CTLTRL"
                           OR HM-TermKey NOT < WS-TermKey
                           CONTINUE
                       ELSE
                       IF HM-StudentWNbr NOT = WS-CurrentWNbr
                           IF WS-CurrentWNbr NOT = SPACES
                               PERFORM JudgeStudent
                           END-IF
                           MOVE HM-StudentWNbr TO WS-CurrentWNbr
                           MOVE ZERO TO CompletedCount
                           MOVE ZERO TO WS-StudentLastKey
                       END-IF
                       IF HM-TermKey > WS-StudentLastKey
                           MOVE HM-TermKey TO WS-StudentLastKey
                       END-IF
                       PERFORM NoteCompletedCourse
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HistoryStatus NOT = "35"
               CLOSE historyFile
           END-IF.

      *> W and I attempts complete nothing, and neither do the
      *> no-pass (NP) and audit (AU) bases.  Any other attempt's
      *> grade replaces the earlier attempt's -- the later attempt
      *> wins, per the retake rule.
       NoteCompletedCourse.
           IF HM-Grade = "W" OR HM-Grade = "I"
               OR HM-Grade = "NP" OR HM-Grade = "AU"
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO CompletedFoundIdx
           PERFORM VARYING CompletedIdx FROM 1 BY 1
               UNTIL CompletedIdx > CompletedCount
               IF CP-Course(CompletedIdx) = HM-Course
                   MOVE CompletedIdx TO CompletedFoundIdx
               END-IF
           END-PERFORM
           IF CompletedFoundIdx = ZERO
               IF CompletedCount < 200
                   ADD 1 TO CompletedCount
                   MOVE CompletedCount TO CompletedFoundIdx
                   MOVE HM-Course TO CP-Course(CompletedFoundIdx)
               ELSE
                   MOVE "Y" TO WS-TableOverflow
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE HM-Grade TO CP-Grade(CompletedFoundIdx)
           MOVE HM-TermKey TO CP-TermKey(CompletedFoundIdx)
           MOVE HM-CreditHr TO CP-CreditHr(CompletedFoundIdx)
           MOVE HM-CategoryCode TO CP-CategoryCode(CompletedFoundIdx).

      *> A student with no work in the latest term is not
      *> continuing; one who has met every category requirement of
      *> their program is graduating.  Anyone else is counted into
      *> the pipeline of every prerequisite course they are ready
      *> for.
       JudgeStudent.
           IF WS-StudentLastKey NOT = WS-LatestKey
               EXIT PARAGRAPH
           END-IF
           MOVE "DEFAULT " TO WS-StudentProgram
           PERFORM VARYING StudentIdx FROM 1 BY 1
               UNTIL StudentIdx > StudentCount
               IF ST-StudentWNbr(StudentIdx) = WS-CurrentWNbr
                   MOVE ST-Program(StudentIdx) TO WS-StudentProgram
               END-IF
           END-PERFORM
           MOVE ZERO TO RequirementsFoundIdx
           PERFORM VARYING RequirementsIdx FROM 1 BY 1
               UNTIL RequirementsIdx > RequirementsCount
               IF RQ-Program(RequirementsIdx) = WS-StudentProgram
                   MOVE RequirementsIdx TO RequirementsFoundIdx
               END-IF
           END-PERFORM
           IF RequirementsFoundIdx = ZERO
               PERFORM VARYING RequirementsIdx FROM 1 BY 1
                   UNTIL RequirementsIdx > RequirementsCount
                   IF RQ-Program(RequirementsIdx) = "DEFAULT "
                       MOVE RequirementsIdx TO RequirementsFoundIdx
                   END-IF
               END-PERFORM
           END-IF
           MOVE ZERO TO WS-EarnedGenEd
           MOVE ZERO TO WS-EarnedMajor
           MOVE ZERO TO WS-EarnedElective
           PERFORM VARYING CompletedIdx FROM 1 BY 1
               UNTIL CompletedIdx > CompletedCount
               IF CP-Grade(CompletedIdx) NOT = "F"
                   EVALUATE CP-CategoryCode(CompletedIdx)
                       WHEN "G"
                           ADD CP-CreditHr(CompletedIdx) TO
                               WS-EarnedGenEd
                       WHEN "M"
                           ADD CP-CreditHr(CompletedIdx) TO
                               WS-EarnedMajor
                       WHEN "E"
                           ADD CP-CreditHr(CompletedIdx) TO
                               WS-EarnedElective
                   END-EVALUATE
               END-IF
           END-PERFORM
      *> No requirements row at all: every category is still open.
           MOVE "Y" TO WS-NeedGenEd
           MOVE "Y" TO WS-NeedMajor
           MOVE "Y" TO WS-NeedElective
           IF RequirementsFoundIdx > ZERO
               IF WS-EarnedGenEd NOT <
                   RQ-ReqGenEd(RequirementsFoundIdx)
                   MOVE "N" TO WS-NeedGenEd
               END-IF
               IF WS-EarnedMajor NOT <
                   RQ-ReqMajor(RequirementsFoundIdx)
                   MOVE "N" TO WS-NeedMajor
               END-IF
               IF WS-EarnedElective NOT <
                   RQ-ReqElective(RequirementsFoundIdx)
                   MOVE "N" TO WS-NeedElective
               END-IF
           END-IF
           IF WS-NeedGenEd = "N" AND WS-NeedMajor = "N"
               AND WS-NeedElective = "N"
               ADD 1 TO WS-GraduatingCount
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ContinuingCount
           PERFORM VARYING ForecastIdx FROM 1 BY 1
               UNTIL ForecastIdx > ForecastCount
               IF FC-HasPrereq(ForecastIdx) = "Y"
                   PERFORM CheckReadiness
               END-IF
           END-PERFORM.

      *> Ready for the course: not passed yet, its category still
      *> needed, every prerequisite row met, and at least one of
      *> them met in the latest term.
       CheckReadiness.
           PERFORM VARYING CompletedIdx FROM 1 BY 1
               UNTIL CompletedIdx > CompletedCount
               IF CP-Course(CompletedIdx) = FC-Course(ForecastIdx)
                   AND CP-Grade(CompletedIdx) NOT = "F"
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           EVALUATE FC-Category(ForecastIdx)
               WHEN "G"
                   IF WS-NeedGenEd = "N"
                       EXIT PARAGRAPH
                   END-IF
               WHEN "M"
                   IF WS-NeedMajor = "N"
                       EXIT PARAGRAPH
                   END-IF
               WHEN "E"
                   IF WS-NeedElective = "N"
                       EXIT PARAGRAPH
                   END-IF
           END-EVALUATE
           MOVE "Y" TO WS-AllMet
           MOVE "N" TO WS-JustCleared
           PERFORM VARYING PrereqIdx FROM 1 BY 1
               UNTIL PrereqIdx > PrereqCount OR WS-AllMet = "N"
               IF PQ-T-Course(PrereqIdx) = FC-Course(ForecastIdx)
                   PERFORM CheckOnePrereq
               END-IF
           END-PERFORM
           IF WS-AllMet = "Y" AND WS-JustCleared = "Y"
               ADD 1 TO FC-Ready(ForecastIdx)
           END-IF.

       CheckOnePrereq.
           MOVE ZERO TO CompletedFoundIdx
           PERFORM VARYING CompletedIdx FROM 1 BY 1
               UNTIL CompletedIdx > CompletedCount
               IF CP-Course(CompletedIdx) =
                   PQ-T-ReqCourse(PrereqIdx)
                   MOVE CompletedIdx TO CompletedFoundIdx
               END-IF
           END-PERFORM
           IF CompletedFoundIdx = ZERO
               MOVE "N" TO WS-AllMet
               EXIT PARAGRAPH
           END-IF
           IF CP-Grade(CompletedFoundIdx) = "F"
               MOVE "N" TO WS-AllMet
               EXIT PARAGRAPH
           END-IF
           MOVE CP-Grade(CompletedFoundIdx) TO WS-RankGrade
           PERFORM RankGrade
           MOVE WS-GradeRank TO WS-HaveRank
           MOVE PQ-T-MinGrade(PrereqIdx) TO WS-RankGrade
           PERFORM RankGrade
           MOVE WS-GradeRank TO WS-NeedRank
           IF WS-HaveRank < WS-NeedRank
               MOVE "N" TO WS-AllMet
               EXIT PARAGRAPH
           END-IF
           IF CP-TermKey(CompletedFoundIdx) = WS-LatestKey
               MOVE "Y" TO WS-JustCleared
           END-IF.

      *> Ranks WS-RankGrade on the standard points scale -- used
      *> only to order grades, so the compiled-in scale serves.
       RankGrade.
           EVALUATE WS-RankGrade
               WHEN "A+" MOVE 4.00 TO WS-GradeRank
               WHEN "A"  MOVE 4.00 TO WS-GradeRank
               WHEN "A-" MOVE 3.67 TO WS-GradeRank
               WHEN "B+" MOVE 3.33 TO WS-GradeRank
               WHEN "B"  MOVE 3.00 TO WS-GradeRank
               WHEN "B-" MOVE 2.67 TO WS-GradeRank
               WHEN "C+" MOVE 2.33 TO WS-GradeRank
               WHEN "C"  MOVE 2.00 TO WS-GradeRank
               WHEN "C-" MOVE 1.67 TO WS-GradeRank
               WHEN "D+" MOVE 1.33 TO WS-GradeRank
               WHEN "D"  MOVE 1.00 TO WS-GradeRank
               WHEN "D-" MOVE 0.67 TO WS-GradeRank
               WHEN OTHER MOVE ZERO TO WS-GradeRank
           END-EVALUATE.

      *> SORT's INPUT PROCEDURE: every course on the forecast.
       ReleaseForecasts.
           PERFORM VARYING ForecastIdx FROM 1 BY 1
               UNTIL ForecastIdx > ForecastCount
               MOVE FC-Course(ForecastIdx) TO FW-Course
               MOVE FC-InCatalog(ForecastIdx) TO FW-InCatalog
               MOVE FC-Category(ForecastIdx) TO FW-Category
               MOVE FC-Sections(ForecastIdx) TO FW-Sections
               MOVE FC-Capacity(ForecastIdx) TO FW-Capacity
               MOVE FC-Hist(ForecastIdx) TO FW-Hist
               MOVE FC-Ready(ForecastIdx) TO FW-Ready
               MOVE FC-Proposed(ForecastIdx) TO FW-Proposed
               RELEASE ForecastWorkRecord
           END-PERFORM.

      *> SORT's OUTPUT PROCEDURE: the heading, one line per course
      *> with demand or a section planned, then the totals.
       PrintForecast.
           MOVE SPACES TO ReportLine
           STRING "COURSE DEMAND FORECAST FOR SECTION PLANNING"
               "    TERM: " DELIMITED BY SIZE,
               WS-TermArg DELIMITED BY SIZE,
               "    RUN DATE: " DELIMITED BY SIZE,
               WS-RunDate DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportRecord
           MOVE SPACES TO ReportLine
           MOVE "LATEST TERM ON HISTORY:" TO ReportLine(1:23)
           MOVE WS-LatestKey TO WS-KeyOut
           MOVE WS-KeyOut TO ReportLine(25:5)
           MOVE "HISTORY WINDOW:" TO ReportLine(34:15)
           MOVE WS-HistoryTerms TO WS-SmallOut
           MOVE WS-SmallOut TO ReportLine(50:3)
           MOVE "SAME-SEASON TERMS," TO ReportLine(54:18)
           MOVE WindowCount TO WS-SmallOut
           MOVE WS-SmallOut TO ReportLine(73:3)
           MOVE "ON FILE" TO ReportLine(77:7)
           WRITE ReportRecord
           MOVE SPACES TO ReportLine
           MOVE WS-ContinuingCount TO WS-CountOut
           STRING "CONTINUING STUDENTS: " DELIMITED BY SIZE,
               WS-CountOut DELIMITED BY SIZE
               INTO ReportLine
           MOVE WS-GraduatingCount TO WS-CountOut
           MOVE "GRADUATING (NOT COUNTED):" TO ReportLine(32:25)
           MOVE WS-CountOut TO ReportLine(58:5)
           WRITE ReportRecord
           MOVE SPACES TO ReportLine
           WRITE ReportRecord
           MOVE SPACES TO ReportLine
           STRING "COURSE    CAT SECTS  SEATS  HISTORY PIPELINE "
               "PROPOSED PROJECTED BASIS     FINDING"
               DELIMITED BY SIZE INTO ReportLine
           WRITE ReportRecord
           MOVE "N" TO WS-WorkEOF
           PERFORM UNTIL WS-WorkEOF = "Y"
               RETURN forecastWorkFile
                   AT END
                       MOVE "Y" TO WS-WorkEOF
                   NOT AT END
                       PERFORM JudgeCourse
                       IF WS-Listed = "Y"
                           PERFORM PrintCourseLine
                       END-IF
               END-RETURN
           END-PERFORM
           MOVE SPACES TO ReportLine
           WRITE ReportRecord
           MOVE SPACES TO ReportLine
           MOVE "COURSES LISTED:" TO ReportLine(1:15)
           MOVE WS-CoursesListed TO WS-CountOut
           MOVE WS-CountOut TO ReportLine(17:5)
           MOVE "UNDER-SECTIONED:" TO ReportLine(25:16)
           MOVE WS-UnderCount TO WS-CountOut
           MOVE WS-CountOut TO ReportLine(42:5)
           MOVE "OVER-SECTIONED:" TO ReportLine(50:15)
           MOVE WS-OverCount TO WS-CountOut
           MOVE WS-CountOut TO ReportLine(66:5)
           MOVE "NOT OFFERED:" TO ReportLine(74:12)
           MOVE WS-NotOfferedCount TO WS-CountOut
           MOVE WS-CountOut TO ReportLine(87:5)
           WRITE ReportRecord.

      *> The projection is the largest of the three measures; the
      *> finding compares it with the seats planned.
       JudgeCourse.
           MOVE "N" TO WS-Listed
           MOVE SPACES TO WS-Finding
           MOVE FW-Hist TO WS-Projected
           MOVE "HISTORY" TO WS-Basis
           IF FW-Ready > WS-Projected
               MOVE FW-Ready TO WS-Projected
               MOVE "PIPELINE" TO WS-Basis
           END-IF
           IF FW-Proposed > WS-Projected
               MOVE FW-Proposed TO WS-Projected
               MOVE "PROPOSED" TO WS-Basis
           END-IF
           IF WS-Projected = ZERO
               MOVE SPACES TO WS-Basis
           END-IF
           IF FW-InCatalog = "N"
               IF FW-Sections > ZERO
                   MOVE "Y" TO WS-Listed
                   ADD 1 TO WS-NotOfferedCount
                   MOVE "NOT OFFERED -- SECTION PLANNED, NOT IN CATALOG"
                       TO WS-Finding
               ELSE
                   IF FW-Ready > ZERO OR FW-Proposed > ZERO
                       MOVE "Y" TO WS-Listed
                       ADD 1 TO WS-NotOfferedCount
                       MOVE "NOT OFFERED -- DEMAND, NOT IN CATALOG"
                           TO WS-Finding
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF FW-Sections = ZERO AND WS-Projected = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-Listed
           IF FW-Sections > ZERO
               DIVIDE FW-Capacity BY FW-Sections GIVING WS-AvgSize
           ELSE
               MOVE WS-SectionSize TO WS-AvgSize
           END-IF
           IF WS-AvgSize = ZERO
               MOVE WS-SectionSize TO WS-AvgSize
           END-IF
           COMPUTE WS-Needed =
               (WS-Projected + WS-AvgSize - 1) / WS-AvgSize
           IF WS-Projected > FW-Capacity
               ADD 1 TO WS-UnderCount
               IF WS-Needed > FW-Sections
                   COMPUTE WS-Change = WS-Needed - FW-Sections
               ELSE
                   MOVE 1 TO WS-Change
               END-IF
               PERFORM TrimChangeCount
               IF FW-Sections = ZERO
                   STRING "UNDER-SECTIONED -- NONE PLANNED, NEED "
                       DELIMITED BY SIZE,
                       WS-SmallOut(WS-CharPos:) DELIMITED BY SIZE,
                       " SECTION(S)" DELIMITED BY SIZE
                       INTO WS-Finding
               ELSE
                   STRING "UNDER-SECTIONED -- ADD " DELIMITED BY SIZE,
                       WS-SmallOut(WS-CharPos:) DELIMITED BY SIZE,
                       " SECTION(S)" DELIMITED BY SIZE
                       INTO WS-Finding
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF FW-Sections > WS-Needed
               ADD 1 TO WS-OverCount
               COMPUTE WS-Change = FW-Sections - WS-Needed
               PERFORM TrimChangeCount
               STRING "OVER-SECTIONED -- CANCEL " DELIMITED BY SIZE,
                   WS-SmallOut(WS-CharPos:) DELIMITED BY SIZE,
                   " SECTION(S)" DELIMITED BY SIZE
                   INTO WS-Finding
               EXIT PARAGRAPH
           END-IF
           MOVE "OK" TO WS-Finding.

      *> The section count for a finding, without its leading
      *> blanks -- WS-CharPos is left on its first digit.
       TrimChangeCount.
           MOVE WS-Change TO WS-SmallOut
           MOVE 1 TO WS-CharPos
           PERFORM UNTIL WS-CharPos NOT < 3
               OR WS-SmallOut(WS-CharPos:1) NOT = SPACE
               ADD 1 TO WS-CharPos
           END-PERFORM.

       PrintCourseLine.
           ADD 1 TO WS-CoursesListed
           MOVE SPACES TO ReportLine
           MOVE FW-Course TO ReportLine(1:9)
           MOVE FW-Category TO ReportLine(12:1)
           MOVE FW-Sections TO WS-SmallOut
           MOVE WS-SmallOut TO ReportLine(16:3)
           MOVE FW-Capacity TO WS-CountOut
           MOVE WS-CountOut TO ReportLine(21:5)
           MOVE FW-Hist TO WS-CountOut
           MOVE WS-CountOut TO ReportLine(30:5)
           MOVE FW-Ready TO WS-CountOut
           MOVE WS-CountOut TO ReportLine(39:5)
           MOVE FW-Proposed TO WS-CountOut
           MOVE WS-CountOut TO ReportLine(48:5)
           MOVE WS-Projected TO WS-CountOut
           MOVE WS-CountOut TO ReportLine(58:5)
           MOVE WS-Basis TO ReportLine(64:8)
           MOVE WS-Finding TO ReportLine(74:56)
           WRITE ReportRecord.

       WriteAuditHeader.
           OPEN EXTEND auditTrailFile
           IF WS-AuditTrailStatus = "35"
               OPEN OUTPUT auditTrailFile
           END-IF
           MOVE SPACES TO AuditTrailLine
           STRING "HDR ", WS-RunDate, " ", WS-RunTime,
               " P2FORECAST IN=P2History.dat OUT=P2Forecast.dat "
               "FRESH" INTO AuditTrailLine
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
               " P2FORECAST TERM=", WS-TermArg,
               " COURSES=", WS-CoursesListed,
               " UNDER=", WS-UnderCount,
               " OVER=", WS-OverCount,
               " NOTOFFERED=", WS-NotOfferedCount, " NORMAL"
               INTO AuditTrailLine
           WRITE AuditTrailRecord
           CLOSE auditTrailFile.
