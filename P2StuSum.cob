      *> Progrm-ID: P2StuSum.cob
      *> Authors:    Utsav Bhattarai, Biraj Basnet, Bisheshwor Ghimire, Eraj Khatiwada
      *> OS:        Ubuntu 18
      *> Compiler:  OpenCOBOL

      *> Student cumulative summary master builder.  P2Advisor,
      *> P2SAP, P2Audit, and P2WhatIf each used to replay the whole
      *> of P2History.dat for themselves to get a student's
      *> cumulative figures -- four slightly different copies of
      *> P2's retake-replacement rules, four full passes of an
      *> ever-growing master every night, and four chances to
      *> disagree with the transcript.  This run does the replay
      *> once, with the same rules SeedOneHistoryRecord in P2.cob
      *> applies (renewal-marked records excluded, W/I/NP/AU out of
      *> the cumulative figures, a retake replacing the earlier
      *> attempt's hours and points, P carrying hours but no GPA
      *> weight, transfer credit carrying hours but no points), and
      *> writes one P2StuSummary.dat record per student: cumulative
      *> and major GPA, cumulative / graded / attempted / earned
      *> hours (attempted and earned count every attempt, the way
      *> P2SAP's completion ratio always has), the gen-ed / major /
      *> elective category hours, first and last term on record,
      *> and current standing off P2Standing.dat.  Each student is
      *> also classified freshman through senior from undergraduate
      *> earned hours -- passing grades only, the retake replacing
      *> the earlier attempt, so a failed course never moves the
      *> level -- against the CLASS-SOPH-HOURS / CLASS-JUNIOR-HOURS /
      *> CLASS-SENIOR-HOURS boundaries in P2Params.dat (defaults
      *> 30 / 60 / 90), the same lines P2 classifies by.
      *> Cumulative figures are kept per career level the way P2
      *> keeps them: each course's career (UG or GR) comes off
      *> P2Catalog.dat, the summary's cumulative, graded, major and
      *> category figures are the student's own career's off
      *> P2Students.dat (blank is UG), and both careers' hours,
      *> quality points, and GPA ride behind them, then the
      *> undergraduate earned hours (retakes replaced) the class
      *> level is set from.  A graduate student classifies as
      *> GRADUATE.
      *> The readers then take the figures off the summary instead
      *> of replaying history (layout in SUMMST.CPY).
      *> The summary closes with a CTLTRL integrity trailer -- count,
      *> graded hours * 100, cumulative QP * 100 -- followed by the
      *> history generation number (P2HistoryGen.dat) it was built
      *> from, which is how a reader refuses a summary that predates
      *> the live master.  P2HistLoad, P2HistMaint, and P2GenRestore
      *> rerun this program after every history rewrite, the same
      *> way they rebuild the keyed twin, and P2Restate / P2Appeals
      *> rerun it after they rewrite standing; the nightly train
      *> also runs it as its own step after P2HistKey.
      *> Holds HISTORY and STUDENTS shared and the SUMMARY lock
      *> exclusive for the run, and refuses (RC 12) a history
      *> master that does not balance to its own trailer.  RC 16
      *> when a student's course table, the standing table, or the
      *> catalog table overflowed -- the summary is still written,
      *> with SU-Overflow set on the short records.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2StuSum.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT historyFile ASSIGN TO "P2History.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HistoryStatus.
           SELECT genStateFile ASSIGN TO "P2HistoryGen.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GenStateStatus.
           SELECT standingFile ASSIGN TO "P2Standing.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StandingStatus.
           SELECT summaryFile ASSIGN TO "P2StuSummary.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SummaryStatus.
           SELECT catalogFile ASSIGN TO "P2Catalog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CatalogStatus.
           SELECT demographicFile ASSIGN TO "P2Students.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DemographicStatus.
           SELECT paramFile ASSIGN TO "P2Params.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ParamStatus.
           SELECT auditTrailFile ASSIGN TO "P2AuditTrail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuditTrailStatus.

       DATA DIVISION.
       FILE SECTION.
       FD historyFile.
       01 HistoryRecord.
           COPY "HISTMST.CPY".

       FD genStateFile.
       01 GenStateRecord.
        02 GS-LastGen PIC 9(4).

       FD standingFile.
       01 StandingRecord.
        02 ST-StudentWNbr PIC X(9).
        02 ST-Standing PIC X(10).
        02 ST-Years PIC X(11).
        02 ST-DeansList PIC X(1).

       FD summaryFile.
       01 SummaryRecord.
           COPY "SUMMST.CPY".

       FD catalogFile.
       01 CatalogRecord.
        02 CAT-Course PIC X(9).
        02 CAT-CourseD PIC X(28).
        02 CAT-CreditHr PIC 9.
        02 CAT-EffFromText PIC X(5).
        02 CAT-EffToText PIC X(5).
        02 CAT-Career PIC X(2).

       FD demographicFile.
       01 DemographicRecord.
           COPY "STUDENTD.CPY".

       FD paramFile.
       01 ParamRecord.
        02 ParamLine PIC X(40).

       FD auditTrailFile.
       01 AuditTrailRecord.
        02 AuditTrailLine PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-HistoryStatus PIC XX VALUE SPACES.
       01 WS-GenStateStatus PIC XX VALUE SPACES.
       01 WS-StandingStatus PIC XX VALUE SPACES.
       01 WS-SummaryStatus PIC XX VALUE SPACES.
       01 WS-AuditTrailStatus PIC XX VALUE SPACES.
       01 WS-ParamStatus PIC XX VALUE SPACES.
       01 WS-CatalogStatus PIC XX VALUE SPACES.
       01 WS-DemographicStatus PIC XX VALUE SPACES.
       01 WS-CatalogEOF PIC X VALUE "N".
       01 WS-DemoEOF PIC X VALUE "Y".
       01 WS-ParamEOF PIC X VALUE "N".
       01 WS-ParamKey PIC X(20) VALUE SPACES.
       01 WS-ParamValue PIC X(20) VALUE SPACES.
       01 WS-HistEOF PIC X VALUE "N".
       01 WS-StandingEOF PIC X VALUE "N".
       01 WS-RunDate PIC 9(8) VALUE ZERO.
       01 WS-RunTime PIC 9(8) VALUE ZERO.
       01 WS-HistGen PIC 9(4) VALUE ZERO.
       01 WS-RecordsRead PIC 9(7) VALUE ZERO.
       01 WS-StudentsWritten PIC 9(7) VALUE ZERO.
       01 WS-OverflowCount PIC 9(5) VALUE ZERO.
      *> Standing off P2Standing.dat, looked up as each student
      *> closes.
       01 StandingTable.
           02 StandingEntry OCCURS 5000 TIMES.
               03 SG-StudentWNbr PIC X(9) VALUE SPACES.
               03 SG-Standing PIC X(10) VALUE SPACES.
       01 StandingCount PIC 9(4) VALUE ZERO.
       01 StandingIdx PIC 9(5) VALUE ZERO.
       01 WS-StandingOverflow PIC X VALUE "N".
      *> Class-level boundaries in cumulative hours.
       01 WS-ClassSophHours PIC 9(3)V99 VALUE 30.
       01 WS-ClassJuniorHours PIC 9(3)V99 VALUE 60.
       01 WS-ClassSeniorHours PIC 9(3)V99 VALUE 90.
      *> Per-student replay state -- the same retake-replacement
      *> shape P2's seed keeps.  Attempted and earned hours are
      *> plain running totals over every attempt.
       01 CurrentStuWNbr PIC X(9) VALUE SPACES.
       01 CurrentStuName PIC X(16) VALUE SPACES.
       01 CumulativeCalc PIC 9(4)V99 VALUE ZERO.
       01 CumulativeQP PIC 9(4)V99 VALUE ZERO.
       01 GPACumulativeCalc PIC 9(4)V99 VALUE ZERO.
       01 MajorCumulativeCalc PIC 9(4)V99 VALUE ZERO.
       01 MajorCumulativeQP PIC 9(4)V99 VALUE ZERO.
       01 CategoryCreditGenEd PIC 9(4)V99 VALUE ZERO.
       01 CategoryCreditMajor PIC 9(4)V99 VALUE ZERO.
       01 CategoryCreditElective PIC 9(4)V99 VALUE ZERO.
       01 AttemptedCalc PIC 9(4)V99 VALUE ZERO.
       01 EarnedCalc PIC 9(4)V99 VALUE ZERO.
      *> Earned hours behind the class level: passing grades only,
      *> retake-adjusted and kept per career, unlike EarnedCalc.
       01 EarnedCumulativeCalc PIC 9(4)V99 VALUE ZERO.
       01 WS-AttemptEarned PIC 99V99 VALUE ZERO.
       01 FirstTermKey PIC 9(5) VALUE ZERO.
       01 FirstTerm PIC X(11) VALUE SPACES.
       01 LastTermKey PIC 9(5) VALUE ZERO.
       01 LastTerm PIC X(11) VALUE SPACES.
       01 StudentOverflow PIC X VALUE "N".
       01 CourseHistoryTable.
           02 CourseHistoryEntry OCCURS 200 TIMES.
               03 CH-Course PIC X(9) VALUE SPACES.
               03 CH-Credit PIC 99V99 VALUE ZERO.
               03 CH-QP PIC 99V99 VALUE ZERO.
               03 CH-GPAFlag PIC X(1) VALUE SPACE.
               03 CH-MajorFlag PIC X(1) VALUE SPACE.
               03 CH-CategoryCode PIC X(1) VALUE SPACE.
               03 CH-Earned PIC 99V99 VALUE ZERO.
       01 CourseHistoryCount PIC 9(3) VALUE ZERO.
      *> Career level.  The accumulators above always hold the
      *> career of the record being replayed; SwitchCareer parks
      *> them in CareerTotalsTable (1 = UG, 2 = GR) and brings the
      *> other career's in, the same swap P2 makes.
       01 WS-CurrentCareer PIC X(2) VALUE "UG".
       01 WS-TargetCareer PIC X(2) VALUE "UG".
       01 WS-StudentCareer PIC X(2) VALUE "UG".
       01 WS-CourseCareer PIC X(2) VALUE "UG".
       01 CareerIdx PIC 9 VALUE 1.
       01 CareerTotalsTable.
           02 CareerTotalsEntry OCCURS 2 TIMES.
               03 CR-CumCredit PIC 9(4)V99 VALUE ZERO.
               03 CR-CumQP PIC 9(4)V99 VALUE ZERO.
               03 CR-CumGPACredit PIC 9(4)V99 VALUE ZERO.
               03 CR-MajorCumCredit PIC 9(4)V99 VALUE ZERO.
               03 CR-MajorCumQP PIC 9(4)V99 VALUE ZERO.
               03 CR-CatGenEd PIC 9(4)V99 VALUE ZERO.
               03 CR-CatMajor PIC 9(4)V99 VALUE ZERO.
               03 CR-CatElective PIC 9(4)V99 VALUE ZERO.
               03 CR-CumEarned PIC 9(4)V99 VALUE ZERO.
      *> Course careers off the catalog.
       01 CatalogTable.
           02 CatalogEntry OCCURS 500 TIMES.
               03 CT-Course PIC X(9) VALUE SPACES.
               03 CT-Career PIC X(2) VALUE "UG".
       01 CatalogCount PIC 9(3) VALUE ZERO.
       01 CatalogIdx PIC 9(3) VALUE ZERO.
       01 WS-CatalogOverflow PIC X VALUE "N".
       01 CourseHistoryIdx PIC 9(3) VALUE ZERO.
       01 CourseHistoryFoundIdx PIC 9(3) VALUE ZERO.
      *> Control totals for the summary's own trailer.
       01 MasterTrailerRecord.
        02 TL-Tag PIC X(6) VALUE "CTLTRL".
        02 FILLER PIC X(1) VALUE SPACE.
        02 TL-Count PIC 9(9) VALUE ZERO.
        02 TL-Hash1 PIC 9(9) VALUE ZERO.
        02 TL-Hash2 PIC 9(9) VALUE ZERO.
        02 TL-HistGen PIC 9(4) VALUE ZERO.
      *> Interlock request block for the CALLed P2Lock subprogram.
       01 LockRequest.
        02 LockReqName PIC X(10) VALUE SPACES.
        02 LockReqMode PIC X(1) VALUE SPACE.
        02 LockReqAction PIC X(8) VALUE SPACES.
        02 LockReqProgram PIC X(12) VALUE SPACES.
        02 LockReqResult PIC X(1) VALUE SPACE.
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

       PROCEDURE DIVISION.
       ACCEPT WS-RunDate FROM DATE YYYYMMDD.
       ACCEPT WS-RunTime FROM TIME.
       PERFORM ReadRunParams.
       PERFORM AcquireMasterLocks.
       PERFORM VerifyHistoryMaster.
       PERFORM WriteAuditHeader.
       PERFORM ReadGenerationState.
       PERFORM LoadStanding.
       PERFORM LoadCatalog.
       PERFORM OpenDemographics.
       OPEN OUTPUT summaryFile.
       IF WS-SummaryStatus NOT = "00"
           DISPLAY "P2STUSUM ABORTED: CANNOT OPEN "
               "P2StuSummary.dat STATUS " WS-SummaryStatus
           PERFORM ReleaseMasterLocks
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM BuildSummaries.
       IF WS-DemographicStatus NOT = "35"
           CLOSE demographicFile
       END-IF.
       MOVE WS-StudentsWritten TO TL-Count.
       MOVE WS-HistGen TO TL-HistGen.
       WRITE SummaryRecord FROM MasterTrailerRecord.
       CLOSE summaryFile.
       DISPLAY "P2STUSUM: HISTORY RECORDS READ:  " WS-RecordsRead.
       DISPLAY "P2STUSUM: STUDENTS SUMMARIZED:   " WS-StudentsWritten.
       DISPLAY "P2STUSUM: HISTORY GENERATION:    " WS-HistGen.
       IF WS-OverflowCount > ZERO
           DISPLAY "P2STUSUM: COURSE TABLE OVERFLOWS: "
               WS-OverflowCount
       END-IF.
       PERFORM WriteAuditTrailer.
       PERFORM ReleaseMasterLocks.
       IF WS-OverflowCount > ZERO OR WS-StandingOverflow = "Y"
           OR WS-CatalogOverflow = "Y"
           MOVE 16 TO RETURN-CODE
       END-IF.
       STOP RUN.

      *> Shared hold on the history and demographic masters,
      *> exclusive hold on the summary, for the whole run -- a
      *> reader of the summary waits or stops instead of reading
      *> one half written.
       AcquireMasterLocks.
           MOVE "HISTORY" TO LockReqName
           MOVE "S" TO LockReqMode
           MOVE "ACQUIRE" TO LockReqAction
           MOVE "P2STUSUM" TO LockReqProgram
           CALL "P2Lock" USING LockRequest
           IF LockReqResult NOT = "Y"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "STUDENTS" TO LockReqName
           MOVE "S" TO LockReqMode
           MOVE "ACQUIRE" TO LockReqAction
           CALL "P2Lock" USING LockRequest
           IF LockReqResult NOT = "Y"
               MOVE "HISTORY" TO LockReqName
               MOVE "S" TO LockReqMode
               MOVE "RELEASE" TO LockReqAction
               CALL "P2Lock" USING LockRequest
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "SUMMARY" TO LockReqName
           MOVE "X" TO LockReqMode
           MOVE "ACQUIRE" TO LockReqAction
           CALL "P2Lock" USING LockRequest
           IF LockReqResult NOT = "Y"
               MOVE "STUDENTS" TO LockReqName
               MOVE "S" TO LockReqMode
               MOVE "RELEASE" TO LockReqAction
               CALL "P2Lock" USING LockRequest
               MOVE "HISTORY" TO LockReqName
               MOVE "S" TO LockReqMode
               MOVE "RELEASE" TO LockReqAction
               CALL "P2Lock" USING LockRequest
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       ReleaseMasterLocks.
           MOVE "SUMMARY" TO LockReqName
           MOVE "X" TO LockReqMode
           MOVE "RELEASE" TO LockReqAction
           CALL "P2Lock" USING LockRequest
           MOVE "STUDENTS" TO LockReqName
           MOVE "S" TO LockReqMode
           MOVE "RELEASE" TO LockReqAction
           CALL "P2Lock" USING LockRequest
           MOVE "HISTORY" TO LockReqName
           MOVE "S" TO LockReqMode
           MOVE "RELEASE" TO LockReqAction
           CALL "P2Lock" USING LockRequest.

      *> Re-adds the history master against its integrity trailer
      *> before the summary is built from it -- a summary taken off
      *> a truncated master would put short GPAs in front of every
      *> reader at once.  A master with no trailer yet is warned
      *> about and accepted.
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
               DISPLAY "P2STUSUM: P2History.dat CARRIES NO "
                   "INTEGRITY TRAILER (LEGACY MASTER) -- "
                   "SUMMARIZED AS-IS"
               EXIT PARAGRAPH
           END-IF
           IF WS-VT-Count NOT = WS-VfyCount
               OR WS-VT-Hash1 NOT = WS-VfyHash1
               OR WS-VT-Hash2 NOT = WS-VfyHash2
               DISPLAY "P2STUSUM ABORTED: P2History.dat DOES NOT "
                   "BALANCE TO ITS INTEGRITY TRAILER"
               DISPLAY "  TRAILER: COUNT=" WS-VT-Count
                   " HRS=" WS-VT-Hash1 " QP=" WS-VT-Hash2
               DISPLAY "  ON FILE: COUNT=" WS-VfyCount
                   " HRS=" WS-VfyHash1 " QP=" WS-VfyHash2
               PERFORM ReleaseMasterLocks
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> The generation the live master was promoted as -- no state
      *> file yet (status 35) is a master never rewritten by the
      *> generation scheme, generation zero.
       ReadGenerationState.
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
           END-IF.

       LoadStanding.
           MOVE "N" TO WS-StandingEOF
           OPEN INPUT standingFile
           IF WS-StandingStatus NOT = "00"
               MOVE "Y" TO WS-StandingEOF
           END-IF
           PERFORM UNTIL WS-StandingEOF = "Y"
               READ standingFile
                   AT END
                       MOVE "Y" TO WS-StandingEOF
                   NOT AT END
                       IF StandingCount < 5000
                           ADD 1 TO StandingCount
                           MOVE ST-StudentWNbr TO
                               SG-StudentWNbr(StandingCount)
                           MOVE ST-Standing TO
                               SG-Standing(StandingCount)
                       ELSE
                           MOVE "Y" TO WS-StandingOverflow
                           DISPLAY "STANDING TABLE OVERFLOW: "
                               ST-StudentWNbr " SUMMARIZED WITHOUT "
                               "STANDING"
                       END-IF
               END-READ
           END-PERFORM
           IF WS-StandingStatus NOT = "35"
               CLOSE standingFile
           END-IF.

      *> One pass over the history master; each student's summary
      *> record is written as the W-number changes.
       BuildSummaries.
           MOVE "N" TO WS-HistEOF
           MOVE SPACES TO CurrentStuWNbr
           OPEN INPUT historyFile
           IF WS-HistoryStatus NOT = "00"
               MOVE "Y" TO WS-HistEOF
           END-IF
           PERFORM UNTIL WS-HistEOF = "Y"
               READ historyFile
                   AT END
                       MOVE "Y" TO WS-HistEOF
                       IF CurrentStuWNbr NOT = SPACES
                           PERFORM WriteStudentSummary
                       END-IF
                   NOT AT END
      *> The CTLTRL integrity trailer is control data, not a
      *> course attempt.
                       IF HistoryRecord(1:6) = "CTLTRL"
                           CONTINUE
                       ELSE
                       ADD 1 TO WS-RecordsRead
                       IF HM-StudentWNbr NOT = CurrentStuWNbr
                           IF CurrentStuWNbr NOT = SPACES
                               PERFORM WriteStudentSummary
                           END-IF
                           PERFORM StartStudent
                       END-IF
                       PERFORM ReplayOneRecord
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HistoryStatus NOT = "35"
               CLOSE historyFile
           END-IF.

       StartStudent.
           MOVE HM-StudentWNbr TO CurrentStuWNbr
           MOVE HM-StudentName TO CurrentStuName
           MOVE ZERO TO CumulativeCalc
           MOVE ZERO TO CumulativeQP
           MOVE ZERO TO GPACumulativeCalc
           MOVE ZERO TO MajorCumulativeCalc
           MOVE ZERO TO MajorCumulativeQP
           MOVE ZERO TO CategoryCreditGenEd
           MOVE ZERO TO CategoryCreditMajor
           MOVE ZERO TO CategoryCreditElective
           MOVE ZERO TO AttemptedCalc
           MOVE ZERO TO EarnedCalc
           MOVE ZERO TO EarnedCumulativeCalc
           MOVE HM-TermKey TO FirstTermKey
           MOVE HM-Years TO FirstTerm
           MOVE "N" TO StudentOverflow
           MOVE ZERO TO CourseHistoryCount
           INITIALIZE CareerTotalsTable
           MOVE "UG" TO WS-CurrentCareer.

      *> Folds one history record into the student's figures -- the
      *> cumulative part is SeedOneHistoryRecord's logic line for
      *> line, so the summary agrees with what a TERM run seeds.
      *> Every record, renewal-marked or not, moves the last term on
      *> record; only a counted record moves anything else.
       ReplayOneRecord.
           MOVE HM-TermKey TO LastTermKey
           MOVE HM-Years TO LastTerm
           IF HM-RenewalFlag = "R"
               EXIT PARAGRAPH
           END-IF
           IF HM-Grade NOT = "AU"
               COMPUTE AttemptedCalc = AttemptedCalc + HM-CreditHr
           END-IF
           IF HM-Grade(1:1) NOT = "W" AND HM-Grade(1:1) NOT = "F"
               AND HM-Grade(1:1) NOT = "I"
               AND HM-Grade NOT = "NP" AND HM-Grade NOT = "AU"
               COMPUTE EarnedCalc = EarnedCalc + HM-CreditHr
           END-IF
           IF HM-Grade = "W" OR HM-Grade = "I"
               OR HM-Grade = "NP" OR HM-Grade = "AU"
               EXIT PARAGRAPH
           END-IF
           PERFORM FindCourseCareer
           IF WS-CourseCareer NOT = WS-CurrentCareer
               MOVE WS-CourseCareer TO WS-TargetCareer
               PERFORM SwitchCareer
           END-IF
           IF HM-Grade(1:1) = "F" OR HM-Grade(1:1) = "W"
               OR HM-Grade(1:1) = "I"
               MOVE ZERO TO WS-AttemptEarned
           ELSE
               MOVE HM-CreditHr TO WS-AttemptEarned
           END-IF
           MOVE ZERO TO CourseHistoryFoundIdx
           PERFORM VARYING CourseHistoryIdx FROM 1 BY 1
               UNTIL CourseHistoryIdx > CourseHistoryCount
               IF CH-Course(CourseHistoryIdx) = HM-Course
                   MOVE CourseHistoryIdx TO CourseHistoryFoundIdx
               END-IF
           END-PERFORM
           IF CourseHistoryFoundIdx > ZERO
               PERFORM BackOutPriorAttempt
           ELSE
               IF CourseHistoryCount < 200
                   ADD 1 TO CourseHistoryCount
                   MOVE CourseHistoryCount TO CourseHistoryFoundIdx
                   MOVE HM-Course TO CH-Course(CourseHistoryFoundIdx)
               ELSE
                   IF StudentOverflow = "N"
                       MOVE "Y" TO StudentOverflow
                       ADD 1 TO WS-OverflowCount
                       DISPLAY "COURSE TABLE OVERFLOW: "
                           HM-StudentWNbr " AT " HM-Course
                           " -- RETAKES PAST HERE NOT REPLACED"
                   END-IF
               END-IF
           END-IF
           IF CourseHistoryFoundIdx > ZERO
               MOVE HM-CreditHr TO CH-Credit(CourseHistoryFoundIdx)
               MOVE HM-QP TO CH-QP(CourseHistoryFoundIdx)
               MOVE HM-MajorFlag TO CH-MajorFlag(CourseHistoryFoundIdx)
               MOVE HM-CategoryCode TO
                   CH-CategoryCode(CourseHistoryFoundIdx)
               MOVE WS-AttemptEarned TO CH-Earned(CourseHistoryFoundIdx)
               IF HM-Grade = "P"
                   MOVE "N" TO CH-GPAFlag(CourseHistoryFoundIdx)
                   MOVE SPACE TO CH-MajorFlag(CourseHistoryFoundIdx)
               ELSE
                   MOVE "Y" TO CH-GPAFlag(CourseHistoryFoundIdx)
               END-IF
           END-IF
           COMPUTE CumulativeCalc = CumulativeCalc + HM-CreditHr
           COMPUTE EarnedCumulativeCalc =
               EarnedCumulativeCalc + WS-AttemptEarned
           IF HM-Grade NOT = "P"
               COMPUTE GPACumulativeCalc =
                   GPACumulativeCalc + HM-CreditHr
           END-IF
           IF HM-TransferFlag NOT = "Y"
               COMPUTE CumulativeQP = CumulativeQP + HM-QP
           END-IF
           IF HM-MajorFlag = "Y" AND HM-Grade NOT = "P"
               COMPUTE MajorCumulativeCalc =
                   MajorCumulativeCalc + HM-CreditHr
               COMPUTE MajorCumulativeQP =
                   MajorCumulativeQP + HM-QP
           END-IF
           EVALUATE HM-CategoryCode
               WHEN "G"
                   COMPUTE CategoryCreditGenEd =
                       CategoryCreditGenEd + HM-CreditHr
               WHEN "M"
                   COMPUTE CategoryCreditMajor =
                       CategoryCreditMajor + HM-CreditHr
               WHEN "E"
                   COMPUTE CategoryCreditElective =
                       CategoryCreditElective + HM-CreditHr
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> A retake: the earlier attempt's hours and points come back
      *> out of every figure they went into before the new attempt
      *> is added.
       BackOutPriorAttempt.
           COMPUTE CumulativeCalc = CumulativeCalc -
               CH-Credit(CourseHistoryFoundIdx)
           COMPUTE CumulativeQP = CumulativeQP -
               CH-QP(CourseHistoryFoundIdx)
           IF CH-GPAFlag(CourseHistoryFoundIdx) = "Y"
               COMPUTE GPACumulativeCalc = GPACumulativeCalc -
                   CH-Credit(CourseHistoryFoundIdx)
           END-IF
           COMPUTE EarnedCumulativeCalc = EarnedCumulativeCalc -
               CH-Earned(CourseHistoryFoundIdx)
           IF CH-MajorFlag(CourseHistoryFoundIdx) = "Y"
               COMPUTE MajorCumulativeCalc = MajorCumulativeCalc -
                   CH-Credit(CourseHistoryFoundIdx)
               COMPUTE MajorCumulativeQP = MajorCumulativeQP -
                   CH-QP(CourseHistoryFoundIdx)
           END-IF
           EVALUATE CH-CategoryCode(CourseHistoryFoundIdx)
               WHEN "G"
                   COMPUTE CategoryCreditGenEd = CategoryCreditGenEd -
                       CH-Credit(CourseHistoryFoundIdx)
               WHEN "M"
                   COMPUTE CategoryCreditMajor = CategoryCreditMajor -
                       CH-Credit(CourseHistoryFoundIdx)
               WHEN "E"
                   COMPUTE CategoryCreditElective =
                       CategoryCreditElective -
                       CH-Credit(CourseHistoryFoundIdx)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> The student's own career's figures go in the cumulative
      *> fields; both careers' follow behind.
       WriteStudentSummary.
           PERFORM LookupDemographics
           MOVE WS-StudentCareer TO WS-TargetCareer
           PERFORM SwitchCareer
           MOVE SPACES TO SummaryRecord
           MOVE CurrentStuWNbr TO SU-StudentWNbr
           MOVE CurrentStuName TO SU-StudentName
           IF GPACumulativeCalc = ZERO
               MOVE ZERO TO SU-CumGPA
           ELSE
               COMPUTE SU-CumGPA = CumulativeQP / GPACumulativeCalc
           END-IF
           IF MajorCumulativeCalc = ZERO
               MOVE ZERO TO SU-MajorGPA
           ELSE
               COMPUTE SU-MajorGPA =
                   MajorCumulativeQP / MajorCumulativeCalc
           END-IF
           MOVE CumulativeQP TO SU-CumQP
           MOVE MajorCumulativeCalc TO SU-MajorHrs
           MOVE MajorCumulativeQP TO SU-MajorQP
           MOVE CumulativeCalc TO SU-CumHrs
           MOVE AttemptedCalc TO SU-AttemptedHrs
           MOVE EarnedCalc TO SU-EarnedHrs
           MOVE GPACumulativeCalc TO SU-GradedHrs
           MOVE CategoryCreditGenEd TO SU-GenEdHrs
           MOVE CategoryCreditMajor TO SU-MajorCatHrs
           MOVE CategoryCreditElective TO SU-ElectiveHrs
           MOVE FirstTermKey TO SU-FirstTermKey
           MOVE FirstTerm TO SU-FirstTerm
           MOVE LastTermKey TO SU-LastTermKey
           MOVE LastTerm TO SU-LastTerm
           MOVE SPACES TO SU-Standing
           PERFORM VARYING StandingIdx FROM 1 BY 1
               UNTIL StandingIdx > StandingCount
               IF SG-StudentWNbr(StandingIdx) = CurrentStuWNbr
                   MOVE SG-Standing(StandingIdx) TO SU-Standing
               END-IF
           END-PERFORM
           MOVE StudentOverflow TO SU-Overflow
           MOVE WS-StudentCareer TO SU-Career
           MOVE CR-CumCredit(1) TO SU-UGHrs
           MOVE CR-CumGPACredit(1) TO SU-UGGradedHrs
           MOVE CR-CumQP(1) TO SU-UGQP
           IF CR-CumGPACredit(1) = ZERO
               MOVE ZERO TO SU-UGGPA
           ELSE
               COMPUTE SU-UGGPA = CR-CumQP(1) / CR-CumGPACredit(1)
           END-IF
           MOVE CR-CumCredit(2) TO SU-GRHrs
           MOVE CR-CumGPACredit(2) TO SU-GRGradedHrs
           MOVE CR-CumQP(2) TO SU-GRQP
           MOVE CR-CumEarned(1) TO SU-UGEarnedHrs
           IF CR-CumGPACredit(2) = ZERO
               MOVE ZERO TO SU-GRGPA
           ELSE
               COMPUTE SU-GRGPA = CR-CumQP(2) / CR-CumGPACredit(2)
           END-IF
      *> Class level runs off undergraduate earned hours.
           EVALUATE TRUE
               WHEN WS-StudentCareer = "GR"
                   MOVE "GRADUATE" TO SU-ClassLevel
               WHEN CR-CumEarned(1) NOT < WS-ClassSeniorHours
                   MOVE "SENIOR" TO SU-ClassLevel
               WHEN CR-CumEarned(1) NOT < WS-ClassJuniorHours
                   MOVE "JUNIOR" TO SU-ClassLevel
               WHEN CR-CumEarned(1) NOT < WS-ClassSophHours
                   MOVE "SOPHOMORE" TO SU-ClassLevel
               WHEN OTHER
                   MOVE "FRESHMAN" TO SU-ClassLevel
           END-EVALUATE
           WRITE SummaryRecord
           ADD 1 TO WS-StudentsWritten
           COMPUTE TL-Hash1 = TL-Hash1 + SU-GradedHrs * 100
           COMPUTE TL-Hash2 = TL-Hash2 + SU-CumQP * 100.

      *> Parks the working accumulators in the current career's
      *> slot and brings WS-TargetCareer's figures in.
       SwitchCareer.
           IF WS-CurrentCareer = "GR"
               MOVE 2 TO CareerIdx
           ELSE
               MOVE 1 TO CareerIdx
           END-IF
           MOVE CumulativeCalc TO CR-CumCredit(CareerIdx)
           MOVE CumulativeQP TO CR-CumQP(CareerIdx)
           MOVE GPACumulativeCalc TO CR-CumGPACredit(CareerIdx)
           MOVE MajorCumulativeCalc TO CR-MajorCumCredit(CareerIdx)
           MOVE MajorCumulativeQP TO CR-MajorCumQP(CareerIdx)
           MOVE CategoryCreditGenEd TO CR-CatGenEd(CareerIdx)
           MOVE CategoryCreditMajor TO CR-CatMajor(CareerIdx)
           MOVE CategoryCreditElective TO CR-CatElective(CareerIdx)
           MOVE EarnedCumulativeCalc TO CR-CumEarned(CareerIdx)
           IF WS-TargetCareer = "GR"
               MOVE 2 TO CareerIdx
           ELSE
               MOVE 1 TO CareerIdx
           END-IF
           MOVE CR-CumCredit(CareerIdx) TO CumulativeCalc
           MOVE CR-CumQP(CareerIdx) TO CumulativeQP
           MOVE CR-CumGPACredit(CareerIdx) TO GPACumulativeCalc
           MOVE CR-MajorCumCredit(CareerIdx) TO MajorCumulativeCalc
           MOVE CR-MajorCumQP(CareerIdx) TO MajorCumulativeQP
           MOVE CR-CatGenEd(CareerIdx) TO CategoryCreditGenEd
           MOVE CR-CatMajor(CareerIdx) TO CategoryCreditMajor
           MOVE CR-CatElective(CareerIdx) TO CategoryCreditElective
           MOVE CR-CumEarned(CareerIdx) TO EarnedCumulativeCalc
           MOVE WS-TargetCareer TO WS-CurrentCareer.

      *> Career of HM-Course -- UG when the course is not on the
      *> catalog (or there is no catalog).
       FindCourseCareer.
           MOVE "UG" TO WS-CourseCareer
           PERFORM VARYING CatalogIdx FROM 1 BY 1
               UNTIL CatalogIdx > CatalogCount
               IF CT-Course(CatalogIdx) = HM-Course
                   MOVE CT-Career(CatalogIdx) TO WS-CourseCareer
               END-IF
           END-PERFORM.

      *> No catalog on disk (status 35) leaves every course UG.
       LoadCatalog.
           MOVE "N" TO WS-CatalogEOF
           OPEN INPUT catalogFile
           IF WS-CatalogStatus NOT = "00"
               MOVE "Y" TO WS-CatalogEOF
           END-IF
           PERFORM UNTIL WS-CatalogEOF = "Y"
               READ catalogFile
                   AT END
                       MOVE "Y" TO WS-CatalogEOF
                   NOT AT END
                       IF CatalogCount < 500
                           ADD 1 TO CatalogCount
                           MOVE CAT-Course TO CT-Course(CatalogCount)
                           IF CAT-Career = "GR"
                               MOVE "GR" TO CT-Career(CatalogCount)
                           ELSE
                               MOVE "UG" TO CT-Career(CatalogCount)
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-CatalogOverflow
                           DISPLAY "CATALOG TABLE OVERFLOW: "
                               CAT-Course " SUMMARIZED AS UG"
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CatalogStatus NOT = "35"
               CLOSE catalogFile
           END-IF.

      *> Opens the demographic master and primes the one-record
      *> lookahead -- no master (status 35) leaves every student UG.
       OpenDemographics.
           MOVE "Y" TO WS-DemoEOF
           OPEN INPUT demographicFile
           IF WS-DemographicStatus = "00"
               MOVE "N" TO WS-DemoEOF
               PERFORM ReadDemographicRecord
           END-IF.

      *> The CTLTRL integrity trailer is control data -- skipped.
       ReadDemographicRecord.
           READ demographicFile
               AT END
                   MOVE "Y" TO WS-DemoEOF
           END-READ
           PERFORM UNTIL WS-DemoEOF = "Y"
               OR DemographicRecord(1:6) NOT = "CTLTRL"
               READ demographicFile
                   AT END
                       MOVE "Y" TO WS-DemoEOF
               END-READ
           END-PERFORM.

      *> Advances the demographic master (sorted by StudentWNbr, as
      *> the history master is) to the current student for their
      *> career.
       LookupDemographics.
           MOVE "UG" TO WS-StudentCareer
           PERFORM UNTIL WS-DemoEOF = "Y"
               OR DM-StudentWNbr NOT < CurrentStuWNbr
               PERFORM ReadDemographicRecord
           END-PERFORM
           IF WS-DemoEOF NOT = "Y"
               AND DM-StudentWNbr = CurrentStuWNbr
               AND DM-Career = "GR"
               MOVE "GR" TO WS-StudentCareer
           END-IF.

      *> Only the class-level boundaries matter here; every other
      *> keyword belongs to some other program and is passed over.
       ReadRunParams.
           MOVE "N" TO WS-ParamEOF
           OPEN INPUT paramFile
           IF WS-ParamStatus NOT = "00"
               MOVE "Y" TO WS-ParamEOF
           END-IF
           PERFORM UNTIL WS-ParamEOF = "Y"
               READ paramFile
                   AT END
                       MOVE "Y" TO WS-ParamEOF
                   NOT AT END
                       MOVE SPACES TO WS-ParamKey
                       MOVE SPACES TO WS-ParamValue
                       UNSTRING ParamLine DELIMITED BY "="
                           INTO WS-ParamKey, WS-ParamValue
                       END-UNSTRING
                       EVALUATE WS-ParamKey
                           WHEN "CLASS-SOPH-HOURS"
                               COMPUTE WS-ClassSophHours =
                                   FUNCTION NUMVAL(WS-ParamValue)
                           WHEN "CLASS-JUNIOR-HOURS"
                               COMPUTE WS-ClassJuniorHours =
                                   FUNCTION NUMVAL(WS-ParamValue)
                           WHEN "CLASS-SENIOR-HOURS"
                               COMPUTE WS-ClassSeniorHours =
                                   FUNCTION NUMVAL(WS-ParamValue)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-ParamStatus NOT = "35"
               CLOSE paramFile
           END-IF.

       WriteAuditHeader.
           OPEN EXTEND auditTrailFile
           IF WS-AuditTrailStatus = "35"
               OPEN OUTPUT auditTrailFile
           END-IF
           MOVE SPACES TO AuditTrailLine
           STRING "HDR ", WS-RunDate, " ", WS-RunTime,
               " P2STUSUM IN=P2History.dat OUT=P2StuSummary.dat "
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
               " P2STUSUM HISTORY=", WS-RecordsRead,
               " STUDENTS=", WS-StudentsWritten,
               " GEN=", WS-HistGen, " NORMAL"
               INTO AuditTrailLine
           WRITE AuditTrailRecord
           CLOSE auditTrailFile.
