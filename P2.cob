           SELECT standingChgFile ASSIGN TO "P2StandingChg.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StandingChgStatus.
      *> Classification-change file: one record per student whose
      *> earned hours carried them across a class-level boundary
      *> (freshman/sophomore/junior/senior) as a term closed -- the
      *> "rising juniors" list the registrar, honors office and
      *> housing office used to build by hand from P2Extract.dat.
      *> Written as terms close, same as the standing changes.
           SELECT classChgFile ASSIGN TO "P2ClassChg.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ClassChgStatus.

       DATA DIVISION.
       FILE SECTION.
      *> display text ("FALL 2014", "SPRING 2015", ...) and sorting
      *> on that string directly would put it in alphabetical order
      *> instead (e.g. "FALL 2015" would sort ahead of "SPRING 2015").
      *> SW-CareerSeq (1 undergraduate, 2 graduate, off the course's
      *> catalog career) sorts ahead of the term key, so a student's
      *> undergraduate coursework comes through as one section and
      *> the graduate coursework as a second one after it.
       SD sortWorkFile.
       01 SortRecord.
        02 SW-CareerSeq PIC 9.
        02 SW-TermKey PIC 9(5).
        02 SW-Body.
         03 SW-StudentName PIC X(16).
        02 CategoryCode   PIC X(1).
      *> "Y" for accepted transfer coursework -- counts toward
      *> CalculateTotalCredit/WS-GrandTotalCredit but is excluded
      *> from the CalculateTotalQP/GPA math entirely.  "E" is credit
      *> by exam (P2ExamIn.cob) and is treated the same way.
        02 TransferFlag   PIC X(1).
       FD myOutFile.
       01 outRecord.
                04 CheckpointCH-SeededFlag PIC X(1).
                04 CheckpointCH-Years PIC X(11).
                04 CheckpointCH-GPAFlag PIC X(1).
                04 CheckpointCH-Earned PIC 99V99.
      *> The four end-of-run report tables, carried whole so a
      *> restarted run produces the same P2GradeDist.dat,
      *> P2ClassRank.dat, P2TermStats.dat, and P2Standing.dat a
                04 CheckpointTS-DeansCount PIC 9(5).
                04 CheckpointTS-ProbationCount PIC 9(5).
                04 CheckpointTS-GradedCount PIC 9(5).
                04 CheckpointTS-LevelStats OCCURS 4 TIMES.
                    05 CheckpointTS-LevelHeadcount PIC 9(5).
                    05 CheckpointTS-LevelGPASum PIC 9(6)V99.
                    05 CheckpointTS-LevelGraded PIC 9(5).
        02 CheckpointStandingCount PIC 9(3).
        02 CheckpointStandingGroup.
            03 CheckpointStandingTable OCCURS 500 TIMES.
        02 CheckpointStandingStudent PIC X(9).
        02 CheckpointSemGPACredit PIC 99V99.
        02 CheckpointCumGPACredit PIC 9(4)V99.
        02 CheckpointCurrentCareer PIC X(2).
        02 CheckpointStudentCareer PIC X(2).
        02 CheckpointCareerSplit PIC X(1).
        02 CheckpointStatsStudent PIC X(9).
        02 CheckpointStatsYears PIC X(11).
        02 CheckpointCareerGroup.
            03 CheckpointCareerTable OCCURS 2 TIMES.
                04 CheckpointCR-CumCredit PIC 9(4)V99.
                04 CheckpointCR-CumQP PIC 9(4)V99.
                04 CheckpointCR-CumGPACredit PIC 9(4)V99.
                04 CheckpointCR-MajorCumCredit PIC 9(4)V99.
                04 CheckpointCR-MajorCumQP PIC 9(4)V99.
                04 CheckpointCR-CatGenEd PIC 9(4)V99.
                04 CheckpointCR-CatMajor PIC 9(4)V99.
                04 CheckpointCR-CatElective PIC 9(4)V99.
                04 CheckpointCR-CumEarned PIC 9(4)V99.
        02 CheckpointSemEarned PIC 99V99.
        02 CheckpointCumEarned PIC 9(4)V99.

      *> Cross-student grade-distribution report record -- one line
      *> per distinct course across the whole batch, listing how many
        02 TH-DeansCount PIC 9(5).
        02 TH-ProbationCount PIC 9(5).
        02 TH-GradedCount PIC 9(5).
      *> Headcount and mean semester GPA by class level, freshman
      *> through senior in that order.  Rows posted before the
      *> breakout existed end at TH-GradedCount and read back with
      *> the group as SPACES.
        02 TH-LevelGroup.
            03 TH-LevelEntry OCCURS 4 TIMES.
                04 TH-LevelHeadcount PIC 9(5).
                04 TH-LevelMeanGPA PIC 9V99.

       FD trendAlertFile.
       01 TrendAlertRecord.
      *> course stops validating new terms without leaving the
      *> file.  Received as X(5) -- catalog rows written before the
      *> columns existed read back as SPACES, which LoadCatalog
      *> treats as an open-ended window.  CAT-Career (UG or GR)
      *> was appended behind them the same way -- a row from before
      *> the column existed reads back blank, an undergraduate
      *> course.
       FD catalogFile.
       01 CatalogRecord.
        02 CAT-Course PIC X(9).
        02 CAT-CreditHr PIC 9.
        02 CAT-EffFromText PIC X(5).
        02 CAT-EffToText PIC X(5).
        02 CAT-Career PIC X(2).

       FD duplicateFile.
       01 DuplicateRecord.
       01 StandingChgRecord.
        02 StandingChgLine PIC X(100).

      *> Fixed fields, like the course-load file -- the offices load
      *> this one rather than read it on paper.  Cumulative earned
      *> hours carry the usual raw implied-decimal digits.
       FD classChgFile.
       01 ClassChgRecord.
        02 CC-StudentWNbr PIC X(9).
        02 CC-StudentName PIC X(16).
        02 CC-Years PIC X(11).
        02 CC-OldLevel PIC X(9).
        02 CC-NewLevel PIC X(9).
        02 CC-CumHours PIC 9(4)V99.

       WORKING-STORAGE SECTION.
       01 CourseVar PIC X(9) VALUE "Course".
       01 CourseTitle PIC A(38) VALUE "TITLE ".
       01 GPACalculateTotalCredit PIC 99V99 VALUE ZERO.
       01 GPACumulativeCalc PIC 9(4)V99 VALUE ZERO.
       01 WS-SeedTermGPACredit PIC 99V99 VALUE ZERO.
      *> Earned-hours accumulators behind the class level: only a
      *> passing grade earns (not F, W, I, NP, or AU), and a retake
      *> backs the earlier attempt's earned hours out the same way
      *> the hours above do, so failing a course never moves a
      *> student up a class.  Kept per career like the rest.
       01 EarnedCalculateTotalCredit PIC 99V99 VALUE ZERO.
       01 EarnedCumulativeCalc PIC 9(4)V99 VALUE ZERO.
       01 WS-AttemptEarned PIC 99V99 VALUE ZERO.
       01 SemGPA   PIC 9V99 VALUE ZERO.
       01 CumGPA   PIC 9V99 VALUE ZERO.
       01 SemHonorsFlag PIC X(13) VALUE SPACES.
       01 WS-ClassRankStatus PIC XX VALUE SPACES.
       01 WS-TermStatsStatus PIC XX VALUE SPACES.
       01 WS-StandingChgStatus PIC XX VALUE SPACES.
       01 WS-ClassChgStatus PIC XX VALUE SPACES.
      *> Graduation-hours threshold and the three Latin honors GPA
      *> lines (cum laude / magna / summa).
       01 WS-GradHours PIC 9(3)V99 VALUE 120.
       01 WS-LatinHonors PIC X(16) VALUE SPACES.
       01 WS-GradHoursOut PIC ZZZ9.99.
       01 WS-GradCandidates PIC 9(5) VALUE ZERO.
      *> Class-level boundaries in cumulative earned hours: below
      *> the sophomore line is a freshman, and so on up to senior.
      *> ClassifyStudent sets the level name and its 1-4 position
      *> (the subscript into the term statistics' level breakout)
      *> from whatever hours are in WS-ClassHours.
       01 WS-ClassSophHours PIC 9(3)V99 VALUE 30.
       01 WS-ClassJuniorHours PIC 9(3)V99 VALUE 60.
       01 WS-ClassSeniorHours PIC 9(3)V99 VALUE 90.
       01 WS-ClassHours PIC 9(4)V99 VALUE ZERO.
       01 WS-ClassLevel PIC X(9) VALUE SPACES.
       01 WS-ClassLevelIdx PIC 9 VALUE 1.
      *> The level the student carried into the term CloseSemester
      *> is closing -- the term statistics count the student there.
       01 WS-TermClassLevel PIC X(9) VALUE SPACES.
       01 WS-TermClassIdx PIC 9 VALUE 1.
       01 WS-ClassChanges PIC 9(5) VALUE ZERO.
       01 ClassLevelIdx PIC 9 VALUE ZERO.
       01 WS-ClassHeading PIC X(40) VALUE SPACES.
       01 ClassLevelNames.
           02 FILLER PIC X(9) VALUE "FRESHMAN".
           02 FILLER PIC X(9) VALUE "SOPHOMORE".
           02 FILLER PIC X(9) VALUE "JUNIOR".
           02 FILLER PIC X(9) VALUE "SENIOR".
       01 ClassLevelTable REDEFINES ClassLevelNames.
           02 CLN-Level PIC X(9) OCCURS 4 TIMES.
      *> Career level -- UG (undergraduate) or GR (graduate).  Each
      *> course carries its career on the catalog and the student
      *> carries one on the demographic master (blank is UG in both
      *> places).  The SORT brings a student's undergraduate
      *> coursework through ahead of the graduate coursework, and
      *> the cumulative accumulators (CumulativeCalc and the rest)
      *> always hold the career now printing: SwitchCareer parks
      *> them in CareerTotalsTable (1 = UG, 2 = GR) and brings the
      *> other career's figures in, so neither career's GPA or hours
      *> ever blends into the other's.  A graduate student classifies
      *> as GRADUATE rather than by undergraduate hours, and only
      *> the terms of the student's own career move standing.
       01 WS-CurrentCareer PIC X(2) VALUE "UG".
       01 WS-StudentCareer PIC X(2) VALUE "UG".
       01 WS-TargetCareer PIC X(2) VALUE "UG".
       01 WS-CareerCourse PIC X(9) VALUE SPACES.
       01 WS-CourseCareer PIC X(2) VALUE "UG".
       01 WS-CareerSplit PIC X VALUE "N".
       01 WS-CareerPrinted PIC X VALUE "N".
       01 CareerIdx PIC 9 VALUE 1.
       01 WS-CareerGPA PIC 9V99 VALUE ZERO.
       01 WS-CareerMajorGPA PIC 9V99 VALUE ZERO.
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
      *> Student and term the term statistics last counted a head
      *> for -- a student with coursework in both careers in one
      *> term closes that term twice but is still one student.
       01 WS-StatsStudent PIC X(9) VALUE SPACES.
       01 WS-StatsYears PIC X(11) VALUE SPACES.
      *> Whole-roster table behind the class-rank report -- one entry
      *> per student, captured as each student's transcript closes,
      *> ranked by final cumulative GPA once the run ends.  Rides
      *> guard SemGPA never skews the mean (the probation check and
      *> the trend alert already refuse to treat that zero as real).
               03 TS-GradedCount PIC 9(5) VALUE ZERO.
      *> The same headcount / GPA sum / graded count broken out by
      *> the class level each student carried into the term,
      *> freshman through senior.
               03 TS-LevelStats OCCURS 4 TIMES.
                   04 TS-LevelHeadcount PIC 9(5) VALUE ZERO.
                   04 TS-LevelGPASum PIC 9(6)V99 VALUE ZERO.
                   04 TS-LevelGraded PIC 9(5) VALUE ZERO.
       01 TermStatsCount PIC 99 VALUE ZERO.
       01 TermStatsIdx PIC 99 VALUE ZERO.
       01 TermStatsFoundIdx PIC 99 VALUE ZERO.
               03 SH-DeansCount PIC 9(5) VALUE ZERO.
               03 SH-ProbationCount PIC 9(5) VALUE ZERO.
               03 SH-GradedCount PIC 9(5) VALUE ZERO.
               03 SH-LevelGroup.
                   04 SH-LevelEntry OCCURS 4 TIMES.
                       05 SH-LevelHeadcount PIC 9(5) VALUE ZERO.
                       05 SH-LevelMeanGPA PIC 9V99 VALUE ZERO.
       01 StatsHistCount PIC 999 VALUE ZERO.
       01 StatsHistIdx PIC 999 VALUE ZERO.
       01 StatsHistFoundIdx PIC 999 VALUE ZERO.
               03 CT-CreditHr PIC 9 VALUE ZERO.
               03 CT-EffFromKey PIC 9(5) VALUE ZERO.
               03 CT-EffToKey PIC 9(5) VALUE 99999.
               03 CT-Career PIC X(2) VALUE "UG".
       01 CatalogCount PIC 999 VALUE ZERO.
       01 CatalogIdx PIC 999 VALUE ZERO.
       01 CatalogFoundIdx PIC 999 VALUE ZERO.
      *> added to WS-GrandTotalCredit/WS-GrandTotalQP, so a retake
      *> in the new term must not subtract it from them either.
               03 CH-SeededFlag PIC X(1) VALUE SPACE.
      *> Hours this attempt earned toward the class level -- zero
      *> for an F, so a retake backs out only what was earned.
               03 CH-Earned PIC 99V99 VALUE ZERO.
       01 CourseHistoryCount PIC 9(3) VALUE ZERO.
       01 CourseHistoryIdx PIC 9(3) VALUE ZERO.
       01 CourseHistoryFoundIdx PIC 9(3) VALUE ZERO.
       PERFORM ReadRunParams.
       PERFORM AcquireMasterLocks.
       PERFORM LoadTermCalendar.
      *> The catalog is loaded ahead of the SORT -- BuildSortWork
      *> needs each course's career to order the sections.
       PERFORM LoadCatalog.
       IF WS-RunMode NOT = "MIDTERM"
           PERFORM ReadCheckpoint
       END-IF.
       SORT sortWorkFile
           ON ASCENDING KEY SW-StudentWNbr SW-CareerSeq SW-TermKey
               SW-Course
           INPUT PROCEDURE IS BuildSortWork
           OUTPUT PROCEDURE IS WriteSortedFile.
       OPEN INPUT sortedFile.
           IF WS-StandingChgStatus = "35"
               OPEN OUTPUT standingChgFile
           END-IF
           OPEN EXTEND classChgFile
           IF WS-ClassChgStatus = "35"
               OPEN OUTPUT classChgFile
           END-IF
           MOVE WS-SkipCount TO CounterVar
           MOVE WS-SkipCount TO WS-RecordsRead
           MOVE CheckpointStuName TO CurrentStuName
           MOVE CheckpointStandingStudent TO WS-StandingStudent
           MOVE CheckpointSemGPACredit TO GPACalculateTotalCredit
           MOVE CheckpointCumGPACredit TO GPACumulativeCalc
           MOVE CheckpointCurrentCareer TO WS-CurrentCareer
           MOVE CheckpointStudentCareer TO WS-StudentCareer
           MOVE CheckpointCareerSplit TO WS-CareerSplit
           MOVE CheckpointStatsStudent TO WS-StatsStudent
           MOVE CheckpointStatsYears TO WS-StatsYears
           MOVE CheckpointCareerGroup TO CareerTotalsTable
           MOVE CheckpointSemEarned TO EarnedCalculateTotalCredit
           MOVE CheckpointCumEarned TO EarnedCumulativeCalc
       ELSE
      *> A midterm run opens only its own outputs -- an OPEN OUTPUT
      *> here would truncate the official files a week-eight
       PERFORM WriteAuditHeader.
       PERFORM VerifyDemographicMaster.
       PERFORM OpenDemographics.
       PERFORM LoadPrivacyHolds.
      *> A restart restored the standing table from the checkpoint
      *> -- progressions already applied and all -- so re-loading
       IF WS-RunMode NOT = "MIDTERM"
           IF WS-SkipCount = ZERO
               OPEN OUTPUT standingChgFile
               OPEN OUTPUT classChgFile
           END-IF
           OPEN OUTPUT gradeDistFile
           OPEN OUTPUT classRankFile
       END-IF.
       IF WS-RunMode NOT = "MIDTERM"
           CLOSE standingChgFile
           CLOSE classChgFile
       END-IF.
       PERFORM WriteAuditTrailer.
       PERFORM ReleaseMasterLocks.
                       IF WS-TermKeyWork > WS-CurrentTermKey
                           MOVE WS-TermKeyWork TO WS-CurrentTermKey
                       END-IF
                       PERFORM StampCareerSeq
                       RELEASE SortRecord
               END-READ
           END-PERFORM
                       IF WS-TermKeyWork > WS-CurrentTermKey
                           MOVE WS-TermKeyWork TO WS-CurrentTermKey
                       END-IF
                       PERFORM StampCareerSeq
                       RELEASE SortRecord
               END-READ
           END-PERFORM
               CLOSE resubmitFile
           END-IF.

      *> Orders the record's section off its course's catalog
      *> career -- undergraduate first, graduate second.  A course
      *> not on the catalog sorts undergraduate; ValidateRecord
      *> rejects it later anyway.
       StampCareerSeq.
           MOVE SW-Course TO WS-CareerCourse
           PERFORM FindCourseCareer
           IF WS-CourseCareer = "GR"
               MOVE 2 TO SW-CareerSeq
           ELSE
               MOVE 1 TO SW-CareerSeq
           END-IF.

      *> Derives a sortable YYYYS key (4-digit year, 1-digit
      *> ordinal) from the term's display text ("FALL 2014", and so
      *> on) so semesters sort in true calendar order.  With a term
                       MOVE 0 TO CumulativeCalc
                       MOVE 0 TO CumulativeQP
                       MOVE 0 TO GPACumulativeCalc
                       MOVE 0 TO EarnedCumulativeCalc
                       MOVE 0 TO MajorCumulativeCalc
                       MOVE 0 TO MajorCumulativeQP
                       MOVE 0 TO CategoryCreditGenEd
                       MOVE ZERO TO WS-PrevSemGPA
                       MOVE ZERO TO WS-PrevPrevSemGPA
                       MOVE ZERO TO WS-SemestersClosed
                       INITIALIZE CareerTotalsTable
                       MOVE "UG" TO WS-CurrentCareer
                       MOVE "N" TO WS-CareerSplit
                   END-IF
                   MOVE StudentName TO CurrentStuName
                   MOVE StudentWNbr TO CurrentStuWNbr
                   PERFORM CheckPrivacyHold
                   PERFORM WriteStudentHeading
               END-IF
               MOVE Course TO WS-CareerCourse
               PERFORM FindCourseCareer
               IF WS-CourseCareer NOT = WS-CurrentCareer
                   PERFORM StartCareerSection
               END-IF
               IF YearSaver NOT = SPACES AND Years NOT = YearSaver
                   PERFORM CloseSemester
               END-IF
      *> same standing W and I always had here.
               IF Grade NOT = "W" AND Grade NOT = "I"
                   AND Grade NOT = "NP" AND Grade NOT = "AU"
                   IF Grade(1:1) = "F" OR Grade(1:1) = "W"
                       OR Grade(1:1) = "I"
                       MOVE ZERO TO WS-AttemptEarned
                   ELSE
                       MOVE CreditHr TO WS-AttemptEarned
                   END-IF
                   MOVE Course TO WS-LookupCourse
                   PERFORM FindCourseHistory
                   IF CourseHistoryFoundIdx > ZERO
                               GPACumulativeCalc -
                               CH-Credit(CourseHistoryFoundIdx)
                       END-IF
                       COMPUTE EarnedCumulativeCalc =
                           EarnedCumulativeCalc -
                           CH-Earned(CourseHistoryFoundIdx)
      *> The run-wide grand totals only ever saw attempts read from
      *> this run's input -- a TERM-mode seeded attempt was folded
      *> into the cumulative fields alone, so only back it out of
                           CH-SeededFlag(CourseHistoryFoundIdx)
                       MOVE Years TO
                           CH-Years(CourseHistoryFoundIdx)
                       MOVE WS-AttemptEarned TO
                           CH-Earned(CourseHistoryFoundIdx)
      *> A "P" attempt never fed the GPA or major accumulators, so
      *> its stored flags must say so or a later retake backs out
      *> hours that were never put in.
                               CH-SeededFlag(CourseHistoryCount)
                           MOVE Years TO
                               CH-Years(CourseHistoryCount)
                           MOVE WS-AttemptEarned TO
                               CH-Earned(CourseHistoryCount)
                           IF Grade = "P"
                               MOVE "N" TO
                                   CH-GPAFlag(CourseHistoryCount)
                       CalculateTotalCredit + CreditHr
                   COMPUTE WS-GrandTotalCredit =
                       WS-GrandTotalCredit + CreditHr
                   COMPUTE EarnedCalculateTotalCredit =
                       EarnedCalculateTotalCredit + WS-AttemptEarned
      *> A "P" earns its hours above but stays out of the GPA
      *> denominator -- "hours earned, never any GPA effect".
                   IF Grade NOT = "P"
               MOVE CurrentStuCollege TO DatFile
               PERFORM WriteOutLine
           END-IF
      *> Class level off the earned hours as they stand when the
      *> page starts -- a TERM run has already seeded the master's
      *> history, so the first page shows the level the student
      *> carries into the new term, and a page reprinted after a
      *> term closes picks up any boundary that term crossed.
           PERFORM SetClassHours
           PERFORM ClassifyStudent
           MOVE SPACES TO WS-ClassHeading
           STRING "CLASSIFICATION: ", WS-ClassLevel
               INTO WS-ClassHeading
           DISPLAY WS-ClassHeading
           MOVE WS-ClassHeading TO DatFile
           PERFORM WriteOutLine
           DISPLAY " "
           MOVE " " TO DatFile
           PERFORM WriteOutLine
      *> Grade-to-quality-points table for the currently-read course.
      *> Grade's second byte is an optional "+"/"-" modifier (SPACE
      *> for a plain letter grade); F/W/I never carry one.  Transfer
      *> credit (TransferFlag = "Y") and credit by exam ("E") never
      *> carry quality points regardless of whatever Grade the record
      *> happens to hold.
       ComputeQualityPoints.
           IF TransferFlag = "Y" OR TransferFlag = "E"
               MOVE ZERO TO CalculateQualityPts
           ELSE
           EVALUATE Grade
      *> earned-hours totals -- a semester of nothing but "P"
      *> hours has earned credit and no GPA at all.
       CloseSemester.
           PERFORM SetClassHours
           PERFORM ClassifyStudent
           MOVE WS-ClassLevel TO WS-TermClassLevel
           MOVE WS-ClassLevelIdx TO WS-TermClassIdx
           IF GPACalculateTotalCredit = ZERO
               MOVE ZERO TO SemGPA
           ELSE
               CumulativeCalc + CalculateTotalCredit
           COMPUTE GPACumulativeCalc =
               GPACumulativeCalc + GPACalculateTotalCredit
           COMPUTE EarnedCumulativeCalc =
               EarnedCumulativeCalc + EarnedCalculateTotalCredit
           COMPUTE CumulativeQP = CumulativeQP + CalculateTotalQP
           IF GPACumulativeCalc = ZERO
               MOVE ZERO TO CumGPA
      *> when it consolidates the master.  The trailing mode word
      *> tells the verifier whether the cumulative figures include
      *> TERM-mode seed history it cannot see in the detail lines.
      *> The career closes the record: the cumulative figures are
      *> that career's alone, so the verifier starts a fresh
      *> cumulative when a student's graduate section begins.
           IF WS-PrivacyHold NOT = "Y"
               AND WS-RunMode NOT = "MIDTERM"
               MOVE SPACES TO ExtractLine
               STRING "SUMMARY,", CurrentStuWNbr, ",", YearSaver,
                   ",", CalculateTotalCredit, ",", CalculateTotalQP,
                   ",", SemGPA, ",", CumulativeCalc, ",",
                   CumulativeQP, ",", CumGPA, ",", WS-RunMode,
                   ",", WS-CurrentCareer
                   INTO ExtractLine
               WRITE ExtractRecord
           END-IF
           END-IF
           PERFORM AccumulateTermStats
           PERFORM CheckGPATrend
      *> Standing progresses off the student's own career only --
      *> a graduate student's undergraduate terms (or an
      *> undergraduate's graduate course) neither put them on
      *> probation nor clear it.
           IF WS-RunMode NOT = "MIDTERM"
               IF WS-CurrentCareer = WS-StudentCareer
                   PERFORM UpdateStanding
               END-IF
               PERFORM CheckClassLevelChange
           END-IF
           PERFORM WriteCourseLoadRecord
           MOVE 0 TO CalculateTotalCredit
           MOVE 0 TO CalculateTotalQP
           MOVE 0 TO GPACalculateTotalCredit
           MOVE 0 TO EarnedCalculateTotalCredit
           MOVE 0 TO MajorCalculateTotalCredit
           MOVE 0 TO MajorCalculateTotalQP.

               END-IF
           END-IF.

      *> Class level for the hours in WS-ClassHours against the
      *> P2Params.dat boundaries -- the level name, and its 1-4
      *> position for the term statistics' breakout.  A graduate
      *> student is GRADUATE, position zero, whatever the hours.
       ClassifyStudent.
           IF WS-StudentCareer = "GR"
               MOVE ZERO TO WS-ClassLevelIdx
               MOVE "GRADUATE" TO WS-ClassLevel
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
               WHEN WS-ClassHours NOT < WS-ClassSeniorHours
                   MOVE 4 TO WS-ClassLevelIdx
               WHEN WS-ClassHours NOT < WS-ClassJuniorHours
                   MOVE 3 TO WS-ClassLevelIdx
               WHEN WS-ClassHours NOT < WS-ClassSophHours
                   MOVE 2 TO WS-ClassLevelIdx
               WHEN OTHER
                   MOVE 1 TO WS-ClassLevelIdx
           END-EVALUATE
           MOVE CLN-Level(WS-ClassLevelIdx) TO WS-ClassLevel.

      *> Class level runs off undergraduate earned hours -- the
      *> working accumulator while the undergraduate section prints,
      *> the parked undergraduate figure while the graduate one does.
       SetClassHours.
           IF WS-CurrentCareer = "UG"
               MOVE EarnedCumulativeCalc TO WS-ClassHours
           ELSE
               MOVE CR-CumEarned(1) TO WS-ClassHours
           END-IF.

      *> Compares the level the student carried into the term just
      *> closed with the level the closed term's cumulative hours
      *> now earn, and writes the classification-change record when
      *> a boundary was crossed -- in either direction, since a
      *> retake that replaces a passed course can take hours back.
      *> A FULL run replays the whole history and so lists every
      *> crossing on file; a TERM run lists the new term's.
       CheckClassLevelChange.
           PERFORM SetClassHours
           PERFORM ClassifyStudent
           IF WS-ClassLevel NOT = WS-TermClassLevel
               ADD 1 TO WS-ClassChanges
               MOVE CurrentStuWNbr TO CC-StudentWNbr
               MOVE CurrentStuName TO CC-StudentName
               MOVE YearSaver TO CC-Years
               MOVE WS-TermClassLevel TO CC-OldLevel
               MOVE WS-ClassLevel TO CC-NewLevel
               MOVE WS-ClassHours TO CC-CumHours
               WRITE ClassChgRecord
           END-IF.

      *> Rewrites the standing history master from the updated
      *> table once the run ends cleanly.
       RewriteStandingHistory.
                   WRITE RejectRecord
               END-IF
           END-IF
      *> The class-level breakout is undergraduate -- a graduate
      *> student (level index zero) counts in the term's totals
      *> only.
           IF TermStatsFoundIdx > ZERO
               IF CurrentStuWNbr NOT = WS-StatsStudent
                   OR YearSaver NOT = WS-StatsYears
                   ADD 1 TO TS-Headcount(TermStatsFoundIdx)
                   IF WS-TermClassIdx > ZERO
                       ADD 1 TO TS-LevelHeadcount(TermStatsFoundIdx,
                           WS-TermClassIdx)
                   END-IF
                   MOVE CurrentStuWNbr TO WS-StatsStudent
                   MOVE YearSaver TO WS-StatsYears
               END-IF
               COMPUTE TS-CreditHrs(TermStatsFoundIdx) =
                   TS-CreditHrs(TermStatsFoundIdx) +
                   CalculateTotalCredit
                   COMPUTE TS-SemGPASum(TermStatsFoundIdx) =
                       TS-SemGPASum(TermStatsFoundIdx) + SemGPA
                   ADD 1 TO TS-GradedCount(TermStatsFoundIdx)
                   IF WS-TermClassIdx > ZERO
                       COMPUTE TS-LevelGPASum(TermStatsFoundIdx,
                           WS-TermClassIdx) =
                           TS-LevelGPASum(TermStatsFoundIdx,
                           WS-TermClassIdx) + SemGPA
                       ADD 1 TO TS-LevelGraded(TermStatsFoundIdx,
                           WS-TermClassIdx)
                   END-IF
               END-IF
               IF SemHonorsFlag = "DEAN'S LIST"
                   ADD 1 TO TS-DeansCount(TermStatsFoundIdx)
                   TS-ProbationCount(TermStatsIdx)
                   INTO TermStatsLine
               WRITE TermStatsRecord
               PERFORM VARYING ClassLevelIdx FROM 1 BY 1
                   UNTIL ClassLevelIdx > 4
                   PERFORM WriteTermStatsLevelLine
               END-PERFORM
           END-PERFORM.

      *> One class level's share of the term: headcount and mean
      *> semester GPA, indented under the term's own line.
       WriteTermStatsLevelLine.
           IF TS-LevelGraded(TermStatsIdx, ClassLevelIdx) = ZERO
               MOVE ZERO TO WS-MeanSemGPA
           ELSE
               COMPUTE WS-MeanSemGPA =
                   TS-LevelGPASum(TermStatsIdx, ClassLevelIdx) /
                   TS-LevelGraded(TermStatsIdx, ClassLevelIdx)
           END-IF
           MOVE SPACES TO TermStatsLine
           STRING "  ", CLN-Level(ClassLevelIdx), "  ",
               TS-LevelHeadcount(TermStatsIdx, ClassLevelIdx),
               "               ", WS-MeanSemGPA
               INTO TermStatsLine
           WRITE TermStatsRecord.

      *> Posts this run's term statistics onto the permanent
      *> history master: the rows already on file load first, any
      *> row for a term this run re-computed is replaced (the
                               SH-ProbationCount(StatsHistCount)
                           MOVE TH-GradedCount TO
                               SH-GradedCount(StatsHistCount)
                           IF TH-LevelGroup = SPACES
                               INITIALIZE
                                   SH-LevelGroup(StatsHistCount)
                           ELSE
                               MOVE TH-LevelGroup TO
                                   SH-LevelGroup(StatsHistCount)
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-StatsHistOverflow
                       END-IF
                   TH-ProbationCount
               MOVE SH-GradedCount(StatsHistIdx) TO
                   TH-GradedCount
               MOVE SH-LevelGroup(StatsHistIdx) TO TH-LevelGroup
               WRITE TermStatsHistRecord
           END-PERFORM
           CLOSE termStatsHistFile.
           MOVE TS-ProbationCount(TermStatsIdx) TO
               SH-ProbationCount(StatsHistFoundIdx)
           MOVE TS-GradedCount(TermStatsIdx) TO
               SH-GradedCount(StatsHistFoundIdx)
           PERFORM VARYING ClassLevelIdx FROM 1 BY 1
               UNTIL ClassLevelIdx > 4
               MOVE TS-LevelHeadcount(TermStatsIdx, ClassLevelIdx)
                   TO SH-LevelHeadcount(StatsHistFoundIdx,
                   ClassLevelIdx)
               IF TS-LevelGraded(TermStatsIdx, ClassLevelIdx) = ZERO
                   MOVE ZERO TO SH-LevelMeanGPA(StatsHistFoundIdx,
                       ClassLevelIdx)
               ELSE
                   COMPUTE SH-LevelMeanGPA(StatsHistFoundIdx,
                       ClassLevelIdx) =
                       TS-LevelGPASum(TermStatsIdx, ClassLevelIdx) /
                       TS-LevelGraded(TermStatsIdx, ClassLevelIdx)
               END-IF
           END-PERFORM.

      *> Everything reported once per student, as their whole
      *> transcript closes: the category subtotals on the transcript
      *> new-term record was rejected closes without a single
      *> CloseSemester, leaving CumGPA holding the previous student's
      *> value.
      *> A transcript with a graduate section closes that section
      *> with its own totals line.  The degree-level reports below
      *> (category hours, graduation candidacy, class rank) then run
      *> off the student's own career.
       CloseStudentReports.
           IF WS-CareerSplit = "Y"
               PERFORM SaveCareerTotals
               PERFORM WriteCareerTotals
           END-IF
           IF WS-CurrentCareer NOT = WS-StudentCareer
               MOVE WS-StudentCareer TO WS-TargetCareer
               PERFORM SwitchCareer
           END-IF
           IF GPACumulativeCalc = ZERO
               MOVE ZERO TO CumGPA
           ELSE
                               MOVE 99999 TO
                                   CT-EffToKey(CatalogCount)
                           END-IF
                           IF CAT-Career = "GR"
                               MOVE "GR" TO CT-Career(CatalogCount)
                           ELSE
                               MOVE "UG" TO CT-Career(CatalogCount)
                           END-IF
                       ELSE
      *> A catalog row past the table would make its perfectly valid
      *> course reject RC05 for the whole run.
               END-IF
           END-PERFORM.

      *> Career of the course in WS-CareerCourse -- UG when the
      *> course is not on the catalog (or there is no catalog).
       FindCourseCareer.
           MOVE "UG" TO WS-CourseCareer
           PERFORM VARYING CatalogIdx FROM 1 BY 1
               UNTIL CatalogIdx > CatalogCount
               IF CT-Course(CatalogIdx) = WS-CareerCourse
                   MOVE CT-Career(CatalogIdx) TO WS-CourseCareer
               END-IF
           END-PERFORM.

      *> A new career section for the current student: the open
      *> semester closes under the career it belongs to, and the
      *> accumulators swap to the new career.  Moving to the
      *> graduate section prints the undergraduate section's totals
      *> -- when there was an undergraduate section on this
      *> transcript or seeded undergraduate history behind it --
      *> and the graduate section heading.  A TERM run whose history
      *> seed left the graduate figures in the accumulators swaps
      *> silently back to undergraduate for an undergraduate record.
       StartCareerSection.
           MOVE "N" TO WS-CareerPrinted
           IF YearSaver NOT = SPACES
               PERFORM CloseSemester
               MOVE SPACES TO YearSaver
               MOVE "Y" TO WS-CareerPrinted
           END-IF
           MOVE WS-CourseCareer TO WS-TargetCareer
           PERFORM SwitchCareer
           IF WS-CurrentCareer = "GR"
               MOVE 1 TO CareerIdx
               IF WS-CareerPrinted = "Y"
                   OR CR-CumCredit(1) > ZERO
                   PERFORM WriteCareerTotals
               END-IF
               PERFORM WriteCareerHeading
               MOVE "Y" TO WS-CareerSplit
           END-IF.

      *> Parks the working cumulative accumulators in the current
      *> career's slot, then brings WS-TargetCareer's figures in.
       SwitchCareer.
           PERFORM SaveCareerTotals
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

      *> Copies the working accumulators into the current career's
      *> slot, leaving CareerIdx on that slot.
       SaveCareerTotals.
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
           MOVE EarnedCumulativeCalc TO CR-CumEarned(CareerIdx).

      *> The closing totals line of one career section, off the
      *> career's slot at CareerIdx -- laid out like the CUMULATIVE
      *> line above it (hours, quality points, GPA, major figures).
       WriteCareerTotals.
           IF CR-CumGPACredit(CareerIdx) = ZERO
               MOVE ZERO TO WS-CareerGPA
           ELSE
               COMPUTE WS-CareerGPA = CR-CumQP(CareerIdx) /
                   CR-CumGPACredit(CareerIdx)
           END-IF
           IF CR-MajorCumCredit(CareerIdx) = ZERO
               MOVE ZERO TO WS-CareerMajorGPA
           ELSE
               COMPUTE WS-CareerMajorGPA = CR-MajorCumQP(CareerIdx) /
                   CR-MajorCumCredit(CareerIdx)
           END-IF
           MOVE SPACES TO outRecordCalc
           IF CareerIdx = 2
               STRING SemesterSpace(1:29), "GRADUATE TOTAL"
                   INTO outRecordCalc
           ELSE
               STRING SemesterSpace(1:24), "UNDERGRADUATE TOTAL"
                   INTO outRecordCalc
           END-IF
           DISPLAY outRecordCalc(1:51), CR-CumCredit(CareerIdx),
               "    ", CR-CumQP(CareerIdx), "    ", WS-CareerGPA
           MOVE CR-CumCredit(CareerIdx) TO CalculateTotalCreditOut
           MOVE CR-CumQP(CareerIdx) TO CalculateTotalQPOut
           MOVE WS-CareerGPA TO calcVal
           MOVE CR-MajorCumCredit(CareerIdx) TO MajorCreditOut
           MOVE CR-MajorCumQP(CareerIdx) TO MajorQPOut
           MOVE WS-CareerMajorGPA TO MajorGPAOut
           PERFORM WriteCalcLine.

       WriteCareerHeading.
           DISPLAY " "
           DISPLAY "GRADUATE CAREER"
           MOVE " " TO DatFile
           PERFORM WriteOutLine
           MOVE "GRADUATE CAREER" TO DatFile
           PERFORM WriteOutLine
           MOVE " " TO DatFile.

      *> Checks the record just read against the catalog master: an
      *> unknown course code fails validation outright; a blank or
      *> drifted title is silently replaced with the official one (so
               END-IF
      *> Articulated transfer hours are whatever the equivalency
      *> granted (a quarter-hour conversion rarely matches our
      *> catalog hours), and exam credit is whatever the exam
      *> equivalency granted, so the hours check only applies to our
      *> own coursework.
               IF TransferFlag NOT = "Y" AND TransferFlag NOT = "E"
                   AND CreditHr NOT = CT-CreditHr(CatalogFoundIdx)
                   MOVE SPACES TO RejectLine
                   STRING "CREDIT HRS CORRECTED: ", StudentWNbr,
       LookupDemographics.
           MOVE SPACES TO CurrentStuMajor
           MOVE SPACES TO CurrentStuCollege
           MOVE "UG" TO WS-StudentCareer
           PERFORM UNTIL WS-DemoEOF = "Y"
               OR DM-StudentWNbr NOT < CurrentStuWNbr
               PERFORM ReadDemographicRecord
               AND DM-StudentWNbr = CurrentStuWNbr
               MOVE DM-Major TO CurrentStuMajor
               MOVE DM-College TO CurrentStuCollege
               IF DM-Career = "GR"
                   MOVE "GR" TO WS-StudentCareer
               END-IF
           END-IF.

      *> Opens the prior-terms history master for TERM mode and
           IF HM-RenewalFlag = "R"
               EXIT PARAGRAPH
           END-IF
      *> History runs in term order with the careers interleaved --
      *> each attempt folds into its own course's career.
           MOVE HM-Course TO WS-CareerCourse
           PERFORM FindCourseCareer
           IF WS-CourseCareer NOT = WS-CurrentCareer
               MOVE WS-CourseCareer TO WS-TargetCareer
               PERFORM SwitchCareer
           END-IF
           IF HM-Grade NOT = "W" AND HM-Grade NOT = "I"
               AND HM-Grade NOT = "NP" AND HM-Grade NOT = "AU"
               IF HM-Grade(1:1) = "F" OR HM-Grade(1:1) = "W"
                   OR HM-Grade(1:1) = "I"
                   MOVE ZERO TO WS-AttemptEarned
               ELSE
                   MOVE HM-CreditHr TO WS-AttemptEarned
               END-IF
               MOVE HM-Course TO WS-LookupCourse
               PERFORM FindCourseHistory
               IF CourseHistoryFoundIdx > ZERO
                           GPACumulativeCalc -
                           CH-Credit(CourseHistoryFoundIdx)
                   END-IF
                   COMPUTE EarnedCumulativeCalc =
                       EarnedCumulativeCalc -
                       CH-Earned(CourseHistoryFoundIdx)
                   IF CH-MajorFlag(CourseHistoryFoundIdx) = "Y"
                       COMPUTE MajorCumulativeCalc =
                           MajorCumulativeCalc -
                       CH-CategoryCode(CourseHistoryFoundIdx)
                   MOVE "Y" TO CH-SeededFlag(CourseHistoryFoundIdx)
                   MOVE HM-Years TO CH-Years(CourseHistoryFoundIdx)
                   MOVE WS-AttemptEarned TO
                       CH-Earned(CourseHistoryFoundIdx)
                   IF HM-Grade = "P"
                       MOVE "N" TO
                           CH-GPAFlag(CourseHistoryFoundIdx)
                           CH-CategoryCode(CourseHistoryCount)
                       MOVE "Y" TO CH-SeededFlag(CourseHistoryCount)
                       MOVE HM-Years TO CH-Years(CourseHistoryCount)
                       MOVE WS-AttemptEarned TO
                           CH-Earned(CourseHistoryCount)
                       IF HM-Grade = "P"
                           MOVE "N" TO
                               CH-GPAFlag(CourseHistoryCount)
                   END-IF
               END-IF
               COMPUTE CumulativeCalc = CumulativeCalc + HM-CreditHr
               COMPUTE EarnedCumulativeCalc =
                   EarnedCumulativeCalc + WS-AttemptEarned
               COMPUTE WS-SeedTermCredit =
                   WS-SeedTermCredit + HM-CreditHr
               IF HM-Grade NOT = "P"
               WHEN "GRAD-HOURS"
                   COMPUTE WS-GradHours =
                       FUNCTION NUMVAL(WS-ParamValue)
               WHEN "CLASS-SOPH-HOURS"
                   COMPUTE WS-ClassSophHours =
                       FUNCTION NUMVAL(WS-ParamValue)
               WHEN "CLASS-JUNIOR-HOURS"
                   COMPUTE WS-ClassJuniorHours =
                       FUNCTION NUMVAL(WS-ParamValue)
               WHEN "CLASS-SENIOR-HOURS"
                   COMPUTE WS-ClassSeniorHours =
                       FUNCTION NUMVAL(WS-ParamValue)
               WHEN "HONORS-CUM-LAUDE"
                   COMPUTE WS-HonorsCumLaude =
                       FUNCTION NUMVAL(WS-ParamValue)
               OR WS-ClassRankStatus NOT = "00"
               OR WS-TermStatsStatus NOT = "00"
               OR WS-StandingChgStatus NOT = "00"
               OR WS-ClassChgStatus NOT = "00"
               OR WS-GradeDistStatus NOT = "00"
               OR WS-RejectStatus NOT = "00"
               MOVE "Y" TO WS-FileFailure
                   " RANK=" WS-ClassRankStatus
                   " STAT=" WS-TermStatsStatus
                   " STCH=" WS-StandingChgStatus
                   " CLCH=" WS-ClassChgStatus
                   " DIST=" WS-GradeDistStatus
                   " REJ=" WS-RejectStatus
           END-IF.
           MOVE WS-StandingStudent TO CheckpointStandingStudent
           MOVE GPACalculateTotalCredit TO CheckpointSemGPACredit
           MOVE GPACumulativeCalc TO CheckpointCumGPACredit
           MOVE WS-CurrentCareer TO CheckpointCurrentCareer
           MOVE WS-StudentCareer TO CheckpointStudentCareer
           MOVE WS-CareerSplit TO CheckpointCareerSplit
           MOVE WS-StatsStudent TO CheckpointStatsStudent
           MOVE WS-StatsYears TO CheckpointStatsYears
           MOVE CareerTotalsTable TO CheckpointCareerGroup
           MOVE EarnedCalculateTotalCredit TO CheckpointSemEarned
           MOVE EarnedCumulativeCalc TO CheckpointCumEarned
           OPEN OUTPUT checkpointFile
           WRITE CheckpointRecord
           CLOSE checkpointFile
