      *> accepted roster goes on P2MissingRosters.dat -- the piece
      *> of paper the registrar chases departments with in finals
      *> week.
      *> Rosters now go out pre-printed from the class list
      *> (P2RosterPrt.cob), and the class list P2ClassList.dat is
      *> also the check on what comes back: within a balanced
      *> roster, a DTL for a W-number not registered in that
      *> section, or one with no grade keyed, is not built into
      *> P2In.dat but listed on P2RosterExc.dat on its own (the
      *> rest of the roster is still accepted -- the counts
      *> balanced, the one line is wrong).  The same goes for a
      *> line whose major flag is not keyed Y or N, or whose
      *> category code is not G, M, E or blank: the roster goes
      *> out with both columns empty for the department to key,
      *> and a grade posted without them would drop out of the
      *> major GPA and the category hours.  Every registered
      *> student in an accepted section who came back with no
      *> grade goes on P2MissingGrades.dat.  With no class list on
      *> file the registration check is skipped and said so.  The
      *> class list carries every term and section codes are
      *> reused, so a DTL is matched to a seat on section,
      *> W-number and the DTL's own term, and the missing-grade
      *> list covers only seats in the terms of the rosters
      *> accepted this run.
      *> A balanced roster is also screened for the grade patterns
      *> of a keying slip before anything is built from it: every
      *> student given the same grade (at least ROSTER-SCREEN-MIN
      *> graded lines, default 5), an all-W or all-I roster, the
      *> first or last line alone with no grade (the grade column
      *> shifted a student), or a distribution more than
      *> ROSTER-SCREEN-PCT points (default 50) away from the
      *> course's own history -- the last run's P2GradeDist.dat
      *> counts plus every P2History.dat attempt at the course,
      *> once there are ROSTER-HIST-MIN grades (default 30) to go
      *> on.  The distance is half the sum of the differences in
      *> each grade's share (A, B, C, D, F, W, I, other), so 0 is
      *> the same shape and 100 nothing in common.  A flagged
      *> roster is held whole on the review file P2RosterHold.dat
      *> -- its HDR line carrying the date held and the reason --
      *> and nothing of it reaches P2In.dat.  It stays there, run
      *> after run, until a release transaction on
      *> P2RosterRelease.dat names its section:
      *>   <section 12> <action 1> <reviewed by 20>
      *> action R posts it (through the same registration checks
      *> as any roster), D discards it (a corrected roster is
      *> being resubmitted).  A release naming no held section is
      *> reported and otherwise ignored.  The reviewer must be on
      *> the signer master for transaction type ROSTERRL
      *> (P2Signer.cob, effective on the run date); a release by
      *> anyone else is reported and the roster stays held.  More
      *> than 100 release transactions abort the run at RC 16
      *> before anything is posted.  The thresholds come off
      *> P2Params.dat; a history master that does not balance to
      *> its trailer is left out of the screen with a warning.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2RosterIn.
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT missingFile ASSIGN TO "P2MissingRosters.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT classListFile ASSIGN TO "P2ClassList.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ClassListStatus.
           SELECT missingGradeFile ASSIGN TO "P2MissingGrades.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
      *> The held-roster review queue, rewritten through a staging
      *> copy every run -- an abend mid-run leaves it as it was.
           SELECT holdFile ASSIGN TO "P2RosterHold.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HoldStatus.
           SELECT holdStagingFile ASSIGN TO "P2RosterHold.new"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HoldStagingStatus.
           SELECT releaseFile ASSIGN TO "P2RosterRelease.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ReleaseStatus.
           SELECT gradeDistFile ASSIGN TO "P2GradeDist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GradeDistStatus.
           SELECT historyFile ASSIGN TO "P2History.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HistoryStatus.
           SELECT paramFile ASSIGN TO "P2Params.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ParamStatus.
           SELECT auditTrailFile ASSIGN TO "P2AuditTrail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuditTrailStatus.
       01 MissingRecord.
        02 MissingLine PIC X(80).

       FD classListFile.
       01 ClassListRecord.
        02 CS-Section PIC X(12).
        02 CS-Course PIC X(9).
        02 CS-Years PIC X(11).
        02 CS-StudentWNbr PIC X(9).
        02 CS-StudentName PIC X(16).
        02 CS-RegDate PIC 9(8).

       FD missingGradeFile.
       01 MissingGradeRecord.
        02 MissingGradeLine PIC X(80).

      *> A held roster, line for line as submitted; its HDR line
      *> also carries the date it was held and why.
       FD holdFile.
       01 HoldRecord.
        02 HD-RecType PIC X(3).
        02 HD-Body PIC X(79).
        02 HD-HeldDate PIC X(8).
        02 HD-Reason PIC X(60).
       01 HoldHeaderLine REDEFINES HoldRecord.
        02 FILLER PIC X(3).
        02 HH-Section PIC X(12).
        02 HH-Instructor PIC X(20).
        02 HH-Expected PIC 9(4).
        02 FILLER PIC X(111).

       FD holdStagingFile.
       01 HoldStagingRecord.
        02 HoldStagingLine PIC X(150).

       FD releaseFile.
       01 ReleaseRecord.
        02 RL-Section PIC X(12).
        02 RL-Action PIC X(1).
        02 RL-ReviewedBy PIC X(20).

      *> P2's grade-distribution report, one line per course.
       FD gradeDistFile.
       01 GradeDistRecord.
        02 GD-Course PIC X(9).
        02 GD-CourseD PIC X(28).
        02 FILLER PIC X(3).
        02 GD-CountA PIC 9(4).
        02 FILLER PIC X(3).
        02 GD-CountB PIC 9(4).
        02 FILLER PIC X(3).
        02 GD-CountC PIC 9(4).
        02 FILLER PIC X(3).
        02 GD-CountD PIC 9(4).
        02 FILLER PIC X(3).
        02 GD-CountF PIC 9(4).
        02 FILLER PIC X(3).
        02 GD-CountW PIC 9(4).
        02 FILLER PIC X(3).
        02 GD-CountI PIC 9(4).
        02 FILLER PIC X(14).

       FD historyFile.
       01 HistoryRecord.
           COPY "HISTMST.CPY".

       FD paramFile.
       01 ParamRecord.
        02 ParamLine PIC X(40).

       FD auditTrailFile.
       01 AuditTrailRecord.
        02 AuditTrailLine PIC X(250).
       01 WS-SectionStatus PIC XX VALUE SPACES.
       01 WS-InStatus PIC XX VALUE SPACES.
       01 WS-AuditTrailStatus PIC XX VALUE SPACES.
       01 WS-ClassListStatus PIC XX VALUE SPACES.
       01 WS-ClassListEOF PIC X VALUE "N".
       01 WS-RosterEOF PIC X VALUE "N".
       01 WS-SectionEOF PIC X VALUE "N".
       01 WS-RunDate PIC 9(8) VALUE ZERO.
           02 DetailEntry OCCURS 200 TIMES.
               03 DB-Body PIC X(79) VALUE SPACES.
       01 DetailIdx PIC 9(3) VALUE ZERO.
      *> Sections with an accepted roster this run, and the term
      *> the roster's first DTL carries (SPACES for a roster
      *> returned with no lines).
       01 AcceptedTable.
           02 AcceptedEntry OCCURS 200 TIMES.
               03 AC-Section PIC X(12) VALUE SPACES.
               03 AC-Years PIC X(11) VALUE SPACES.
       01 AcceptedCount PIC 9(3) VALUE ZERO.
       01 AcceptedIdx PIC 9(3) VALUE ZERO.
       01 AcceptedIdx2 PIC 9(3) VALUE ZERO.
       01 WS-SectionSeen PIC X VALUE "N".
       01 WS-RostersRead PIC 9(4) VALUE ZERO.
       01 WS-RostersAccepted PIC 9(4) VALUE ZERO.
       01 WS-RostersRejected PIC 9(4) VALUE ZERO.
       01 WS-RecordsBuilt PIC 9(6) VALUE ZERO.
       01 WS-MissingCount PIC 9(4) VALUE ZERO.
      *> The term's class list: who is registered in which section,
      *> and whether an accepted roster brought back their grade.
       01 WS-ClassListLoaded PIC X VALUE "N".
       01 RegisteredTable.
           02 RegisteredEntry OCCURS 3000 TIMES.
               03 RG-Section PIC X(12) VALUE SPACES.
               03 RG-Years PIC X(11) VALUE SPACES.
               03 RG-StudentWNbr PIC X(9) VALUE SPACES.
               03 RG-StudentName PIC X(16) VALUE SPACES.
               03 RG-Graded PIC X VALUE "N".
       01 RegisteredCount PIC 9(4) VALUE ZERO.
       01 RegisteredIdx PIC 9(4) VALUE ZERO.
       01 RegisteredFoundIdx PIC 9(4) VALUE ZERO.
       01 WS-DetailWNbr PIC X(9) VALUE SPACES.
       01 WS-DetailYears PIC X(11) VALUE SPACES.
       01 WS-DetailGrade PIC X(2) VALUE SPACES.
       01 WS-DetailMajor PIC X(1) VALUE SPACE.
       01 WS-DetailCategory PIC X(1) VALUE SPACE.
       01 WS-LinesRejected PIC 9(6) VALUE ZERO.
       01 WS-GradesMissing PIC 9(6) VALUE ZERO.
       01 WS-HoldStatus PIC XX VALUE SPACES.
       01 WS-HoldStagingStatus PIC XX VALUE SPACES.
       01 WS-ReleaseStatus PIC XX VALUE SPACES.
       01 WS-GradeDistStatus PIC XX VALUE SPACES.
       01 WS-HistoryStatus PIC XX VALUE SPACES.
       01 WS-ParamStatus PIC XX VALUE SPACES.
       01 WS-HoldEOF PIC X VALUE "N".
       01 WS-ReleaseEOF PIC X VALUE "N".
       01 WS-GradeDistEOF PIC X VALUE "N".
       01 WS-HistEOF PIC X VALUE "N".
       01 WS-ParamEOF PIC X VALUE "N".
       01 WS-ParamKey PIC X(20) VALUE SPACES.
       01 WS-ParamValue PIC X(20) VALUE SPACES.
       01 WS-RostersHeld PIC 9(4) VALUE ZERO.
       01 WS-RostersReleased PIC 9(4) VALUE ZERO.
       01 WS-RostersDiscarded PIC 9(4) VALUE ZERO.
       01 WS-RostersStillHeld PIC 9(4) VALUE ZERO.
       01 WS-ReleasesRefused PIC 9(4) VALUE ZERO.
       01 WS-HoldPromoteFailed PIC X VALUE "N".
      *> Anomaly-screen thresholds (P2Params.dat).
       01 WS-ScreenMin PIC 9(4) VALUE 5.
       01 WS-ScreenPct PIC 9(3) VALUE 50.
       01 WS-HistMin PIC 9(6) VALUE 30.
      *> The held roster being carried over from the review file.
       01 WS-HeldDate PIC X(8) VALUE SPACES.
       01 WS-HeldReason PIC X(60) VALUE SPACES.
       01 WS-HeldTrailer PIC X(82) VALUE SPACES.
      *> Release transactions.  RL-Result: P posted, D discarded,
      *> U reviewer not authorized, SPACE no held roster met.
       01 ReleaseTable.
           02 ReleaseEntry OCCURS 100 TIMES.
               03 RT-Section PIC X(12) VALUE SPACES.
               03 RT-Action PIC X(1) VALUE SPACE.
               03 RT-ReviewedBy PIC X(20) VALUE SPACES.
               03 RT-Result PIC X(1) VALUE SPACE.
       01 ReleaseCount PIC 9(3) VALUE ZERO.
       01 ReleaseIdx PIC 9(3) VALUE ZERO.
       01 ReleaseFoundIdx PIC 9(3) VALUE ZERO.
      *> Request block for the CALLed P2Signer subprogram.
       01 SignerRequest.
        02 SignReqSigner PIC X(20) VALUE SPACES.
        02 SignReqType PIC X(8) VALUE SPACES.
        02 SignReqDate PIC 9(8) VALUE ZERO.
        02 SignReqAmountType PIC X(1) VALUE SPACE.
        02 SignReqAmount PIC 9(7)V99 VALUE ZERO.
        02 SignReqResult PIC X(1) VALUE SPACE.
        02 SignReqReason PIC X(30) VALUE SPACES.
      *> Sections left on hold at the end of the run, for the
      *> missing-roster list.
       01 HeldTable.
           02 HeldEntry OCCURS 200 TIMES.
               03 HT-Section PIC X(12) VALUE SPACES.
       01 HeldCount PIC 9(3) VALUE ZERO.
       01 HeldIdx PIC 9(3) VALUE ZERO.
      *> Each course's historical grade pattern: counts by grade
      *> group 1 A, 2 B, 3 C, 4 D, 5 F, 6 W, 7 I, 8 other.
       01 CourseHistTable.
           02 CourseHistEntry OCCURS 1000 TIMES.
               03 CH-Course PIC X(9) VALUE SPACES.
               03 CH-Total PIC 9(7) VALUE ZERO.
               03 CH-Count PIC 9(7) OCCURS 8 TIMES VALUE ZERO.
       01 CourseHistCount PIC 9(4) VALUE ZERO.
       01 CourseHistIdx PIC 9(4) VALUE ZERO.
       01 CourseHistFoundIdx PIC 9(4) VALUE ZERO.
       01 WS-CourseHistFull PIC X VALUE "N".
       01 WS-HistoryUsable PIC X VALUE "N".
       01 WS-LookupCourse PIC X(9) VALUE SPACES.
       01 WS-GradeGroup PIC 9 VALUE ZERO.
       01 WS-GradeLetter PIC X(1) VALUE SPACE.
       01 WS-GroupIdx PIC 9 VALUE ZERO.
      *> The roster under screening.
       01 RosterCountTable.
           02 RC-Count PIC 9(4) OCCURS 8 TIMES VALUE ZERO.
       01 WS-RosterGraded PIC 9(4) VALUE ZERO.
       01 WS-RosterBlank PIC 9(4) VALUE ZERO.
       01 WS-FirstGrade PIC X(2) VALUE SPACES.
       01 WS-SameGrade PIC X VALUE "Y".
       01 WS-RosterCourse PIC X(9) VALUE SPACES.
       01 WS-HoldReason PIC X(60) VALUE SPACES.
       01 WS-Distance PIC 9(3)V99 VALUE ZERO.
       01 WS-ShareDiff PIC S9(3)V99 VALUE ZERO.
       01 WS-DistanceOut PIC ZZ9.
       01 WS-HistTotalOut PIC Z(6)9.
      *> History-master integrity-trailer verification fields --
      *> same CTLTRL re-add every reader of the master performs.
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
       PERFORM ReadRunParams.
       PERFORM AcquireHistoryLock.
       PERFORM WriteAuditHeader.
       PERFORM LoadClassList.
       PERFORM VerifyHistoryMaster.
       PERFORM LoadCourseHistory.
       PERFORM LoadReleases.
       OPEN EXTEND inFile.
       IF WS-InStatus = "35"
           OPEN OUTPUT inFile
       END-IF.
       OPEN OUTPUT exceptionFile.
       OPEN OUTPUT holdStagingFile.
       PERFORM ProcessHeldRosters.
       OPEN INPUT rosterFile.
       IF WS-RosterStatus NOT = "00"
           DISPLAY "P2ROSTERIN: NO P2GradeRosters.dat -- "
               "NOTHING SUBMITTED YET"
       ELSE
           PERFORM UNTIL WS-RosterEOF = "Y"
               READ rosterFile
                   AT END
                       MOVE "Y" TO WS-RosterEOF
                       IF WS-InRoster = "Y"
                           PERFORM RejectOpenRoster
                       END-IF
                   NOT AT END
                       PERFORM ProcessOneLine
               END-READ
           END-PERFORM
           CLOSE rosterFile
       END-IF.
       PERFORM ReportUnusedReleases.
       CLOSE inFile.
       CLOSE exceptionFile.
       CLOSE holdStagingFile.
       PERFORM PromoteHoldFile.
       PERFORM TrackMissingRosters.
       PERFORM TrackMissingGrades.
       DISPLAY "P2ROSTERIN: ROSTERS: " WS-RostersRead
           "  ACCEPTED: " WS-RostersAccepted
           "  REJECTED: " WS-RostersRejected
           "  RECORDS BUILT: " WS-RecordsBuilt
           "  SECTIONS MISSING: " WS-MissingCount.
       DISPLAY "P2ROSTERIN: LINES REJECTED: " WS-LinesRejected
           "  REGISTERED WITH NO GRADE: " WS-GradesMissing.
       DISPLAY "P2ROSTERIN: HELD FOR GRADE REVIEW: " WS-RostersHeld
           "  RELEASED: " WS-RostersReleased
           "  DISCARDED: " WS-RostersDiscarded
           "  STILL HELD: " WS-RostersStillHeld
           "  RELEASES REFUSED: " WS-ReleasesRefused.
       PERFORM WriteAuditTrailer.
       PERFORM ReleaseHistoryLock.
       IF WS-RostersRejected > ZERO
           OR WS-LinesRejected > ZERO
           OR WS-GradesMissing > ZERO
           OR WS-RostersStillHeld > ZERO
           OR WS-ReleasesRefused > ZERO
           MOVE 4 TO RETURN-CODE
       END-IF.
       IF WS-HoldPromoteFailed = "Y"
           MOVE 12 TO RETURN-CODE
       END-IF.
       STOP RUN.

       ProcessOneLine.
                       INTO ExceptionLine
                   WRITE ExceptionRecord
               WHEN OTHER
                   PERFORM ScreenRoster
                   IF WS-HoldReason NOT = SPACES
                       PERFORM HoldRoster
                   ELSE
                       PERFORM AcceptRoster
                   END-IF
           END-EVALUATE.

      *> Builds every detail of the roster in the buffer and notes
      *> its section as returned.
       AcceptRoster.
           ADD 1 TO WS-RostersAccepted
           PERFORM VARYING DetailIdx FROM 1 BY 1
               UNTIL DetailIdx > WS-CurDetails
               PERFORM BuildOneDetail
           END-PERFORM
           IF AcceptedCount < 200
               ADD 1 TO AcceptedCount
               MOVE WS-CurSection TO AC-Section(AcceptedCount)
               IF WS-CurDetails > ZERO
                   MOVE DB-Body(1)(26:11) TO AC-Years(AcceptedCount)
               END-IF
           END-IF.

      *> Looks for the grade patterns a keying slip leaves; the
      *> first one found is the reason in WS-HoldReason (SPACES when
      *> the roster is clean).
       ScreenRoster.
           MOVE SPACES TO WS-HoldReason
           MOVE ZERO TO WS-RosterGraded
           MOVE ZERO TO WS-RosterBlank
           MOVE "Y" TO WS-SameGrade
           MOVE SPACES TO WS-FirstGrade
           MOVE DB-Body(1)(37:9) TO WS-RosterCourse
           PERFORM VARYING WS-GroupIdx FROM 1 BY 1
               UNTIL WS-GroupIdx > 8
               MOVE ZERO TO RC-Count(WS-GroupIdx)
           END-PERFORM
           PERFORM VARYING DetailIdx FROM 1 BY 1
               UNTIL DetailIdx > WS-CurDetails
               MOVE DB-Body(DetailIdx)(74:2) TO WS-DetailGrade
               IF WS-DetailGrade = SPACES
                   ADD 1 TO WS-RosterBlank
               ELSE
                   ADD 1 TO WS-RosterGraded
                   IF WS-FirstGrade = SPACES
                       MOVE WS-DetailGrade TO WS-FirstGrade
                   END-IF
                   IF WS-DetailGrade NOT = WS-FirstGrade
                       MOVE "N" TO WS-SameGrade
                   END-IF
                   MOVE WS-DetailGrade(1:1) TO WS-GradeLetter
                   PERFORM ClassifyGrade
                   ADD 1 TO RC-Count(WS-GradeGroup)
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-RosterGraded > 1
                   AND RC-Count(6) = WS-RosterGraded
                   MOVE "ALL W -- EVERY STUDENT WITHDRAWN"
                       TO WS-HoldReason
               WHEN WS-RosterGraded > 1
                   AND RC-Count(7) = WS-RosterGraded
                   MOVE "ALL I -- EVERY STUDENT INCOMPLETE"
                       TO WS-HoldReason
               WHEN WS-RosterGraded NOT < WS-ScreenMin
                   AND WS-SameGrade = "Y"
                   STRING "SINGLE GRADE -- EVERY STUDENT GIVEN "
                       DELIMITED BY SIZE,
                       WS-FirstGrade DELIMITED BY SPACE
                       INTO WS-HoldReason
               WHEN WS-RosterBlank = 1
                   AND WS-RosterGraded > ZERO
                   AND (DB-Body(1)(74:2) = SPACES
                       OR DB-Body(WS-CurDetails)(74:2) = SPACES)
                   MOVE "NO GRADE ON FIRST/LAST LINE -- COLUMN SHIFT?"
                       TO WS-HoldReason
               WHEN WS-RosterGraded NOT < WS-ScreenMin
                   AND WS-RosterGraded > ZERO
                   PERFORM CompareToHistory
           END-EVALUATE.

      *> Distance between the roster's grade shares and the
      *> course's historical shares, in percentage points.
       CompareToHistory.
           MOVE WS-RosterCourse TO WS-LookupCourse
           PERFORM FindCourseHist
           IF CourseHistFoundIdx = ZERO
               EXIT PARAGRAPH
           END-IF
           IF CH-Total(CourseHistFoundIdx) < WS-HistMin
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-Distance
           PERFORM VARYING WS-GroupIdx FROM 1 BY 1
               UNTIL WS-GroupIdx > 8
               COMPUTE WS-ShareDiff ROUNDED =
                   RC-Count(WS-GroupIdx) * 100 / WS-RosterGraded
                   - CH-Count(CourseHistFoundIdx, WS-GroupIdx) * 100
                   / CH-Total(CourseHistFoundIdx)
               IF WS-ShareDiff < ZERO
                   COMPUTE WS-ShareDiff = WS-ShareDiff * -1
               END-IF
               COMPUTE WS-Distance = WS-Distance + WS-ShareDiff / 2
           END-PERFORM
           IF WS-Distance > WS-ScreenPct
               MOVE WS-Distance TO WS-DistanceOut
               MOVE CH-Total(CourseHistFoundIdx) TO WS-HistTotalOut
               STRING "DISTRIBUTION" DELIMITED BY SIZE,
                   WS-DistanceOut DELIMITED BY SIZE,
                   " PTS OFF COURSE HISTORY (" DELIMITED BY SIZE,
                   WS-HistTotalOut DELIMITED BY SIZE,
                   " GRADES)" DELIMITED BY SIZE
                   INTO WS-HoldReason
           END-IF.

      *> Grade group of WS-GradeLetter into WS-GradeGroup.
       ClassifyGrade.
           EVALUATE WS-GradeLetter
               WHEN "A"
                   MOVE 1 TO WS-GradeGroup
               WHEN "B"
                   MOVE 2 TO WS-GradeGroup
               WHEN "C"
                   MOVE 3 TO WS-GradeGroup
               WHEN "D"
                   MOVE 4 TO WS-GradeGroup
               WHEN "F"
                   MOVE 5 TO WS-GradeGroup
               WHEN "W"
                   MOVE 6 TO WS-GradeGroup
               WHEN "I"
                   MOVE 7 TO WS-GradeGroup
               WHEN OTHER
                   MOVE 8 TO WS-GradeGroup
           END-EVALUATE.

       FindCourseHist.
           MOVE ZERO TO CourseHistFoundIdx
           PERFORM VARYING CourseHistIdx FROM 1 BY 1
               UNTIL CourseHistIdx > CourseHistCount
               OR CourseHistFoundIdx > ZERO
               IF CH-Course(CourseHistIdx) = WS-LookupCourse
                   MOVE CourseHistIdx TO CourseHistFoundIdx
               END-IF
           END-PERFORM.

      *> Finds or adds WS-LookupCourse; a full table leaves
      *> CourseHistFoundIdx zero and that course unscreened.
       FindOrAddCourseHist.
           PERFORM FindCourseHist
           IF CourseHistFoundIdx = ZERO
               IF CourseHistCount < 1000
                   ADD 1 TO CourseHistCount
                   MOVE CourseHistCount TO CourseHistFoundIdx
                   MOVE WS-LookupCourse TO
                       CH-Course(CourseHistFoundIdx)
               ELSE
                   MOVE "Y" TO WS-CourseHistFull
               END-IF
           END-IF.

      *> Writes the buffered roster to the review file with the
      *> reason on its HDR line; nothing of it is built.
       HoldRoster.
           ADD 1 TO WS-RostersHeld
           MOVE SPACES TO ExceptionLine
           STRING "ROSTER ", WS-CurSection,
               " HELD FOR GRADE REVIEW: ", WS-HoldReason
               INTO ExceptionLine
           WRITE ExceptionRecord
           MOVE SPACES TO HoldStagingLine
           MOVE "HDR" TO HoldStagingLine(1:3)
           MOVE WS-CurSection TO HoldStagingLine(4:12)
           MOVE WS-CurInstructor TO HoldStagingLine(16:20)
           MOVE WS-CurExpected TO HoldStagingLine(36:4)
           MOVE WS-RunDate TO HoldStagingLine(83:8)
           MOVE WS-HoldReason TO HoldStagingLine(91:60)
           WRITE HoldStagingRecord
           PERFORM VARYING DetailIdx FROM 1 BY 1
               UNTIL DetailIdx > WS-CurDetails
               MOVE SPACES TO HoldStagingLine
               MOVE "DTL" TO HoldStagingLine(1:3)
               MOVE DB-Body(DetailIdx) TO HoldStagingLine(4:79)
               WRITE HoldStagingRecord
           END-PERFORM
           MOVE SPACES TO HoldStagingLine
           MOVE RosterLine TO HoldStagingLine(1:82)
           WRITE HoldStagingRecord
           PERFORM NoteSectionHeld.

       NoteSectionHeld.
           ADD 1 TO WS-RostersStillHeld
           IF HeldCount < 200
               ADD 1 TO HeldCount
               MOVE WS-CurSection TO HT-Section(HeldCount)
           END-IF.

      *> One DTL of a balanced roster: built into P2In.dat only if
      *> a grade, a Y/N major flag and a G/M/E/blank category were
      *> keyed and the student is registered in the section for
      *> the DTL's term; otherwise the line alone goes to
      *> exceptions.
       BuildOneDetail.
           MOVE DB-Body(DetailIdx)(17:9) TO WS-DetailWNbr
           MOVE DB-Body(DetailIdx)(26:11) TO WS-DetailYears
           MOVE DB-Body(DetailIdx)(74:2) TO WS-DetailGrade
           MOVE DB-Body(DetailIdx)(77:1) TO WS-DetailMajor
           MOVE DB-Body(DetailIdx)(78:1) TO WS-DetailCategory
           MOVE ZERO TO RegisteredFoundIdx
           IF WS-ClassListLoaded = "Y"
               PERFORM VARYING RegisteredIdx FROM 1 BY 1
                   UNTIL RegisteredIdx > RegisteredCount
                   OR RegisteredFoundIdx > ZERO
                   IF RG-Section(RegisteredIdx) = WS-CurSection
                       AND RG-StudentWNbr(RegisteredIdx) =
                           WS-DetailWNbr
                       AND RG-Years(RegisteredIdx) = WS-DetailYears
                       MOVE RegisteredIdx TO RegisteredFoundIdx
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN WS-ClassListLoaded = "Y"
                   AND RegisteredFoundIdx = ZERO
                   ADD 1 TO WS-LinesRejected
                   MOVE SPACES TO ExceptionLine
                   STRING "ROSTER ", WS-CurSection, " LINE ",
                       WS-DetailWNbr, " ", DB-Body(DetailIdx)(1:16),
                       " NOT REGISTERED IN SECTION -- NOT BUILT"
                       INTO ExceptionLine
                   WRITE ExceptionRecord
               WHEN WS-DetailGrade = SPACES
                   ADD 1 TO WS-LinesRejected
                   MOVE SPACES TO ExceptionLine
                   STRING "ROSTER ", WS-CurSection, " LINE ",
                       WS-DetailWNbr, " ", DB-Body(DetailIdx)(1:16),
                       " NO GRADE ENTERED -- NOT BUILT"
                       INTO ExceptionLine
                   WRITE ExceptionRecord
               WHEN WS-DetailMajor NOT = "Y"
                   AND WS-DetailMajor NOT = "N"
                   ADD 1 TO WS-LinesRejected
                   MOVE SPACES TO ExceptionLine
                   STRING "ROSTER ", WS-CurSection, " LINE ",
                       WS-DetailWNbr, " ", DB-Body(DetailIdx)(1:16),
                       " MAJOR FLAG NOT Y/N -- NOT BUILT"
                       INTO ExceptionLine
                   WRITE ExceptionRecord
               WHEN WS-DetailCategory NOT = "G"
                   AND WS-DetailCategory NOT = "M"
                   AND WS-DetailCategory NOT = "E"
                   AND WS-DetailCategory NOT = SPACE
                   ADD 1 TO WS-LinesRejected
                   MOVE SPACES TO ExceptionLine
                   STRING "ROSTER ", WS-CurSection, " LINE ",
                       WS-DetailWNbr, " ", DB-Body(DetailIdx)(1:16),
                       " CATEGORY NOT G/M/E/BLANK -- NOT BUILT"
                       INTO ExceptionLine
                   WRITE ExceptionRecord
               WHEN OTHER
                   MOVE DB-Body(DetailIdx) TO IN-Body
                   WRITE InRecord
                   ADD 1 TO WS-RecordsBuilt
                   IF RegisteredFoundIdx > ZERO
                       MOVE "Y" TO RG-Graded(RegisteredFoundIdx)
                   END-IF
           END-EVALUATE.

                           MOVE SPACES TO MissingLine
                           STRING SE-Section, "  ", SE-Instructor
                               INTO MissingLine
                           PERFORM VARYING HeldIdx FROM 1 BY 1
                               UNTIL HeldIdx > HeldCount
                               IF HT-Section(HeldIdx) = SE-Section
                                   MOVE "HELD FOR GRADE REVIEW"
                                       TO MissingLine(36:21)
                               END-IF
                           END-PERFORM
                           WRITE MissingRecord
                       END-IF
               END-READ
           END-IF
           CLOSE missingFile.

      *> Carries the review file forward: a held roster whose section
      *> has a release transaction is posted or discarded, any other
      *> is copied to the staging file untouched.
       ProcessHeldRosters.
           MOVE "N" TO WS-HoldEOF
           MOVE "N" TO WS-InRoster
           OPEN INPUT holdFile
           IF WS-HoldStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HoldEOF = "Y"
               READ holdFile
                   AT END
                       MOVE "Y" TO WS-HoldEOF
                   NOT AT END
                       PERFORM ProcessOneHeldLine
               END-READ
           END-PERFORM
           CLOSE holdFile
           MOVE "N" TO WS-InRoster.

       ProcessOneHeldLine.
           EVALUATE HD-RecType
               WHEN "HDR"
                   MOVE "Y" TO WS-InRoster
                   MOVE HH-Section TO WS-CurSection
                   MOVE HH-Instructor TO WS-CurInstructor
                   MOVE HH-Expected TO WS-CurExpected
                   MOVE HD-HeldDate TO WS-HeldDate
                   MOVE HD-Reason TO WS-HeldReason
                   MOVE ZERO TO WS-CurDetails
               WHEN "DTL"
                   IF WS-InRoster = "Y" AND WS-CurDetails < 200
                       ADD 1 TO WS-CurDetails
                       MOVE HD-Body TO DB-Body(WS-CurDetails)
                   END-IF
               WHEN "TRL"
                   IF WS-InRoster = "Y"
                       MOVE "N" TO WS-InRoster
                       MOVE HoldRecord(1:82) TO WS-HeldTrailer
                       PERFORM CloseHeldRoster
                   END-IF
           END-EVALUATE.

       CloseHeldRoster.
           MOVE ZERO TO ReleaseFoundIdx
           PERFORM VARYING ReleaseIdx FROM 1 BY 1
               UNTIL ReleaseIdx > ReleaseCount
               IF RT-Section(ReleaseIdx) = WS-CurSection
                   AND RT-Result(ReleaseIdx) = SPACE
                   MOVE ReleaseIdx TO ReleaseFoundIdx
               END-IF
           END-PERFORM
           IF ReleaseFoundIdx = ZERO
               PERFORM CarryHeldRoster
               EXIT PARAGRAPH
           END-IF
           MOVE RT-ReviewedBy(ReleaseFoundIdx) TO SignReqSigner
           MOVE "ROSTERRL" TO SignReqType
           MOVE WS-RunDate TO SignReqDate
           MOVE SPACE TO SignReqAmountType
           MOVE ZERO TO SignReqAmount
           CALL "P2Signer" USING SignerRequest
           MOVE SPACES TO ExceptionLine
           IF SignReqResult NOT = "Y"
               MOVE "U" TO RT-Result(ReleaseFoundIdx)
               ADD 1 TO WS-ReleasesRefused
               STRING "RELEASE ", WS-CurSection, " ",
                   RT-Action(ReleaseFoundIdx),
                   " BY ", RT-ReviewedBy(ReleaseFoundIdx),
                   " REFUSED: ", SignReqReason, " -- STILL HELD"
                   INTO ExceptionLine
               WRITE ExceptionRecord
               PERFORM CarryHeldRoster
               EXIT PARAGRAPH
           END-IF
           IF RT-Action(ReleaseFoundIdx) = "D"
               MOVE "D" TO RT-Result(ReleaseFoundIdx)
               ADD 1 TO WS-RostersDiscarded
               STRING "ROSTER ", WS-CurSection,
                   " HELD ", WS-HeldDate, " DISCARDED BY ",
                   RT-ReviewedBy(ReleaseFoundIdx)
                   INTO ExceptionLine
               WRITE ExceptionRecord
           ELSE
               MOVE "P" TO RT-Result(ReleaseFoundIdx)
               ADD 1 TO WS-RostersReleased
               STRING "ROSTER ", WS-CurSection,
                   " HELD ", WS-HeldDate, " RELEASED BY ",
                   RT-ReviewedBy(ReleaseFoundIdx)
                   INTO ExceptionLine
               WRITE ExceptionRecord
               PERFORM AcceptRoster
           END-IF.

       CarryHeldRoster.
           MOVE SPACES TO HoldStagingLine
           MOVE "HDR" TO HoldStagingLine(1:3)
           MOVE WS-CurSection TO HoldStagingLine(4:12)
           MOVE WS-CurInstructor TO HoldStagingLine(16:20)
           MOVE WS-CurExpected TO HoldStagingLine(36:4)
           MOVE WS-HeldDate TO HoldStagingLine(83:8)
           MOVE WS-HeldReason TO HoldStagingLine(91:60)
           WRITE HoldStagingRecord
           PERFORM VARYING DetailIdx FROM 1 BY 1
               UNTIL DetailIdx > WS-CurDetails
               MOVE SPACES TO HoldStagingLine
               MOVE "DTL" TO HoldStagingLine(1:3)
               MOVE DB-Body(DetailIdx) TO HoldStagingLine(4:79)
               WRITE HoldStagingRecord
           END-PERFORM
           MOVE WS-HeldTrailer TO HoldStagingLine
           WRITE HoldStagingRecord
           PERFORM NoteSectionHeld.

      *> A release naming no held roster changes nothing.
       ReportUnusedReleases.
           PERFORM VARYING ReleaseIdx FROM 1 BY 1
               UNTIL ReleaseIdx > ReleaseCount
               IF RT-Result(ReleaseIdx) = SPACE
                   MOVE SPACES TO ExceptionLine
                   STRING "RELEASE FOR ", RT-Section(ReleaseIdx),
                       " ACTION ", RT-Action(ReleaseIdx),
                       " -- NO ROSTER HELD FOR THAT SECTION"
                       INTO ExceptionLine
                   WRITE ExceptionRecord
               END-IF
           END-PERFORM.

      *> Clean end of job only: copies the staging review file onto
      *> the live name.
       PromoteHoldFile.
           MOVE "N" TO WS-HoldEOF
           OPEN INPUT holdStagingFile
           IF WS-HoldStagingStatus NOT = "00"
               DISPLAY "P2ROSTERIN: STAGING FILE P2RosterHold.new "
                   "UNREADABLE (STATUS " WS-HoldStagingStatus
                   ") -- REVIEW FILE NOT REPLACED"
               MOVE "Y" TO WS-HoldPromoteFailed
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT holdFile
           PERFORM UNTIL WS-HoldEOF = "Y"
               READ holdStagingFile
                   AT END
                       MOVE "Y" TO WS-HoldEOF
                   NOT AT END
                       MOVE HoldStagingLine TO HoldRecord
                       WRITE HoldRecord
               END-READ
           END-PERFORM
           CLOSE holdStagingFile
           CLOSE holdFile.

       LoadReleases.
           MOVE "N" TO WS-ReleaseEOF
           OPEN INPUT releaseFile
           IF WS-ReleaseStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ReleaseEOF = "Y"
               READ releaseFile
                   AT END
                       MOVE "Y" TO WS-ReleaseEOF
                   NOT AT END
                       IF RL-Section NOT = SPACES
                           IF ReleaseCount NOT < 100
                               DISPLAY "P2ROSTERIN ABORTED: MORE "
                                   "THAN 100 RELEASE TRANSACTIONS ON "
                                   "P2RosterRelease.dat"
                               CLOSE releaseFile
                               PERFORM ReleaseHistoryLock
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO ReleaseCount
                           MOVE RL-Section TO RT-Section(ReleaseCount)
                           MOVE RL-Action TO RT-Action(ReleaseCount)
                           MOVE RL-ReviewedBy TO
                               RT-ReviewedBy(ReleaseCount)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE releaseFile.

      *> The screen's thresholds; the rest of the file belongs to
      *> other programs.
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
                           WHEN "ROSTER-SCREEN-MIN"
                               COMPUTE WS-ScreenMin =
                                   FUNCTION NUMVAL(WS-ParamValue)
                           WHEN "ROSTER-SCREEN-PCT"
                               COMPUTE WS-ScreenPct =
                                   FUNCTION NUMVAL(WS-ParamValue)
                           WHEN "ROSTER-HIST-MIN"
                               COMPUTE WS-HistMin =
                                   FUNCTION NUMVAL(WS-ParamValue)
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-ParamStatus NOT = "35"
               CLOSE paramFile
           END-IF.

      *> Shared hold on the history master while its course pattern
      *> is read.
       AcquireHistoryLock.
           MOVE "HISTORY" TO LockReqName
           MOVE "S" TO LockReqMode
           MOVE "ACQUIRE" TO LockReqAction
           MOVE "P2ROSTERIN" TO LockReqProgram
           CALL "P2Lock" USING LockRequest
           IF LockReqResult NOT = "Y"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       ReleaseHistoryLock.
           MOVE "RELEASE" TO LockReqAction
           CALL "P2Lock" USING LockRequest.

      *> Re-adds the history master against its integrity trailer.
      *> The history only sharpens the screen, so a master that is
      *> missing or does not balance is left out of it, not fatal.
       VerifyHistoryMaster.
           MOVE "N" TO WS-HistoryUsable
           MOVE ZERO TO WS-VfyCount
           MOVE ZERO TO WS-VfyHash1
           MOVE ZERO TO WS-VfyHash2
           MOVE "N" TO WS-VfyTrailerSeen
           MOVE "N" TO WS-VfyEOF
           OPEN INPUT historyFile
           IF WS-HistoryStatus NOT = "00"
               DISPLAY "P2ROSTERIN: NO P2History.dat -- GRADE "
                   "SCREEN USES P2GradeDist.dat ONLY"
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
               DISPLAY "P2ROSTERIN: P2History.dat CARRIES NO "
                   "INTEGRITY TRAILER (LEGACY MASTER) -- "
                   "USED AS-IS"
               MOVE "Y" TO WS-HistoryUsable
               EXIT PARAGRAPH
           END-IF
           IF WS-VT-Count NOT = WS-VfyCount
               OR WS-VT-Hash1 NOT = WS-VfyHash1
               OR WS-VT-Hash2 NOT = WS-VfyHash2
               DISPLAY "P2ROSTERIN: P2History.dat DOES NOT BALANCE "
                   "TO ITS INTEGRITY TRAILER -- LEFT OUT OF THE "
                   "GRADE SCREEN"
           ELSE
               MOVE "Y" TO WS-HistoryUsable
           END-IF.

      *> Each course's grade counts: the last run's distribution
      *> report, then every attempt on the history master except
      *> transfer and exam credit (not our grading).
       LoadCourseHistory.
           MOVE "N" TO WS-GradeDistEOF
           OPEN INPUT gradeDistFile
           IF WS-GradeDistStatus NOT = "00"
               MOVE "Y" TO WS-GradeDistEOF
           END-IF
           PERFORM UNTIL WS-GradeDistEOF = "Y"
               READ gradeDistFile
                   AT END
                       MOVE "Y" TO WS-GradeDistEOF
                   NOT AT END
                       IF GD-CountA IS NUMERIC
                           AND GD-CountB IS NUMERIC
                           AND GD-CountC IS NUMERIC
                           AND GD-CountD IS NUMERIC
                           AND GD-CountF IS NUMERIC
                           AND GD-CountW IS NUMERIC
                           AND GD-CountI IS NUMERIC
                           PERFORM AddGradeDistLine
                       END-IF
               END-READ
           END-PERFORM
           IF WS-GradeDistStatus NOT = "35"
               CLOSE gradeDistFile
           END-IF
           IF WS-HistoryUsable = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-HistEOF
           OPEN INPUT historyFile
           PERFORM UNTIL WS-HistEOF = "Y"
               READ historyFile
                   AT END
                       MOVE "Y" TO WS-HistEOF
                   NOT AT END
                       IF HistoryRecord(1:6) NOT = "CTLTRL"
                           AND HM-TransferFlag NOT = "Y"
                           AND HM-TransferFlag NOT = "E"
                           AND HM-Grade NOT = SPACES
                           MOVE HM-Course TO WS-LookupCourse
                           PERFORM FindOrAddCourseHist
                           IF CourseHistFoundIdx > ZERO
                               MOVE HM-Grade(1:1) TO WS-GradeLetter
                               PERFORM ClassifyGrade
                               ADD 1 TO CH-Count(CourseHistFoundIdx,
                                   WS-GradeGroup)
                               ADD 1 TO CH-Total(CourseHistFoundIdx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE historyFile
           IF WS-CourseHistFull = "Y"
               DISPLAY "P2ROSTERIN: MORE THAN 1000 COURSES ON "
                   "HISTORY -- THE REST ARE NOT SCREENED AGAINST IT"
           END-IF.

       AddGradeDistLine.
           MOVE GD-Course TO WS-LookupCourse
           PERFORM FindOrAddCourseHist
           IF CourseHistFoundIdx = ZERO
               EXIT PARAGRAPH
           END-IF
           ADD GD-CountA TO CH-Count(CourseHistFoundIdx, 1)
           ADD GD-CountB TO CH-Count(CourseHistFoundIdx, 2)
           ADD GD-CountC TO CH-Count(CourseHistFoundIdx, 3)
           ADD GD-CountD TO CH-Count(CourseHistFoundIdx, 4)
           ADD GD-CountF TO CH-Count(CourseHistFoundIdx, 5)
           ADD GD-CountW TO CH-Count(CourseHistFoundIdx, 6)
           ADD GD-CountI TO CH-Count(CourseHistFoundIdx, 7)
           COMPUTE CH-Total(CourseHistFoundIdx) =
               CH-Total(CourseHistFoundIdx) + GD-CountA + GD-CountB
               + GD-CountC + GD-CountD + GD-CountF + GD-CountW
               + GD-CountI.

       LoadClassList.
           MOVE "N" TO WS-ClassListEOF
           OPEN INPUT classListFile
           IF WS-ClassListStatus NOT = "00"
               DISPLAY "P2ROSTERIN: NO P2ClassList.dat -- "
                   "REGISTRATION CHECK SKIPPED"
               MOVE "Y" TO WS-ClassListEOF
           ELSE
               MOVE "Y" TO WS-ClassListLoaded
           END-IF
           PERFORM UNTIL WS-ClassListEOF = "Y"
               READ classListFile
                   AT END
                       MOVE "Y" TO WS-ClassListEOF
                   NOT AT END
                       IF RegisteredCount < 3000
                           ADD 1 TO RegisteredCount
                           MOVE CS-Section TO
                               RG-Section(RegisteredCount)
                           MOVE CS-Years TO RG-Years(RegisteredCount)
                           MOVE CS-StudentWNbr TO
                               RG-StudentWNbr(RegisteredCount)
                           MOVE CS-StudentName TO
                               RG-StudentName(RegisteredCount)
                       ELSE
                           DISPLAY "P2ROSTERIN ABORTED: "
                               "P2ClassList.dat EXCEEDS 3000 SEATS"
                           CLOSE classListFile
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ClassListStatus NOT = "35"
               CLOSE classListFile
           END-IF.

      *> Registered students in a section whose roster was accepted
      *> but who came back with no built grade -- only seats in the
      *> accepted roster's term (for a roster returned with no
      *> lines, in any term an accepted roster carried), so past
      *> terms' seats in a reused section code are not listed.
      *> Sections with no accepted roster are already on
      *> P2MissingRosters.dat.
       TrackMissingGrades.
           OPEN OUTPUT missingGradeFile
           MOVE SPACES TO MissingGradeLine
           STRING "REGISTERED STUDENTS WITH NO GRADE RETURNED  ",
               WS-RunDate INTO MissingGradeLine
           WRITE MissingGradeRecord
           PERFORM VARYING RegisteredIdx FROM 1 BY 1
               UNTIL RegisteredIdx > RegisteredCount
               IF RG-Graded(RegisteredIdx) = "N"
                   MOVE "N" TO WS-SectionSeen
                   PERFORM VARYING AcceptedIdx FROM 1 BY 1
                       UNTIL AcceptedIdx > AcceptedCount
                       IF AC-Section(AcceptedIdx) =
                           RG-Section(RegisteredIdx)
                           IF AC-Years(AcceptedIdx) =
                               RG-Years(RegisteredIdx)
                               MOVE "Y" TO WS-SectionSeen
                           END-IF
                           IF AC-Years(AcceptedIdx) = SPACES
                               PERFORM CheckAcceptedTerm
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-SectionSeen = "Y"
                       ADD 1 TO WS-GradesMissing
                       MOVE SPACES TO MissingGradeLine
                       STRING RG-Section(RegisteredIdx), "  ",
                           RG-StudentWNbr(RegisteredIdx), "  ",
                           RG-StudentName(RegisteredIdx)
                           INTO MissingGradeLine
                       WRITE MissingGradeRecord
                   END-IF
               END-IF
           END-PERFORM
           CLOSE missingGradeFile.

      *> WS-SectionSeen "Y" when any accepted roster carried the
      *> seat's term.
       CheckAcceptedTerm.
           PERFORM VARYING AcceptedIdx2 FROM 1 BY 1
               UNTIL AcceptedIdx2 > AcceptedCount
               IF AC-Years(AcceptedIdx2) = RG-Years(RegisteredIdx)
                   MOVE "Y" TO WS-SectionSeen
               END-IF
           END-PERFORM.

       WriteAuditHeader.
           OPEN EXTEND auditTrailFile
           IF WS-AuditTrailStatus = "35"
               " P2ROSTERIN READ=", WS-RostersRead,
               " ACCEPTED=", WS-RostersAccepted,
               " REJECTED=", WS-RostersRejected,
               " BUILT=", WS-RecordsBuilt,
               " LINESREJ=", WS-LinesRejected,
               " NOGRADE=", WS-GradesMissing,
               " HELD=", WS-RostersHeld,
               " RELEASED=", WS-RostersReleased, " NORMAL"
               INTO AuditTrailLine
           WRITE AuditTrailRecord
           CLOSE auditTrailFile.
