      *> Progrm-ID: P2Eligible.cob
      *> Authors:    Utsav Bhattarai, Biraj Basnet, Bisheshwor Ghimire, Eraj Khatiwada
      *> OS:        Ubuntu 18
      *> Compiler:  OpenCOBOL

      *> Athletic eligibility certification.  Before each term the
      *> compliance office certifies every student-athlete against
      *> the progress-toward-degree rules; it used to assemble the
      *> figures from P2SAP and P2Audit output and a calculator.
      *> This run is driven by the athlete roster P2Athletes.dat
      *> (W-number, sport) and computes every test from
      *> P2History.dat and the athlete's P2DegreeReq.dat row
      *> (program off P2Students.dat, DEFAULT row fallback like the
      *> degree audit).
      *> The term being certified is the first command-line
      *> argument (its Years text, "FALL 2025") or, when none is
      *> given, the first P2TermCal.dat term that starts after the
      *> run date.  Year in school is one more than half the
      *> regular (fall and spring) terms on the student's history
      *> before that term.  The tests:
      *>   TERM HOURS   hours passed in the last regular term,
      *>                at least ELIG-TERM-HRS (default 6);
      *>   YEAR HOURS   at a fall certification, hours passed from
      *>                the previous fall through the summer, at
      *>                least ELIG-YEAR-HRS (default 18);
      *>   GPA          cumulative GPA (retake replacement, the
      *>                transfer QP rule, P and fresh-start
      *>                records excluded) at least the floor for
      *>                the year in school -- ELIG-GPA-YR2/3/4,
      *>                defaults 1.80/1.90/2.00, the year-4 floor
      *>                holding from then on;
      *>   PCT DEGREE   hours passed toward the degree (a course
      *>                counted once however often it was passed)
      *>                over the program's total required hours, at
      *>                least ELIG-PCT-YR3/4/5 percent (defaults
      *>                40/60/80) entering the third, fourth, and
      *>                fifth years.
      *> A test that does not apply yet prints N/A.  An athlete with
      *> no regular term on the history yet is in the first term and
      *> is certified on initial eligibility, outside this run.
      *> Output:
      *>   P2EligCert.dat  one certification sheet per athlete,
      *>                   ELIGIBLE or INELIGIBLE with each test's
      *>                   requirement, figure, and result;
      *>   P2EligSum.dat   athletes, eligible, and ineligible by
      *>                   sport, with how many failed each test.
      *> Thresholds come from P2Params.dat.  RC 4 when any athlete
      *> is ineligible or not on the history master.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2Eligible.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT rosterFile ASSIGN TO "P2Athletes.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RosterStatus.
           SELECT historyFile ASSIGN TO "P2History.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HistoryStatus.
           SELECT requirementsFile ASSIGN TO "P2DegreeReq.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RequirementsStatus.
           SELECT demographicFile ASSIGN TO "P2Students.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DemographicStatus.
           SELECT calendarFile ASSIGN TO "P2TermCal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CalendarStatus.
           SELECT certFile ASSIGN TO "P2EligCert.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT summaryFile ASSIGN TO "P2EligSum.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT paramFile ASSIGN TO "P2Params.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ParamStatus.
           SELECT auditTrailFile ASSIGN TO "P2AuditTrail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuditTrailStatus.

       DATA DIVISION.
       FILE SECTION.
       FD rosterFile.
       01 RosterRecord.
        02 AT-StudentWNbr PIC X(9).
        02 AT-Sport PIC X(16).

       FD historyFile.
       01 HistoryRecord.
           COPY "HISTMST.CPY".

       FD requirementsFile.
       01 RequirementsRecord.
           COPY "DEGREREQ.CPY".

       FD demographicFile.
       01 DemographicRecord.
           COPY "STUDENTD.CPY".

       FD calendarFile.
       01 CalendarRecord.
           COPY "TERMCAL.CPY".

       FD certFile.
       01 CertRecord.
        02 CertLine PIC X(80).

       FD summaryFile.
       01 SummaryRecord.
        02 SummaryLine PIC X(100).

       FD paramFile.
       01 ParamRecord.
        02 ParamLine PIC X(40).

       FD auditTrailFile.
       01 AuditTrailRecord.
        02 AuditTrailLine PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-RosterStatus PIC XX VALUE SPACES.
       01 WS-HistoryStatus PIC XX VALUE SPACES.
       01 WS-RequirementsStatus PIC XX VALUE SPACES.
       01 WS-DemographicStatus PIC XX VALUE SPACES.
       01 WS-CalendarStatus PIC XX VALUE SPACES.
       01 WS-ParamStatus PIC XX VALUE SPACES.
       01 WS-AuditTrailStatus PIC XX VALUE SPACES.
       01 WS-RosterEOF PIC X VALUE "N".
       01 WS-HistEOF PIC X VALUE "N".
       01 WS-ReqEOF PIC X VALUE "N".
       01 WS-DemoEOF PIC X VALUE "N".
       01 WS-CalendarEOF PIC X VALUE "N".
       01 WS-ParamEOF PIC X VALUE "N".
       01 WS-ParamKey PIC X(20) VALUE SPACES.
       01 WS-ParamValue PIC X(20) VALUE SPACES.
       01 WS-ArgNum PIC 9(2) VALUE ZERO.
       01 WS-TermArg PIC X(20) VALUE SPACES.
       01 WS-RunDate PIC 9(8) VALUE ZERO.
       01 WS-RunTime PIC 9(8) VALUE ZERO.
       01 WS-RunDateOut.
        02 WS-RD-Year PIC 9(4).
        02 FILLER PIC X VALUE "-".
        02 WS-RD-Month PIC 99.
        02 FILLER PIC X VALUE "-".
        02 WS-RD-Day PIC 99.
      *> Eligibility thresholds, overridable from P2Params.dat.
       01 WS-TermHoursMin PIC 99 VALUE 6.
       01 WS-YearHoursMin PIC 99 VALUE 18.
       01 WS-GPAYear2 PIC 9V99 VALUE 1.80.
       01 WS-GPAYear3 PIC 9V99 VALUE 1.90.
       01 WS-GPAYear4 PIC 9V99 VALUE 2.00.
       01 WS-PctYear3 PIC 9(3) VALUE 40.
       01 WS-PctYear4 PIC 9(3) VALUE 60.
       01 WS-PctYear5 PIC 9(3) VALUE 80.
      *> The calendar, with each term's key derived the way
      *> ComputeTermKey derives it (year * 10 + ordinal).
       01 CalendarTable.
           02 CalendarEntry OCCURS 40 TIMES.
               03 CA-Years PIC X(11) VALUE SPACES.
               03 CA-Ordinal PIC 9 VALUE ZERO.
               03 CA-StartDate PIC 9(8) VALUE ZERO.
               03 CA-TermKey PIC 9(5) VALUE ZERO.
       01 CalendarCount PIC 99 VALUE ZERO.
       01 CalendarIdx PIC 99 VALUE ZERO.
       01 CalendarFoundIdx PIC 99 VALUE ZERO.
       01 WS-TermSeason PIC X(11) VALUE SPACES.
       01 WS-TermYearText PIC X(4) VALUE SPACES.
      *> The certified term, the last regular term before it, and
      *> the academic-year window a fall certification looks at.
       01 WS-CertYears PIC X(11) VALUE SPACES.
       01 WS-CertTermKey PIC 9(5) VALUE ZERO.
       01 WS-CertOrdinal PIC 9 VALUE ZERO.
       01 WS-PrevTermKey PIC 9(5) VALUE ZERO.
       01 WS-PrevYears PIC X(11) VALUE SPACES.
       01 WS-YearFirstKey PIC 9(5) VALUE ZERO.
       01 WS-YearLastKey PIC 9(5) VALUE ZERO.
       01 WS-BestStart PIC 9(8) VALUE ZERO.
      *> The roster, with the per-athlete figures the one pass over
      *> the history master accumulates.
       01 AthleteTable.
           02 AthleteEntry OCCURS 500 TIMES.
               03 AE-StudentWNbr PIC X(9) VALUE SPACES.
               03 AE-StudentName PIC X(16) VALUE SPACES.
               03 AE-Sport PIC X(16) VALUE SPACES.
               03 AE-Program PIC X(8) VALUE SPACES.
               03 AE-OnMaster PIC X(1) VALUE "N".
               03 AE-RegularTerms PIC 99 VALUE ZERO.
               03 AE-LastTermKey PIC 9(5) VALUE ZERO.
               03 AE-TermHours PIC 9(3)V99 VALUE ZERO.
               03 AE-YearHours PIC 9(3)V99 VALUE ZERO.
               03 AE-DegreeHours PIC 9(4)V99 VALUE ZERO.
               03 AE-GPACredit PIC 9(4)V99 VALUE ZERO.
               03 AE-GPAQP PIC 9(4)V99 VALUE ZERO.
       01 AthleteCount PIC 999 VALUE ZERO.
       01 AthleteIdx PIC 999 VALUE ZERO.
       01 WS-CurrentAthleteIdx PIC 999 VALUE ZERO.
       01 WS-LastWNbr PIC X(9) VALUE SPACES.
      *> Requirements rows, for the percent-of-degree test.
       01 RequirementsTable.
           02 RequirementsEntry OCCURS 50 TIMES.
               03 RQ-Program PIC X(8) VALUE SPACES.
               03 RQ-TotalHours PIC 9(3)V99 VALUE ZERO.
       01 RequirementsCount PIC 99 VALUE ZERO.
       01 RequirementsIdx PIC 99 VALUE ZERO.
       01 RequirementsFoundIdx PIC 99 VALUE ZERO.
      *> Retake replacement for the student in hand; CH-Passed keeps
      *> a course from counting toward the degree twice.
       01 CourseHistoryTable.
           02 CourseHistoryEntry OCCURS 200 TIMES.
               03 CH-Course PIC X(9) VALUE SPACES.
               03 CH-Credit PIC 99V99 VALUE ZERO.
               03 CH-QP PIC 99V99 VALUE ZERO.
               03 CH-GPAFlag PIC X(1) VALUE "N".
               03 CH-Passed PIC X(1) VALUE "N".
       01 CourseHistoryCount PIC 9(3) VALUE ZERO.
       01 CourseHistoryIdx PIC 9(3) VALUE ZERO.
       01 CourseHistoryFoundIdx PIC 9(3) VALUE ZERO.
       01 WS-IsPassing PIC X VALUE "N".
       01 WS-AlreadyPassed PIC X VALUE "N".
      *> Totals by sport.
       01 SportTable.
           02 SportEntry OCCURS 40 TIMES.
               03 SP-Sport PIC X(16) VALUE SPACES.
               03 SP-Athletes PIC 9(4) VALUE ZERO.
               03 SP-Eligible PIC 9(4) VALUE ZERO.
               03 SP-Ineligible PIC 9(4) VALUE ZERO.
               03 SP-FailTerm PIC 9(4) VALUE ZERO.
               03 SP-FailYear PIC 9(4) VALUE ZERO.
               03 SP-FailGPA PIC 9(4) VALUE ZERO.
               03 SP-FailPct PIC 9(4) VALUE ZERO.
       01 SportCount PIC 99 VALUE ZERO.
       01 SportIdx PIC 99 VALUE ZERO.
       01 SportFoundIdx PIC 99 VALUE ZERO.
      *> Per-athlete test working fields.  Each result is PASS,
      *> FAIL, or N/A.
       01 WS-YearInSchool PIC 9 VALUE ZERO.
       01 WS-CumGPA PIC 9V99 VALUE ZERO.
       01 WS-GPAFloor PIC 9V99 VALUE ZERO.
       01 WS-PctRequired PIC 9(3) VALUE ZERO.
       01 WS-PctDegree PIC 9(3)V9 VALUE ZERO.
       01 WS-ProgramHours PIC 9(3)V99 VALUE ZERO.
       01 WS-TermResult PIC X(4) VALUE SPACES.
       01 WS-YearResult PIC X(4) VALUE SPACES.
       01 WS-GPAResult PIC X(4) VALUE SPACES.
       01 WS-PctResult PIC X(4) VALUE SPACES.
       01 WS-Determination PIC X(10) VALUE SPACES.
       01 WS-FailedTests PIC X(40) VALUE SPACES.
       01 WS-FailPtr PIC 99 VALUE 1.
       01 WS-TestLabel PIC X(29) VALUE SPACES.
       01 WS-TestResult PIC X(4) VALUE SPACES.
       01 WS-RequiredOut PIC X(8) VALUE SPACES.
       01 WS-ActualOut PIC X(8) VALUE SPACES.
       01 WS-HoursOut PIC ZZ9.99.
       01 WS-GPAOut PIC 9.99.
       01 WS-PctOut PIC ZZ9.9.
       01 WS-PctReqOut PIC ZZ9.
       01 WS-LinesOnPage PIC 9(3) VALUE ZERO.
       01 WS-PageSize PIC 9(3) VALUE 55.
       01 WS-EligibleCount PIC 9(4) VALUE ZERO.
       01 WS-IneligibleCount PIC 9(4) VALUE ZERO.
       01 WS-FirstTermCount PIC 9(4) VALUE ZERO.
       01 WS-NotOnMasterCount PIC 9(4) VALUE ZERO.
       01 WS-TableOverflow PIC X VALUE "N".
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
       MOVE WS-RunDate(1:4) TO WS-RD-Year.
       MOVE WS-RunDate(5:2) TO WS-RD-Month.
       MOVE WS-RunDate(7:2) TO WS-RD-Day.
       MOVE 1 TO WS-ArgNum.
       DISPLAY WS-ArgNum UPON ARGUMENT-NUMBER.
       ACCEPT WS-TermArg FROM ARGUMENT-VALUE
           ON EXCEPTION
               MOVE SPACES TO WS-TermArg
       END-ACCEPT.
       PERFORM ReadRunParams.
       PERFORM LoadTermCalendar.
       PERFORM FindCertifiedTerm.
       IF CalendarFoundIdx = ZERO
           DISPLAY "P2ELIGIBLE ABORTED: NO TERM TO CERTIFY -- "
               "ARGUMENT NOT ON P2TermCal.dat OR NO TERM STARTS "
               "AFTER THE RUN DATE"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM LoadRoster.
       IF AthleteCount = ZERO
           DISPLAY "P2ELIGIBLE: NO ATHLETES ON P2Athletes.dat -- "
               "NOTHING TO CERTIFY"
           STOP RUN
       END-IF.
       IF WS-TableOverflow = "Y"
           DISPLAY "P2ELIGIBLE ABORTED: MORE THAN 500 ATHLETES OR "
               "40 SPORTS ON THE ROSTER -- NOTHING CERTIFIED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM AcquireMasterLocks.
       PERFORM VerifyHistoryMaster.
       PERFORM VerifyDemographicMaster.
       PERFORM LoadRequirements.
       PERFORM LoadPrograms.
       PERFORM WriteAuditHeader.
       PERFORM AccumulateFromHistory.
       OPEN OUTPUT certFile.
       PERFORM VARYING AthleteIdx FROM 1 BY 1
           UNTIL AthleteIdx > AthleteCount
           PERFORM CertifyOneAthlete
       END-PERFORM.
       CLOSE certFile.
       PERFORM WriteSportSummary.
       DISPLAY "P2ELIGIBLE: " WS-CertYears
           "  ATHLETES: " AthleteCount
           "  ELIGIBLE: " WS-EligibleCount
           "  INELIGIBLE: " WS-IneligibleCount.
       PERFORM WriteAuditTrailer.
       PERFORM ReleaseMasterLocks.
       IF WS-IneligibleCount > ZERO OR WS-NotOnMasterCount > ZERO
           MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

      *> Shared holds on both masters for the whole run, so a
      *> rewrite can never overlap the reads.
       AcquireMasterLocks.
           MOVE "STUDENTS" TO LockReqName
           MOVE "S" TO LockReqMode
           MOVE "ACQUIRE" TO LockReqAction
           MOVE "P2ELIGIBLE" TO LockReqProgram
           CALL "P2Lock" USING LockRequest
           IF LockReqResult NOT = "Y"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "HISTORY" TO LockReqName
           MOVE "S" TO LockReqMode
           MOVE "ACQUIRE" TO LockReqAction
           CALL "P2Lock" USING LockRequest
           IF LockReqResult NOT = "Y"
               MOVE "STUDENTS" TO LockReqName
               MOVE "S" TO LockReqMode
               MOVE "RELEASE" TO LockReqAction
               CALL "P2Lock" USING LockRequest
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       ReleaseMasterLocks.
           MOVE "HISTORY" TO LockReqName
           MOVE "S" TO LockReqMode
           MOVE "RELEASE" TO LockReqAction
           CALL "P2Lock" USING LockRequest
           MOVE "STUDENTS" TO LockReqName
           MOVE "S" TO LockReqMode
           MOVE "RELEASE" TO LockReqAction
           CALL "P2Lock" USING LockRequest.

      *> Re-adds the history master against its integrity trailer
      *> before anything is certified from it.  A master with no
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
               DISPLAY "P2ELIGIBLE: P2History.dat CARRIES NO "
                   "INTEGRITY TRAILER (LEGACY MASTER) -- "
                   "PROCESSED AS-IS"
               EXIT PARAGRAPH
           END-IF
           IF WS-VT-Count NOT = WS-VfyCount
               OR WS-VT-Hash1 NOT = WS-VfyHash1
               OR WS-VT-Hash2 NOT = WS-VfyHash2
               DISPLAY "P2ELIGIBLE ABORTED: P2History.dat DOES NOT "
                   "BALANCE TO ITS INTEGRITY TRAILER"
               DISPLAY "  TRAILER: COUNT=" WS-VT-Count
                   " HRS=" WS-VT-Hash1 " QP=" WS-VT-Hash2
               DISPLAY "  ON FILE: COUNT=" WS-VfyCount
                   " HRS=" WS-VfyHash1 " QP=" WS-VfyHash2
               PERFORM ReleaseMasterLocks
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Re-adds the demographic master against its integrity
      *> trailer before the program lookups trust it -- a truncated
      *> master would drop athletes to the DEFAULT program length
      *> silently.  A master with no trailer yet is warned about
      *> and accepted.
       VerifyDemographicMaster.
           MOVE ZERO TO WS-VfyCount
           MOVE ZERO TO WS-VfyHash1
           MOVE "N" TO WS-VfyTrailerSeen
           MOVE "N" TO WS-VfyEOF
           OPEN INPUT demographicFile
           IF WS-DemographicStatus NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-VfyEOF = "Y"
               READ demographicFile
                   AT END
                       MOVE "Y" TO WS-VfyEOF
                   NOT AT END
                       IF DemographicRecord(1:6) = "CTLTRL"
                           MOVE "Y" TO WS-VfyTrailerSeen
                           MOVE DemographicRecord TO WS-VfyTrailer
                       ELSE
                           ADD 1 TO WS-VfyCount
                           IF DM-CatalogYear IS NUMERIC
                               COMPUTE WS-VfyHash1 =
                                   WS-VfyHash1 + DM-CatalogYear
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE demographicFile
           IF WS-VfyTrailerSeen = "N"
               DISPLAY "P2ELIGIBLE: P2Students.dat CARRIES NO "
                   "INTEGRITY TRAILER (LEGACY MASTER) -- "
                   "USED AS-IS"
               EXIT PARAGRAPH
           END-IF
           IF WS-VT-Count NOT = WS-VfyCount
               OR WS-VT-Hash1 NOT = WS-VfyHash1
               DISPLAY "P2ELIGIBLE ABORTED: P2Students.dat DOES NOT "
                   "BALANCE TO ITS INTEGRITY TRAILER"
               DISPLAY "  TRAILER: COUNT=" WS-VT-Count
                   " YEARS=" WS-VT-Hash1
               DISPLAY "  ON FILE: COUNT=" WS-VfyCount
                   " YEARS=" WS-VfyHash1
               PERFORM ReleaseMasterLocks
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

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
                           WHEN "ELIG-TERM-HRS"
                               COMPUTE WS-TermHoursMin =
                                   FUNCTION NUMVAL(WS-ParamValue)
                           WHEN "ELIG-YEAR-HRS"
                               COMPUTE WS-YearHoursMin =
                                   FUNCTION NUMVAL(WS-ParamValue)
                           WHEN "ELIG-GPA-YR2"
                               COMPUTE WS-GPAYear2 =
                                   FUNCTION NUMVAL(WS-ParamValue)
                           WHEN "ELIG-GPA-YR3"
                               COMPUTE WS-GPAYear3 =
                                   FUNCTION NUMVAL(WS-ParamValue)
                           WHEN "ELIG-GPA-YR4"
                               COMPUTE WS-GPAYear4 =
                                   FUNCTION NUMVAL(WS-ParamValue)
                           WHEN "ELIG-PCT-YR3"
                               COMPUTE WS-PctYear3 =
                                   FUNCTION NUMVAL(WS-ParamValue)
                           WHEN "ELIG-PCT-YR4"
                               COMPUTE WS-PctYear4 =
                                   FUNCTION NUMVAL(WS-ParamValue)
                           WHEN "ELIG-PCT-YR5"
                               COMPUTE WS-PctYear5 =
                                   FUNCTION NUMVAL(WS-ParamValue)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-ParamStatus NOT = "35"
               CLOSE paramFile
           END-IF.

       LoadTermCalendar.
           MOVE "N" TO WS-CalendarEOF
           OPEN INPUT calendarFile
           IF WS-CalendarStatus NOT = "00"
               MOVE "Y" TO WS-CalendarEOF
           END-IF
           PERFORM UNTIL WS-CalendarEOF = "Y"
               READ calendarFile
                   AT END
                       MOVE "Y" TO WS-CalendarEOF
                   NOT AT END
                       IF CalendarCount < 40
                           ADD 1 TO CalendarCount
                           MOVE TC-Years TO
                               CA-Years(CalendarCount)
                           MOVE TC-Ordinal TO
                               CA-Ordinal(CalendarCount)
                           MOVE TC-StartDate TO
                               CA-StartDate(CalendarCount)
                           PERFORM DeriveCalendarTermKey
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CalendarStatus NOT = "35"
               CLOSE calendarFile
           END-IF.

       DeriveCalendarTermKey.
           MOVE SPACES TO WS-TermSeason
           MOVE "0000" TO WS-TermYearText
           UNSTRING TC-Years DELIMITED BY SPACE
               INTO WS-TermSeason WS-TermYearText
           END-UNSTRING
           IF WS-TermYearText IS NUMERIC
               COMPUTE CA-TermKey(CalendarCount) =
                   FUNCTION NUMVAL(WS-TermYearText) * 10
                   + TC-Ordinal
           END-IF.

      *> The certified term, then the last regular (spring or fall)
      *> term before it.  A fall certification also looks back over
      *> the academic year from the previous fall through summer.
       FindCertifiedTerm.
           MOVE ZERO TO CalendarFoundIdx
           MOVE 99999999 TO WS-BestStart
           PERFORM VARYING CalendarIdx FROM 1 BY 1
               UNTIL CalendarIdx > CalendarCount
               IF WS-TermArg NOT = SPACES
                   IF CA-Years(CalendarIdx) = WS-TermArg
                       MOVE CalendarIdx TO CalendarFoundIdx
                   END-IF
               ELSE
                   IF CA-StartDate(CalendarIdx) > WS-RunDate
                       AND CA-StartDate(CalendarIdx) < WS-BestStart
                       MOVE CalendarIdx TO CalendarFoundIdx
                       MOVE CA-StartDate(CalendarIdx) TO WS-BestStart
                   END-IF
               END-IF
           END-PERFORM
           IF CalendarFoundIdx = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE CA-Years(CalendarFoundIdx) TO WS-CertYears
           MOVE CA-TermKey(CalendarFoundIdx) TO WS-CertTermKey
           MOVE CA-Ordinal(CalendarFoundIdx) TO WS-CertOrdinal
           MOVE ZERO TO WS-PrevTermKey
           MOVE SPACES TO WS-PrevYears
           PERFORM VARYING CalendarIdx FROM 1 BY 1
               UNTIL CalendarIdx > CalendarCount
               IF (CA-Ordinal(CalendarIdx) = 1
                   OR CA-Ordinal(CalendarIdx) = 3)
                   AND CA-TermKey(CalendarIdx) < WS-CertTermKey
                   AND CA-TermKey(CalendarIdx) > WS-PrevTermKey
                   MOVE CA-TermKey(CalendarIdx) TO WS-PrevTermKey
                   MOVE CA-Years(CalendarIdx) TO WS-PrevYears
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-YearFirstKey
           MOVE ZERO TO WS-YearLastKey
           IF WS-CertOrdinal = 3
               COMPUTE WS-YearFirstKey = WS-CertTermKey - 10
               COMPUTE WS-YearLastKey = WS-CertTermKey - 1
           END-IF.

      *> The roster, and the sport table in first-seen order.
       LoadRoster.
           MOVE "N" TO WS-RosterEOF
           OPEN INPUT rosterFile
           IF WS-RosterStatus NOT = "00"
               MOVE "Y" TO WS-RosterEOF
           END-IF
           PERFORM UNTIL WS-RosterEOF = "Y"
               READ rosterFile
                   AT END
                       MOVE "Y" TO WS-RosterEOF
                   NOT AT END
                       IF AT-StudentWNbr NOT = SPACES
                           PERFORM LoadOneAthlete
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RosterStatus NOT = "35"
               CLOSE rosterFile
           END-IF.

       LoadOneAthlete.
           IF AthleteCount NOT < 500
               MOVE "Y" TO WS-TableOverflow
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO AthleteCount
           MOVE AT-StudentWNbr TO AE-StudentWNbr(AthleteCount)
           MOVE AT-Sport TO AE-Sport(AthleteCount)
           MOVE ZERO TO SportFoundIdx
           PERFORM VARYING SportIdx FROM 1 BY 1
               UNTIL SportIdx > SportCount
               IF SP-Sport(SportIdx) = AT-Sport
                   MOVE SportIdx TO SportFoundIdx
               END-IF
           END-PERFORM
           IF SportFoundIdx = ZERO
               IF SportCount NOT < 40
                   MOVE "Y" TO WS-TableOverflow
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO SportCount
               MOVE AT-Sport TO SP-Sport(SportCount)
           END-IF.

      *> Program length = the sum of the three category
      *> requirements on the program's row, the whole degree.
       LoadRequirements.
           MOVE "N" TO WS-ReqEOF
           OPEN INPUT requirementsFile
           IF WS-RequirementsStatus NOT = "00"
               MOVE "Y" TO WS-ReqEOF
           END-IF
           PERFORM UNTIL WS-ReqEOF = "Y"
               READ requirementsFile
                   AT END
                       MOVE "Y" TO WS-ReqEOF
                   NOT AT END
                       IF RequirementsCount < 50
                           ADD 1 TO RequirementsCount
                           MOVE DR-Program TO
                               RQ-Program(RequirementsCount)
                           COMPUTE
                               RQ-TotalHours(RequirementsCount) =
                               DR-ReqGenEd + DR-ReqMajor +
                               DR-ReqElective
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RequirementsStatus NOT = "35"
               CLOSE requirementsFile
           END-IF.

      *> One pass over the demographic master filling each
      *> athlete's name and program code.
       LoadPrograms.
           MOVE "N" TO WS-DemoEOF
           OPEN INPUT demographicFile
           IF WS-DemographicStatus NOT = "00"
               MOVE "Y" TO WS-DemoEOF
           END-IF
           PERFORM UNTIL WS-DemoEOF = "Y"
               READ demographicFile
                   AT END
                       MOVE "Y" TO WS-DemoEOF
                   NOT AT END
                       IF DemographicRecord(1:6) = "CTLTRL"
                           CONTINUE
                       ELSE
                           PERFORM VARYING AthleteIdx FROM 1 BY 1
                               UNTIL AthleteIdx > AthleteCount
                               IF AE-StudentWNbr(AthleteIdx) =
                                   DM-StudentWNbr
                                   MOVE DM-Program TO
                                       AE-Program(AthleteIdx)
                                   MOVE DM-StudentName TO
                                       AE-StudentName(AthleteIdx)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DemographicStatus NOT = "35"
               CLOSE demographicFile
           END-IF.

      *> One pass over the history master (sorted by W-number, then
      *> term key).  Nothing at or after the certified term counts.
       AccumulateFromHistory.
           MOVE "N" TO WS-HistEOF
           MOVE SPACES TO WS-LastWNbr
           MOVE ZERO TO WS-CurrentAthleteIdx
           OPEN INPUT historyFile
           IF WS-HistoryStatus NOT = "00"
               MOVE "Y" TO WS-HistEOF
           END-IF
           PERFORM UNTIL WS-HistEOF = "Y"
               READ historyFile
                   AT END
                       MOVE "Y" TO WS-HistEOF
                   NOT AT END
                       IF HistoryRecord(1:6) = "CTLTRL"
                           CONTINUE
                       ELSE
                           PERFORM AccumulateOneRecord
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HistoryStatus NOT = "35"
               CLOSE historyFile
           END-IF.

       AccumulateOneRecord.
           IF HM-StudentWNbr NOT = WS-LastWNbr
               MOVE HM-StudentWNbr TO WS-LastWNbr
               MOVE ZERO TO WS-CurrentAthleteIdx
               PERFORM VARYING AthleteIdx FROM 1 BY 1
                   UNTIL AthleteIdx > AthleteCount
                   IF AE-StudentWNbr(AthleteIdx) = HM-StudentWNbr
                       MOVE AthleteIdx TO WS-CurrentAthleteIdx
                   END-IF
               END-PERFORM
               MOVE ZERO TO CourseHistoryCount
           END-IF
           IF WS-CurrentAthleteIdx = ZERO
               EXIT PARAGRAPH
           END-IF
           IF HM-TermKey NOT < WS-CertTermKey
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO AE-OnMaster(WS-CurrentAthleteIdx)
           IF AE-StudentName(WS-CurrentAthleteIdx) = SPACES
               MOVE HM-StudentName TO
                   AE-StudentName(WS-CurrentAthleteIdx)
           END-IF
      *> An approved fresh start excludes the marked terms from
      *> every eligibility figure.
           IF HM-RenewalFlag = "R"
               EXIT PARAGRAPH
           END-IF
      *> Each regular term the student was enrolled in counts once
      *> toward the year in school.
           IF HM-TermKey NOT = AE-LastTermKey(WS-CurrentAthleteIdx)
               MOVE HM-TermKey TO AE-LastTermKey(WS-CurrentAthleteIdx)
               IF HM-TermKey(5:1) = "1" OR HM-TermKey(5:1) = "3"
                   ADD 1 TO AE-RegularTerms(WS-CurrentAthleteIdx)
               END-IF
           END-IF
           MOVE ZERO TO CourseHistoryFoundIdx
           PERFORM VARYING CourseHistoryIdx FROM 1 BY 1
               UNTIL CourseHistoryIdx > CourseHistoryCount
               IF CH-Course(CourseHistoryIdx) = HM-Course
                   MOVE CourseHistoryIdx TO CourseHistoryFoundIdx
               END-IF
           END-PERFORM
           MOVE "N" TO WS-AlreadyPassed
           IF CourseHistoryFoundIdx > ZERO
               MOVE CH-Passed(CourseHistoryFoundIdx) TO
                   WS-AlreadyPassed
           END-IF
      *> Hours passed: passing grades only.
           MOVE "N" TO WS-IsPassing
           IF HM-Grade(1:1) NOT = "W" AND HM-Grade(1:1) NOT = "F"
               AND HM-Grade(1:1) NOT = "I"
               AND HM-Grade NOT = "NP" AND HM-Grade NOT = "AU"
               MOVE "Y" TO WS-IsPassing
               IF HM-TermKey = WS-PrevTermKey
                   ADD HM-CreditHr TO
                       AE-TermHours(WS-CurrentAthleteIdx)
               END-IF
               IF HM-TermKey NOT < WS-YearFirstKey
                   AND HM-TermKey NOT > WS-YearLastKey
                   ADD HM-CreditHr TO
                       AE-YearHours(WS-CurrentAthleteIdx)
               END-IF
               IF WS-AlreadyPassed = "N"
                   ADD HM-CreditHr TO
                       AE-DegreeHours(WS-CurrentAthleteIdx)
               END-IF
           END-IF
      *> Cumulative GPA with retake replacement, the same replay
      *> P2Audit.cob makes.
           IF HM-Grade NOT = "W" AND HM-Grade NOT = "I"
               AND HM-Grade NOT = "NP" AND HM-Grade NOT = "AU"
               IF CourseHistoryFoundIdx > ZERO
                   IF CH-GPAFlag(CourseHistoryFoundIdx) = "Y"
                       COMPUTE AE-GPACredit(WS-CurrentAthleteIdx) =
                           AE-GPACredit(WS-CurrentAthleteIdx) -
                           CH-Credit(CourseHistoryFoundIdx)
                   END-IF
                   COMPUTE AE-GPAQP(WS-CurrentAthleteIdx) =
                       AE-GPAQP(WS-CurrentAthleteIdx) -
                       CH-QP(CourseHistoryFoundIdx)
               ELSE
                   IF CourseHistoryCount < 200
                       ADD 1 TO CourseHistoryCount
                       MOVE CourseHistoryCount TO
                           CourseHistoryFoundIdx
                       MOVE HM-Course TO
                           CH-Course(CourseHistoryFoundIdx)
                       MOVE "N" TO CH-Passed(CourseHistoryFoundIdx)
                   END-IF
               END-IF
               IF CourseHistoryFoundIdx > ZERO
                   MOVE HM-CreditHr TO
                       CH-Credit(CourseHistoryFoundIdx)
                   IF HM-TransferFlag NOT = "Y"
                       MOVE HM-QP TO CH-QP(CourseHistoryFoundIdx)
                   ELSE
                       MOVE ZERO TO CH-QP(CourseHistoryFoundIdx)
                   END-IF
                   IF HM-Grade = "P"
                       MOVE "N" TO CH-GPAFlag(CourseHistoryFoundIdx)
                   ELSE
                       MOVE "Y" TO CH-GPAFlag(CourseHistoryFoundIdx)
                   END-IF
               END-IF
               IF HM-Grade NOT = "P"
                   COMPUTE AE-GPACredit(WS-CurrentAthleteIdx) =
                       AE-GPACredit(WS-CurrentAthleteIdx) +
                       HM-CreditHr
               END-IF
               IF HM-TransferFlag NOT = "Y"
                   COMPUTE AE-GPAQP(WS-CurrentAthleteIdx) =
                       AE-GPAQP(WS-CurrentAthleteIdx) + HM-QP
               END-IF
           END-IF
           IF WS-IsPassing = "Y" AND CourseHistoryFoundIdx > ZERO
               MOVE "Y" TO CH-Passed(CourseHistoryFoundIdx)
           END-IF.

      *> The four tests for one athlete, the certification sheet,
      *> and the sport's totals.
       CertifyOneAthlete.
           MOVE ZERO TO SportFoundIdx
           PERFORM VARYING SportIdx FROM 1 BY 1
               UNTIL SportIdx > SportCount
               IF SP-Sport(SportIdx) = AE-Sport(AthleteIdx)
                   MOVE SportIdx TO SportFoundIdx
               END-IF
           END-PERFORM
           ADD 1 TO SP-Athletes(SportFoundIdx)
           COMPUTE WS-YearInSchool =
               AE-RegularTerms(AthleteIdx) / 2 + 1
           IF AE-RegularTerms(AthleteIdx) > 7
               MOVE 5 TO WS-YearInSchool
           END-IF
           IF AE-GPACredit(AthleteIdx) = ZERO
               MOVE ZERO TO WS-CumGPA
           ELSE
               COMPUTE WS-CumGPA = AE-GPAQP(AthleteIdx) /
                   AE-GPACredit(AthleteIdx)
           END-IF
           PERFORM FindProgramHours
           IF WS-ProgramHours = ZERO
               MOVE ZERO TO WS-PctDegree
           ELSE
               COMPUTE WS-PctDegree ROUNDED =
                   AE-DegreeHours(AthleteIdx) * 100 / WS-ProgramHours
           END-IF
           MOVE "N/A" TO WS-TermResult
           MOVE "N/A" TO WS-YearResult
           MOVE "N/A" TO WS-GPAResult
           MOVE "N/A" TO WS-PctResult
           MOVE SPACES TO WS-FailedTests
           MOVE 1 TO WS-FailPtr
           IF AE-RegularTerms(AthleteIdx) > ZERO
               MOVE "PASS" TO WS-TermResult
               IF AE-TermHours(AthleteIdx) < WS-TermHoursMin
                   MOVE "FAIL" TO WS-TermResult
                   ADD 1 TO SP-FailTerm(SportFoundIdx)
                   STRING "TERM HOURS " DELIMITED BY SIZE
                       INTO WS-FailedTests WITH POINTER WS-FailPtr
               END-IF
           END-IF
           IF WS-CertOrdinal = 3 AND AE-RegularTerms(AthleteIdx) > 1
               MOVE "PASS" TO WS-YearResult
               IF AE-YearHours(AthleteIdx) < WS-YearHoursMin
                   MOVE "FAIL" TO WS-YearResult
                   ADD 1 TO SP-FailYear(SportFoundIdx)
                   STRING "YEAR HOURS " DELIMITED BY SIZE
                       INTO WS-FailedTests WITH POINTER WS-FailPtr
               END-IF
           END-IF
           EVALUATE WS-YearInSchool
               WHEN 1
                   MOVE ZERO TO WS-GPAFloor
               WHEN 2
                   MOVE WS-GPAYear2 TO WS-GPAFloor
               WHEN 3
                   MOVE WS-GPAYear3 TO WS-GPAFloor
               WHEN OTHER
                   MOVE WS-GPAYear4 TO WS-GPAFloor
           END-EVALUATE
           IF WS-YearInSchool > 1
               MOVE "PASS" TO WS-GPAResult
               IF WS-CumGPA < WS-GPAFloor
                   MOVE "FAIL" TO WS-GPAResult
                   ADD 1 TO SP-FailGPA(SportFoundIdx)
                   STRING "GPA " DELIMITED BY SIZE
                       INTO WS-FailedTests WITH POINTER WS-FailPtr
               END-IF
           END-IF
           EVALUATE WS-YearInSchool
               WHEN 3
                   MOVE WS-PctYear3 TO WS-PctRequired
               WHEN 4
                   MOVE WS-PctYear4 TO WS-PctRequired
               WHEN 5
                   MOVE WS-PctYear5 TO WS-PctRequired
               WHEN OTHER
                   MOVE ZERO TO WS-PctRequired
           END-EVALUATE
           IF WS-YearInSchool > 2
               MOVE "PASS" TO WS-PctResult
               IF WS-PctDegree < WS-PctRequired
                   MOVE "FAIL" TO WS-PctResult
                   ADD 1 TO SP-FailPct(SportFoundIdx)
                   STRING "PCT DEGREE " DELIMITED BY SIZE
                       INTO WS-FailedTests WITH POINTER WS-FailPtr
               END-IF
           END-IF
           IF AE-OnMaster(AthleteIdx) = "N"
               ADD 1 TO WS-NotOnMasterCount
           END-IF
           IF WS-FailedTests = SPACES
               MOVE "ELIGIBLE" TO WS-Determination
               ADD 1 TO WS-EligibleCount
               ADD 1 TO SP-Eligible(SportFoundIdx)
           ELSE
               MOVE "INELIGIBLE" TO WS-Determination
               ADD 1 TO WS-IneligibleCount
               ADD 1 TO SP-Ineligible(SportFoundIdx)
           END-IF
           IF AE-RegularTerms(AthleteIdx) = ZERO
               ADD 1 TO WS-FirstTermCount
           END-IF
           PERFORM WriteCertificationSheet.

      *> The program's total required hours, DEFAULT row when the
      *> athlete's program is not on the requirements master.
       FindProgramHours.
           MOVE ZERO TO RequirementsFoundIdx
           PERFORM VARYING RequirementsIdx FROM 1 BY 1
               UNTIL RequirementsIdx > RequirementsCount
               IF RQ-Program(RequirementsIdx) = AE-Program(AthleteIdx)
                   MOVE RequirementsIdx TO RequirementsFoundIdx
               END-IF
           END-PERFORM
           IF RequirementsFoundIdx = ZERO
               PERFORM VARYING RequirementsIdx FROM 1 BY 1
                   UNTIL RequirementsIdx > RequirementsCount
                   IF RQ-Program(RequirementsIdx) = "DEFAULT"
                       MOVE RequirementsIdx TO
                           RequirementsFoundIdx
                   END-IF
               END-PERFORM
           END-IF
           IF RequirementsFoundIdx > ZERO
               MOVE RQ-TotalHours(RequirementsFoundIdx) TO
                   WS-ProgramHours
           ELSE
               MOVE ZERO TO WS-ProgramHours
           END-IF.

       WriteCertLine.
           WRITE CertRecord
           ADD 1 TO WS-LinesOnPage.

      *> One test's line: name, requirement, the athlete's figure,
      *> and the result.
       WriteTestLine.
           MOVE SPACES TO CertLine
           MOVE WS-TestLabel TO CertLine(1:29)
           MOVE WS-RequiredOut TO CertLine(30:8)
           MOVE WS-ActualOut TO CertLine(44:8)
           MOVE WS-TestResult TO CertLine(57:4)
           PERFORM WriteCertLine.

      *> One page per athlete, padded so each stands on its own
      *> sheet for the compliance officer's signature.
       WriteCertificationSheet.
           MOVE ZERO TO WS-LinesOnPage
           MOVE "SOUTHEASTERN LOUISIANA UNIVERSITY" TO CertLine
           PERFORM WriteCertLine
           MOVE "ATHLETICS COMPLIANCE -- HAMMOND, LA 70402" TO CertLine
           PERFORM WriteCertLine
           MOVE SPACES TO CertLine
           STRING "ELIGIBILITY CERTIFICATION FOR ", WS-CertYears,
               "   RUN ", WS-RunDateOut INTO CertLine
           PERFORM WriteCertLine
           MOVE SPACES TO CertLine
           PERFORM WriteCertLine
           MOVE SPACES TO CertLine
           STRING "STUDENT-ATHLETE: ", AE-StudentName(AthleteIdx),
               "  W-NUMBER: ", AE-StudentWNbr(AthleteIdx)
               INTO CertLine
           PERFORM WriteCertLine
           MOVE SPACES TO CertLine
           STRING "SPORT:           ", AE-Sport(AthleteIdx),
               "  PROGRAM: ", AE-Program(AthleteIdx) INTO CertLine
           PERFORM WriteCertLine
           MOVE SPACES TO CertLine
           STRING "YEAR IN SCHOOL:  ", WS-YearInSchool,
               "   REGULAR TERMS COMPLETED: ",
               AE-RegularTerms(AthleteIdx) INTO CertLine
           PERFORM WriteCertLine
           MOVE SPACES TO CertLine
           PERFORM WriteCertLine
           MOVE "TEST" TO CertLine
           MOVE "REQUIRED" TO CertLine(30:8)
           MOVE "ACTUAL" TO CertLine(44:6)
           MOVE "RESULT" TO CertLine(56:6)
           PERFORM WriteCertLine
           MOVE WS-TermHoursMin TO WS-HoursOut
           MOVE WS-HoursOut TO WS-RequiredOut
           MOVE AE-TermHours(AthleteIdx) TO WS-HoursOut
           MOVE WS-HoursOut TO WS-ActualOut
           MOVE SPACES TO WS-TestLabel
           STRING "HOURS PASSED ", WS-PrevYears INTO WS-TestLabel
           MOVE WS-TermResult TO WS-TestResult
           PERFORM WriteTestLine
           MOVE WS-YearHoursMin TO WS-HoursOut
           MOVE WS-HoursOut TO WS-RequiredOut
           MOVE AE-YearHours(AthleteIdx) TO WS-HoursOut
           MOVE WS-HoursOut TO WS-ActualOut
           MOVE "HOURS PASSED ACADEMIC YEAR" TO WS-TestLabel
           MOVE WS-YearResult TO WS-TestResult
           PERFORM WriteTestLine
           MOVE WS-GPAFloor TO WS-GPAOut
           MOVE SPACES TO WS-RequiredOut
           MOVE WS-GPAOut TO WS-RequiredOut(3:4)
           MOVE WS-CumGPA TO WS-GPAOut
           MOVE SPACES TO WS-ActualOut
           MOVE WS-GPAOut TO WS-ActualOut(3:4)
           MOVE "CUMULATIVE GPA" TO WS-TestLabel
           MOVE WS-GPAResult TO WS-TestResult
           PERFORM WriteTestLine
           MOVE WS-PctRequired TO WS-PctReqOut
           MOVE SPACES TO WS-RequiredOut
           STRING WS-PctReqOut, "%" INTO WS-RequiredOut
           MOVE WS-PctDegree TO WS-PctOut
           MOVE SPACES TO WS-ActualOut
           STRING WS-PctOut, "%" INTO WS-ActualOut
           MOVE "PERCENT OF DEGREE COMPLETED" TO WS-TestLabel
           MOVE WS-PctResult TO WS-TestResult
           PERFORM WriteTestLine
           MOVE AE-DegreeHours(AthleteIdx) TO WS-HoursOut
           MOVE SPACES TO CertLine
           STRING "  (", WS-HoursOut, " HOURS TOWARD DEGREE)"
               INTO CertLine
           MOVE WS-ProgramHours TO WS-HoursOut
           MOVE SPACES TO CertLine(40:41)
           STRING "OF ", WS-HoursOut, " REQUIRED"
               INTO CertLine(40:41)
           PERFORM WriteCertLine
           MOVE SPACES TO CertLine
           PERFORM WriteCertLine
           MOVE SPACES TO CertLine
           STRING "DETERMINATION:  ", WS-Determination INTO CertLine
           PERFORM WriteCertLine
           IF WS-FailedTests NOT = SPACES
               MOVE SPACES TO CertLine
               STRING "FAILED TEST(S): ", WS-FailedTests
                   INTO CertLine
               PERFORM WriteCertLine
           END-IF
           IF AE-RegularTerms(AthleteIdx) = ZERO
               MOVE "FIRST TERM -- CERTIFY ON INITIAL ELIGIBILITY"
                   TO CertLine
               PERFORM WriteCertLine
           END-IF
           IF AE-OnMaster(AthleteIdx) = "N"
               MOVE "*** NO RECORDS ON THE HISTORY MASTER ***"
                   TO CertLine
               PERFORM WriteCertLine
           END-IF
           MOVE SPACES TO CertLine
           PERFORM WriteCertLine
           MOVE SPACES TO CertLine
           PERFORM WriteCertLine
           MOVE "CERTIFIED BY: ______________________________  DATE:"
               TO CertLine
           MOVE "__________" TO CertLine(54:10)
           PERFORM WriteCertLine
           MOVE "              COMPLIANCE OFFICER" TO CertLine
           PERFORM WriteCertLine
           PERFORM UNTIL WS-LinesOnPage NOT < WS-PageSize
               MOVE SPACES TO CertLine
               PERFORM WriteCertLine
           END-PERFORM.

      *> Athletes, eligible, ineligible, and each test's failures,
      *> by sport.
       WriteSportSummary.
           OPEN OUTPUT summaryFile
           MOVE SPACES TO SummaryLine
           STRING "ATHLETIC ELIGIBILITY SUMMARY BY SPORT -- ",
               WS-CertYears, "   RUN ", WS-RunDateOut
               INTO SummaryLine
           WRITE SummaryRecord
           MOVE SPACES TO SummaryLine
           WRITE SummaryRecord
           MOVE SPACES TO SummaryLine
           STRING "SPORT            ATHLETES  ELIGIBLE  INELIGIBLE",
               "   FAILED: TERM  YEAR   GPA   PCT" INTO SummaryLine
           WRITE SummaryRecord
           PERFORM VARYING SportIdx FROM 1 BY 1
               UNTIL SportIdx > SportCount
               MOVE SPACES TO SummaryLine
               STRING SP-Sport(SportIdx), " ",
                   SP-Athletes(SportIdx), "      ",
                   SP-Eligible(SportIdx), "      ",
                   SP-Ineligible(SportIdx), "              ",
                   SP-FailTerm(SportIdx), "  ",
                   SP-FailYear(SportIdx), "  ",
                   SP-FailGPA(SportIdx), "  ",
                   SP-FailPct(SportIdx) INTO SummaryLine
               WRITE SummaryRecord
           END-PERFORM
           MOVE SPACES TO SummaryLine
           WRITE SummaryRecord
           MOVE SPACES TO SummaryLine
           STRING "ATHLETES: ", AthleteCount,
               "   ELIGIBLE: ", WS-EligibleCount,
               "   INELIGIBLE: ", WS-IneligibleCount,
               "   FIRST TERM: ", WS-FirstTermCount,
               "   NOT ON HISTORY: ", WS-NotOnMasterCount
               INTO SummaryLine
           WRITE SummaryRecord
           CLOSE summaryFile.

       WriteAuditHeader.
           OPEN EXTEND auditTrailFile
           IF WS-AuditTrailStatus = "35"
               OPEN OUTPUT auditTrailFile
           END-IF
           MOVE SPACES TO AuditTrailLine
           STRING "HDR ", WS-RunDate, " ", WS-RunTime,
               " P2ELIGIBLE IN=P2Athletes.dat OUT=P2EligCert.dat "
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
               " P2ELIGIBLE READ=", AthleteCount,
               " ELIGIBLE=", WS-EligibleCount,
               " INELIGIBLE=", WS-IneligibleCount, " NORMAL"
               INTO AuditTrailLine
           WRITE AuditTrailRecord
           CLOSE auditTrailFile.
