      *> Progrm-ID: P2ScholRenew.cob
      *> Authors:    Utsav Bhattarai, Biraj Basnet, Bisheshwor Ghimire, Eraj Khatiwada
      *> OS:        Ubuntu 18
      *> Compiler:  OpenCOBOL

      *> Institutional scholarship renewal run.  The scholarship
      *> office used to check every recipient against a printed
      *> transcript; this run checks them against the course-history
      *> master instead.  Each award's renewal criteria live on the
      *> scholarship master P2Scholar.dat (SCHOLMST.CPY): minimum
      *> cumulative GPA, minimum hours earned in the academic year,
      *> a full-time requirement, and a major restriction.  The
      *> recipients are on P2ScholRecip.dat (W-number, award code,
      *> and "P" when the award is already on probation).
      *> The academic year under review is the first command-line
      *> argument (YYYY, the fall that opens it) or, when none is
      *> given, the one that opened the fall before the run year.
      *> It runs from that fall term through the following summer,
      *> by HM-TermKey.  Per recipient, from P2History.dat:
      *>   cumulative GPA -- retake replacement, the transfer QP
      *>     rule, P outside the GPA, and fresh-start (renewal-flag
      *>     "R") records excluded, the same replay P2Audit.cob
      *>     makes;
      *>   hours earned in the year -- passing grades in the year's
      *>     terms, a course already passed before not earning
      *>     twice, fresh-start records excluded;
      *>   full-time -- the hours carried (W and AU excluded) in the
      *>     year's fall and spring terms, each against
      *>     SCHOL-FULLTIME-HRS (P2Params.dat, default 12);
      *>   major -- DM-Major on P2Students.dat.
      *> Verdict: RENEW when every criterion is met; PROBATIONARY
      *> RENEW when only the GPA and/or the year's hours fall short,
      *> each within its grace (SCHOL-GPA-GRACE, default 0.25, and
      *> SCHOL-HRS-GRACE, default 6), the full-time and major tests
      *> pass, and the award is not already on probation; CANCEL
      *> otherwise.  Every line on P2ScholRenew.dat carries the
      *> supporting numbers, and each CANCEL gets a notification
      *> letter on P2ScholLetters.dat, laid out the way P2Letters.cob
      *> lays out a probation letter -- or, when the mailing address
      *> is flagged undeliverable (DM-AddrBad), on
      *> P2ScholLettersHold.dat under a HOLD FOR ADDRESS line
      *> instead of into the mail run.  A recipient whose award code
      *> is not on the master is listed and not decided (RC 4).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2ScholRenew.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT scholarshipFile ASSIGN TO "P2Scholar.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ScholarshipStatus.
           SELECT recipientFile ASSIGN TO "P2ScholRecip.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RecipientStatus.
           SELECT historyFile ASSIGN TO "P2History.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HistoryStatus.
           SELECT demographicFile ASSIGN TO "P2Students.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DemographicStatus.
           SELECT renewalReportFile ASSIGN TO "P2ScholRenew.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT letterFile ASSIGN TO "P2ScholLetters.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT letterHoldFile ASSIGN TO "P2ScholLettersHold.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT paramFile ASSIGN TO "P2Params.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ParamStatus.
           SELECT auditTrailFile ASSIGN TO "P2AuditTrail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuditTrailStatus.

       DATA DIVISION.
       FILE SECTION.
       FD scholarshipFile.
       01 ScholarshipRecord.
           COPY "SCHOLMST.CPY".

       FD recipientFile.
       01 RecipientRecord.
        02 RC-StudentWNbr PIC X(9).
        02 RC-ScholCode PIC X(8).
        02 RC-Status PIC X(1).

       FD historyFile.
       01 HistoryRecord.
           COPY "HISTMST.CPY".

       FD demographicFile.
       01 DemographicRecord.
           COPY "STUDENTD.CPY".

       FD renewalReportFile.
       01 RenewalReportRecord.
        02 RenewalReportLine PIC X(132).

       FD letterFile.
       01 LetterRecord.
        02 LetterLine PIC X(80).

       FD letterHoldFile.
       01 LetterHoldRecord.
        02 LetterHoldLine PIC X(80).

       FD paramFile.
       01 ParamRecord.
        02 ParamLine PIC X(40).

       FD auditTrailFile.
       01 AuditTrailRecord.
        02 AuditTrailLine PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-ScholarshipStatus PIC XX VALUE SPACES.
       01 WS-RecipientStatus PIC XX VALUE SPACES.
       01 WS-HistoryStatus PIC XX VALUE SPACES.
       01 WS-DemographicStatus PIC XX VALUE SPACES.
       01 WS-ParamStatus PIC XX VALUE SPACES.
       01 WS-AuditTrailStatus PIC XX VALUE SPACES.
       01 WS-ScholEOF PIC X VALUE "N".
       01 WS-RecipEOF PIC X VALUE "N".
       01 WS-HistEOF PIC X VALUE "N".
       01 WS-DemoEOF PIC X VALUE "N".
       01 WS-ParamEOF PIC X VALUE "N".
       01 WS-ParamKey PIC X(20) VALUE SPACES.
       01 WS-ParamValue PIC X(20) VALUE SPACES.
       01 WS-ArgNum PIC 9(2) VALUE ZERO.
       01 WS-YearArg PIC X(10) VALUE SPACES.
       01 WS-RunDate PIC 9(8) VALUE ZERO.
       01 WS-RunTime PIC 9(8) VALUE ZERO.
       01 WS-RunDateOut.
        02 WS-RD-Year PIC 9(4).
        02 FILLER PIC X VALUE "-".
        02 WS-RD-Month PIC 99.
        02 FILLER PIC X VALUE "-".
        02 WS-RD-Day PIC 99.
      *> The academic year under review and its term-key window.
       01 WS-AcadYear PIC 9(4) VALUE ZERO.
       01 WS-AcadYearEnd PIC 9(4) VALUE ZERO.
       01 WS-NextYearEnd PIC 9(4) VALUE ZERO.
       01 WS-FirstTermKey PIC 9(5) VALUE ZERO.
       01 WS-LastTermKey PIC 9(5) VALUE ZERO.
       01 WS-FallTermKey PIC 9(5) VALUE ZERO.
       01 WS-SpringTermKey PIC 9(5) VALUE ZERO.
      *> Renewal thresholds, overridable from P2Params.dat.
       01 WS-FullTimeHours PIC 99 VALUE 12.
       01 WS-GPAGrace PIC 9V99 VALUE 0.25.
       01 WS-HoursGrace PIC 99 VALUE 6.
      *> The scholarship master.
       01 ScholarshipTable.
           02 ScholarshipEntry OCCURS 100 TIMES.
               03 SS-ScholCode PIC X(8) VALUE SPACES.
               03 SS-ScholName PIC X(30) VALUE SPACES.
               03 SS-MinCumGPA PIC 9V99 VALUE ZERO.
               03 SS-MinYearHours PIC 99 VALUE ZERO.
               03 SS-FullTime PIC X(1) VALUE "N".
               03 SS-Major PIC X(20) VALUE SPACES.
       01 ScholarshipCount PIC 999 VALUE ZERO.
       01 ScholarshipIdx PIC 999 VALUE ZERO.
       01 ScholarshipFoundIdx PIC 999 VALUE ZERO.
      *> One entry per recipient student (a student holding two
      *> awards is one student here), with the figures the one pass
      *> over the history master accumulates.
       01 StudentTable.
           02 StudentEntry OCCURS 500 TIMES.
               03 ST-StudentWNbr PIC X(9) VALUE SPACES.
               03 ST-StudentName PIC X(16) VALUE SPACES.
               03 ST-Major PIC X(20) VALUE SPACES.
               03 ST-AddressLine1 PIC X(30) VALUE SPACES.
               03 ST-AddressLine2 PIC X(30) VALUE SPACES.
               03 ST-Advisor PIC X(20) VALUE SPACES.
               03 ST-AddrBad PIC X(1) VALUE "N".
               03 ST-AddrReturnDoc PIC X(10) VALUE SPACES.
               03 ST-AddrReturnDate PIC X(8) VALUE SPACES.
               03 ST-OnDemographic PIC X(1) VALUE "N".
               03 ST-OnMaster PIC X(1) VALUE "N".
               03 ST-GPACredit PIC 9(4)V99 VALUE ZERO.
               03 ST-GPAQP PIC 9(4)V99 VALUE ZERO.
               03 ST-YearEarned PIC 9(4)V99 VALUE ZERO.
               03 ST-FallHours PIC 9(3)V99 VALUE ZERO.
               03 ST-SpringHours PIC 9(3)V99 VALUE ZERO.
       01 StudentCount PIC 999 VALUE ZERO.
       01 StudentIdx PIC 999 VALUE ZERO.
       01 StudentFoundIdx PIC 999 VALUE ZERO.
      *> The recipient file, in its own order.
       01 RecipientTable.
           02 RecipientEntry OCCURS 500 TIMES.
               03 RP-StudentIdx PIC 999 VALUE ZERO.
               03 RP-ScholCode PIC X(8) VALUE SPACES.
               03 RP-Status PIC X(1) VALUE SPACE.
       01 RecipientCount PIC 999 VALUE ZERO.
       01 RecipientIdx PIC 999 VALUE ZERO.
       01 WS-TableOverflow PIC X VALUE "N".
      *> Retake replacement for the student in hand.  CH-Passed
      *> remembers a course already earned so a repeat of it inside
      *> the year does not earn the hours a second time.
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
       01 WS-CurrentStudentIdx PIC 999 VALUE ZERO.
       01 WS-LastWNbr PIC X(9) VALUE SPACES.
       01 WS-AlreadyPassed PIC X VALUE "N".
       01 WS-IsPassing PIC X VALUE "N".
      *> Per-recipient verdict working fields.
       01 WS-CumGPA PIC 9V99 VALUE ZERO.
       01 WS-GPAShort PIC X VALUE "N".
       01 WS-HoursShort PIC X VALUE "N".
       01 WS-FullTimeShort PIC X VALUE "N".
       01 WS-MajorShort PIC X VALUE "N".
       01 WS-WithinGrace PIC X VALUE "N".
       01 WS-FullTimeMet PIC X(3) VALUE SPACES.
       01 WS-MajorMet PIC X(3) VALUE SPACES.
       01 WS-Verdict PIC X(18) VALUE SPACES.
       01 WS-Reason PIC X(30) VALUE SPACES.
       01 WS-GPAFloor PIC 9V99 VALUE ZERO.
       01 WS-HoursFloor PIC 99 VALUE ZERO.
       01 WS-GPAOut PIC 9.99.
       01 WS-GPAOut2 PIC 9.99.
       01 WS-HoursOut PIC ZZZ9.
       01 WS-HoursOut2 PIC Z9.
       01 WS-TermHoursOut PIC ZZ9.
       01 WS-TermHoursOut2 PIC ZZ9.
       01 WS-LinesOnLetter PIC 9(3) VALUE ZERO.
       01 WS-LetterPageSize PIC 9(3) VALUE 55.
       01 WS-RenewCount PIC 9(4) VALUE ZERO.
       01 WS-ProbationCount PIC 9(4) VALUE ZERO.
       01 WS-CancelCount PIC 9(4) VALUE ZERO.
       01 WS-UnknownCount PIC 9(4) VALUE ZERO.
       01 WS-LettersWritten PIC 9(4) VALUE ZERO.
       01 WS-NoAddressCount PIC 9(4) VALUE ZERO.
       01 WS-HeldForAddress PIC 9(4) VALUE ZERO.
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
      *> The academic year: the first argument, or the one that
      *> opened the fall before the run year.
       MOVE 1 TO WS-ArgNum.
       DISPLAY WS-ArgNum UPON ARGUMENT-NUMBER.
       ACCEPT WS-YearArg FROM ARGUMENT-VALUE
           ON EXCEPTION
               MOVE SPACES TO WS-YearArg
       END-ACCEPT.
       IF WS-YearArg(1:4) IS NUMERIC AND WS-YearArg(5:6) = SPACES
           MOVE WS-YearArg(1:4) TO WS-AcadYear
       ELSE
           COMPUTE WS-AcadYear = WS-RunDate / 10000 - 1
       END-IF.
       COMPUTE WS-AcadYearEnd = WS-AcadYear + 1.
       COMPUTE WS-NextYearEnd = WS-AcadYear + 2.
       COMPUTE WS-FirstTermKey = WS-AcadYear * 10 + 3.
       COMPUTE WS-FallTermKey = WS-AcadYear * 10 + 3.
       COMPUTE WS-SpringTermKey = WS-AcadYearEnd * 10 + 1.
       COMPUTE WS-LastTermKey = WS-AcadYearEnd * 10 + 2.
       PERFORM ReadRunParams.
       PERFORM LoadScholarships.
       IF ScholarshipCount = ZERO
           DISPLAY "P2SCHOLRENEW ABORTED: P2Scholar.dat IS MISSING "
               "OR EMPTY -- NO RENEWAL CRITERIA"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM LoadRecipients.
       IF RecipientCount = ZERO
           DISPLAY "P2SCHOLRENEW: NO RECIPIENTS ON P2ScholRecip.dat "
               "-- NOTHING TO DECIDE"
           STOP RUN
       END-IF.
       IF WS-TableOverflow = "Y"
           DISPLAY "P2SCHOLRENEW ABORTED: MORE THAN 500 RECIPIENTS "
               "-- NOTHING DECIDED"
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM AcquireMasterLocks.
       PERFORM VerifyHistoryMaster.
       PERFORM VerifyDemographicMaster.
       PERFORM LoadDemographics.
       PERFORM WriteAuditHeader.
       PERFORM AccumulateFromHistory.
       OPEN OUTPUT renewalReportFile.
       OPEN OUTPUT letterFile.
       OPEN OUTPUT letterHoldFile.
       MOVE SPACES TO RenewalReportLine.
       STRING "SCHOLARSHIP RENEWAL -- ACADEMIC YEAR ", WS-AcadYear,
           "-", WS-AcadYearEnd, "   RUN ", WS-RunDateOut
           INTO RenewalReportLine.
       WRITE RenewalReportRecord.
       MOVE SPACES TO RenewalReportLine.
       STRING "NAME             W-NUMBER  AWARD    CUM GPA/MIN  ",
           "YR HRS/MIN  FALL SPR FT   MAJOR  ",
           "DECISION           REASON" INTO RenewalReportLine.
       WRITE RenewalReportRecord.
       PERFORM VARYING RecipientIdx FROM 1 BY 1
           UNTIL RecipientIdx > RecipientCount
           PERFORM DecideOneRecipient
       END-PERFORM.
       MOVE SPACES TO RenewalReportLine.
       WRITE RenewalReportRecord.
       MOVE SPACES TO RenewalReportLine.
       STRING "RECIPIENTS: ", RecipientCount,
           "   RENEW: ", WS-RenewCount,
           "   PROBATIONARY: ", WS-ProbationCount,
           "   CANCEL: ", WS-CancelCount,
           "   AWARD NOT ON FILE: ", WS-UnknownCount
           INTO RenewalReportLine.
       WRITE RenewalReportRecord.
       CLOSE renewalReportFile.
       CLOSE letterFile.
       CLOSE letterHoldFile.
       DISPLAY "P2SCHOLRENEW: YEAR " WS-AcadYear
           "  RENEW: " WS-RenewCount
           "  PROBATIONARY: " WS-ProbationCount
           "  CANCEL: " WS-CancelCount
           "  LETTERS: " WS-LettersWritten
           "  HELD FOR ADDRESS: " WS-HeldForAddress.
       PERFORM WriteAuditTrailer.
       PERFORM ReleaseMasterLocks.
       IF WS-UnknownCount > ZERO
           MOVE 4 TO RETURN-CODE
       END-IF.
       STOP RUN.

      *> Shared holds on both masters for the whole run, so a
      *> rewrite can never overlap the reads.
       AcquireMasterLocks.
           MOVE "STUDENTS" TO LockReqName
           MOVE "S" TO LockReqMode
           MOVE "ACQUIRE" TO LockReqAction
           MOVE "P2SCHOLRENEW" TO LockReqProgram
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
      *> before a renewal is decided from it.  A master with no
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
               DISPLAY "P2SCHOLRENEW: P2History.dat CARRIES NO "
                   "INTEGRITY TRAILER (LEGACY MASTER) -- "
                   "PROCESSED AS-IS"
               EXIT PARAGRAPH
           END-IF
           IF WS-VT-Count NOT = WS-VfyCount
               OR WS-VT-Hash1 NOT = WS-VfyHash1
               OR WS-VT-Hash2 NOT = WS-VfyHash2
               DISPLAY "P2SCHOLRENEW ABORTED: P2History.dat DOES "
                   "NOT BALANCE TO ITS INTEGRITY TRAILER"
               DISPLAY "  TRAILER: COUNT=" WS-VT-Count
                   " HRS=" WS-VT-Hash1 " QP=" WS-VT-Hash2
               DISPLAY "  ON FILE: COUNT=" WS-VfyCount
                   " HRS=" WS-VfyHash1 " QP=" WS-VfyHash2
               PERFORM ReleaseMasterLocks
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Re-adds the demographic master against its integrity
      *> trailer before a letter is addressed or a major checked
      *> from it.  A master with no trailer yet is warned about and
      *> accepted.
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
               DISPLAY "P2SCHOLRENEW: P2Students.dat CARRIES NO "
                   "INTEGRITY TRAILER (LEGACY MASTER) -- "
                   "USED AS-IS"
               EXIT PARAGRAPH
           END-IF
           IF WS-VT-Count NOT = WS-VfyCount
               OR WS-VT-Hash1 NOT = WS-VfyHash1
               DISPLAY "P2SCHOLRENEW ABORTED: P2Students.dat DOES "
                   "NOT BALANCE TO ITS INTEGRITY TRAILER"
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
                           WHEN "SCHOL-FULLTIME-HRS"
                               COMPUTE WS-FullTimeHours =
                                   FUNCTION NUMVAL(WS-ParamValue)
                           WHEN "SCHOL-GPA-GRACE"
                               COMPUTE WS-GPAGrace =
                                   FUNCTION NUMVAL(WS-ParamValue)
                           WHEN "SCHOL-HRS-GRACE"
                               COMPUTE WS-HoursGrace =
                                   FUNCTION NUMVAL(WS-ParamValue)
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-ParamStatus NOT = "35"
               CLOSE paramFile
           END-IF.

       LoadScholarships.
           MOVE "N" TO WS-ScholEOF
           OPEN INPUT scholarshipFile
           IF WS-ScholarshipStatus NOT = "00"
               MOVE "Y" TO WS-ScholEOF
           END-IF
           PERFORM UNTIL WS-ScholEOF = "Y"
               READ scholarshipFile
                   AT END
                       MOVE "Y" TO WS-ScholEOF
                   NOT AT END
                       IF ScholarshipCount < 100
                           ADD 1 TO ScholarshipCount
                           MOVE SH-ScholCode TO
                               SS-ScholCode(ScholarshipCount)
                           MOVE SH-ScholName TO
                               SS-ScholName(ScholarshipCount)
                           MOVE SH-MinCumGPA TO
                               SS-MinCumGPA(ScholarshipCount)
                           MOVE SH-MinYearHours TO
                               SS-MinYearHours(ScholarshipCount)
                           MOVE SH-FullTime TO
                               SS-FullTime(ScholarshipCount)
                           MOVE SH-Major TO
                               SS-Major(ScholarshipCount)
                       ELSE
                           DISPLAY "P2SCHOLRENEW: SCHOLARSHIP TABLE "
                               "FULL -- " SH-ScholCode " OMITTED"
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ScholarshipStatus NOT = "35"
               CLOSE scholarshipFile
           END-IF.

      *> Each recipient line, and its student entry on first sight.
       LoadRecipients.
           MOVE "N" TO WS-RecipEOF
           OPEN INPUT recipientFile
           IF WS-RecipientStatus NOT = "00"
               MOVE "Y" TO WS-RecipEOF
           END-IF
           PERFORM UNTIL WS-RecipEOF = "Y"
               READ recipientFile
                   AT END
                       MOVE "Y" TO WS-RecipEOF
                   NOT AT END
                       PERFORM LoadOneRecipient
               END-READ
           END-PERFORM
           IF WS-RecipientStatus NOT = "35"
               CLOSE recipientFile
           END-IF.

       LoadOneRecipient.
           IF RC-StudentWNbr = SPACES
               EXIT PARAGRAPH
           END-IF
           IF RecipientCount NOT < 500
               MOVE "Y" TO WS-TableOverflow
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO StudentFoundIdx
           PERFORM VARYING StudentIdx FROM 1 BY 1
               UNTIL StudentIdx > StudentCount
               IF ST-StudentWNbr(StudentIdx) = RC-StudentWNbr
                   MOVE StudentIdx TO StudentFoundIdx
               END-IF
           END-PERFORM
           IF StudentFoundIdx = ZERO
               ADD 1 TO StudentCount
               MOVE RC-StudentWNbr TO ST-StudentWNbr(StudentCount)
               MOVE StudentCount TO StudentFoundIdx
           END-IF
           ADD 1 TO RecipientCount
           MOVE StudentFoundIdx TO RP-StudentIdx(RecipientCount)
           MOVE RC-ScholCode TO RP-ScholCode(RecipientCount)
           MOVE RC-Status TO RP-Status(RecipientCount).

      *> One pass over the demographic master for each recipient's
      *> name, major, and mailing block.
       LoadDemographics.
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
                           PERFORM VARYING StudentIdx FROM 1 BY 1
                               UNTIL StudentIdx > StudentCount
                               IF ST-StudentWNbr(StudentIdx) =
                                   DM-StudentWNbr
                                   PERFORM TakeDemographics
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DemographicStatus NOT = "35"
               CLOSE demographicFile
           END-IF.

       TakeDemographics.
           MOVE "Y" TO ST-OnDemographic(StudentIdx)
           MOVE DM-StudentName TO ST-StudentName(StudentIdx)
           MOVE DM-Major TO ST-Major(StudentIdx)
           MOVE DM-AddressLine1 TO ST-AddressLine1(StudentIdx)
           MOVE DM-AddressLine2 TO ST-AddressLine2(StudentIdx)
           MOVE DM-Advisor TO ST-Advisor(StudentIdx)
           IF DM-AddrBad = "Y"
               MOVE "Y" TO ST-AddrBad(StudentIdx)
               MOVE DM-AddrReturnDoc TO ST-AddrReturnDoc(StudentIdx)
               MOVE DM-AddrReturnDate TO ST-AddrReturnDate(StudentIdx)
           END-IF.

      *> One pass over the history master (sorted by W-number, then
      *> term key, so every retake arrives after the attempt it
      *> replaces).
       AccumulateFromHistory.
           MOVE "N" TO WS-HistEOF
           MOVE SPACES TO WS-LastWNbr
           MOVE ZERO TO WS-CurrentStudentIdx
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
               MOVE ZERO TO WS-CurrentStudentIdx
               PERFORM VARYING StudentIdx FROM 1 BY 1
                   UNTIL StudentIdx > StudentCount
                   IF ST-StudentWNbr(StudentIdx) = HM-StudentWNbr
                       MOVE StudentIdx TO WS-CurrentStudentIdx
                   END-IF
               END-PERFORM
               MOVE ZERO TO CourseHistoryCount
           END-IF
           IF WS-CurrentStudentIdx = ZERO
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO ST-OnMaster(WS-CurrentStudentIdx)
           IF ST-StudentName(WS-CurrentStudentIdx) = SPACES
               MOVE HM-StudentName TO
                   ST-StudentName(WS-CurrentStudentIdx)
           END-IF
      *> An approved fresh start excludes the marked terms from
      *> every renewal figure.
           IF HM-RenewalFlag = "R"
               EXIT PARAGRAPH
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
      *> The year's load: hours carried in its fall and spring.
           IF HM-Grade NOT = "W" AND HM-Grade NOT = "AU"
               EVALUATE HM-TermKey
                   WHEN WS-FallTermKey
                       ADD HM-CreditHr TO
                           ST-FallHours(WS-CurrentStudentIdx)
                   WHEN WS-SpringTermKey
                       ADD HM-CreditHr TO
                           ST-SpringHours(WS-CurrentStudentIdx)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
      *> The year's earned hours: passing grades only, and a course
      *> passed before does not earn again.
           MOVE "N" TO WS-IsPassing
           IF HM-Grade(1:1) NOT = "W" AND HM-Grade(1:1) NOT = "F"
               AND HM-Grade(1:1) NOT = "I"
               AND HM-Grade NOT = "NP" AND HM-Grade NOT = "AU"
               MOVE "Y" TO WS-IsPassing
               IF HM-TermKey NOT < WS-FirstTermKey
                   AND HM-TermKey NOT > WS-LastTermKey
                   AND WS-AlreadyPassed = "N"
                   ADD HM-CreditHr TO
                       ST-YearEarned(WS-CurrentStudentIdx)
               END-IF
           END-IF
      *> Cumulative GPA with retake replacement, the same replay
      *> P2Audit.cob makes.
           IF HM-Grade NOT = "W" AND HM-Grade NOT = "I"
               AND HM-Grade NOT = "NP" AND HM-Grade NOT = "AU"
               IF CourseHistoryFoundIdx > ZERO
                   IF CH-GPAFlag(CourseHistoryFoundIdx) = "Y"
                       COMPUTE ST-GPACredit(WS-CurrentStudentIdx) =
                           ST-GPACredit(WS-CurrentStudentIdx) -
                           CH-Credit(CourseHistoryFoundIdx)
                   END-IF
                   COMPUTE ST-GPAQP(WS-CurrentStudentIdx) =
                       ST-GPAQP(WS-CurrentStudentIdx) -
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
                   COMPUTE ST-GPACredit(WS-CurrentStudentIdx) =
                       ST-GPACredit(WS-CurrentStudentIdx) +
                       HM-CreditHr
               END-IF
               IF HM-TransferFlag NOT = "Y"
                   COMPUTE ST-GPAQP(WS-CurrentStudentIdx) =
                       ST-GPAQP(WS-CurrentStudentIdx) + HM-QP
               END-IF
           END-IF
           IF WS-IsPassing = "Y" AND CourseHistoryFoundIdx > ZERO
               MOVE "Y" TO CH-Passed(CourseHistoryFoundIdx)
           END-IF.

      *> One recipient's four tests, the verdict line, and the
      *> letter for a cancellation.
       DecideOneRecipient.
           MOVE RP-StudentIdx(RecipientIdx) TO StudentIdx
           MOVE ZERO TO ScholarshipFoundIdx
           PERFORM VARYING ScholarshipIdx FROM 1 BY 1
               UNTIL ScholarshipIdx > ScholarshipCount
               IF SS-ScholCode(ScholarshipIdx) =
                   RP-ScholCode(RecipientIdx)
                   MOVE ScholarshipIdx TO ScholarshipFoundIdx
               END-IF
           END-PERFORM
           IF ScholarshipFoundIdx = ZERO
               ADD 1 TO WS-UnknownCount
               MOVE SPACES TO RenewalReportLine
               STRING ST-StudentName(StudentIdx), " ",
                   ST-StudentWNbr(StudentIdx), " ",
                   RP-ScholCode(RecipientIdx),
                   "  AWARD NOT ON P2Scholar.dat -- NOT DECIDED"
                   INTO RenewalReportLine
               WRITE RenewalReportRecord
               EXIT PARAGRAPH
           END-IF
           IF ST-GPACredit(StudentIdx) = ZERO
               MOVE ZERO TO WS-CumGPA
           ELSE
               COMPUTE WS-CumGPA = ST-GPAQP(StudentIdx) /
                   ST-GPACredit(StudentIdx)
           END-IF
           MOVE "N" TO WS-GPAShort
           MOVE "N" TO WS-HoursShort
           MOVE "N" TO WS-FullTimeShort
           MOVE "N" TO WS-MajorShort
           MOVE "YES" TO WS-FullTimeMet
           MOVE "YES" TO WS-MajorMet
           IF WS-CumGPA < SS-MinCumGPA(ScholarshipFoundIdx)
               MOVE "Y" TO WS-GPAShort
           END-IF
           IF ST-YearEarned(StudentIdx) <
               SS-MinYearHours(ScholarshipFoundIdx)
               MOVE "Y" TO WS-HoursShort
           END-IF
           IF SS-FullTime(ScholarshipFoundIdx) = "Y"
               IF ST-FallHours(StudentIdx) < WS-FullTimeHours
                   OR ST-SpringHours(StudentIdx) < WS-FullTimeHours
                   MOVE "Y" TO WS-FullTimeShort
                   MOVE "NO" TO WS-FullTimeMet
               END-IF
           ELSE
               MOVE "N/A" TO WS-FullTimeMet
           END-IF
           IF SS-Major(ScholarshipFoundIdx) = SPACES
               MOVE "ANY" TO WS-MajorMet
           ELSE
               IF ST-Major(StudentIdx) NOT =
                   SS-Major(ScholarshipFoundIdx)
                   MOVE "Y" TO WS-MajorShort
                   MOVE "NO" TO WS-MajorMet
               END-IF
           END-IF
      *> The grace floors for a probationary renewal.
           MOVE ZERO TO WS-GPAFloor
           IF SS-MinCumGPA(ScholarshipFoundIdx) > WS-GPAGrace
               COMPUTE WS-GPAFloor =
                   SS-MinCumGPA(ScholarshipFoundIdx) - WS-GPAGrace
           END-IF
           MOVE ZERO TO WS-HoursFloor
           IF SS-MinYearHours(ScholarshipFoundIdx) > WS-HoursGrace
               COMPUTE WS-HoursFloor =
                   SS-MinYearHours(ScholarshipFoundIdx) - WS-HoursGrace
           END-IF
           MOVE "Y" TO WS-WithinGrace
           IF WS-CumGPA < WS-GPAFloor
               OR ST-YearEarned(StudentIdx) < WS-HoursFloor
               MOVE "N" TO WS-WithinGrace
           END-IF
           MOVE SPACES TO WS-Reason
           EVALUATE TRUE
               WHEN ST-OnMaster(StudentIdx) = "N"
                   MOVE "CANCEL" TO WS-Verdict
                   MOVE "NO RECORDS ON HISTORY MASTER" TO WS-Reason
               WHEN WS-MajorShort = "Y"
                   MOVE "CANCEL" TO WS-Verdict
                   MOVE "LEFT THE REQUIRED MAJOR" TO WS-Reason
               WHEN WS-FullTimeShort = "Y"
                   MOVE "CANCEL" TO WS-Verdict
                   MOVE "NOT FULL-TIME FALL AND SPRING" TO WS-Reason
               WHEN WS-GPAShort = "N" AND WS-HoursShort = "N"
                   MOVE "RENEW" TO WS-Verdict
               WHEN WS-WithinGrace = "N"
                   MOVE "CANCEL" TO WS-Verdict
                   MOVE "BELOW THE PROBATION FLOOR" TO WS-Reason
               WHEN RP-Status(RecipientIdx) = "P"
                   MOVE "CANCEL" TO WS-Verdict
                   MOVE "SHORT AGAIN WHILE ON PROBATION" TO WS-Reason
               WHEN OTHER
                   MOVE "PROBATIONARY RENEW" TO WS-Verdict
                   IF WS-GPAShort = "Y"
                       MOVE "CUM GPA BELOW MINIMUM" TO WS-Reason
                   ELSE
                       MOVE "YEAR HOURS BELOW MINIMUM" TO WS-Reason
                   END-IF
           END-EVALUATE
           EVALUATE WS-Verdict
               WHEN "RENEW"
                   ADD 1 TO WS-RenewCount
               WHEN "PROBATIONARY RENEW"
                   ADD 1 TO WS-ProbationCount
               WHEN OTHER
                   ADD 1 TO WS-CancelCount
           END-EVALUATE
           MOVE WS-CumGPA TO WS-GPAOut
           MOVE SS-MinCumGPA(ScholarshipFoundIdx) TO WS-GPAOut2
           MOVE ST-YearEarned(StudentIdx) TO WS-HoursOut
           MOVE SS-MinYearHours(ScholarshipFoundIdx) TO WS-HoursOut2
           MOVE ST-FallHours(StudentIdx) TO WS-TermHoursOut
           MOVE ST-SpringHours(StudentIdx) TO WS-TermHoursOut2
           MOVE SPACES TO RenewalReportLine
           STRING ST-StudentName(StudentIdx), " ",
               ST-StudentWNbr(StudentIdx), " ",
               RP-ScholCode(RecipientIdx), " ",
               WS-GPAOut, "/", WS-GPAOut2, "   ",
               WS-HoursOut, "/", WS-HoursOut2, "    ",
               WS-TermHoursOut, " ", WS-TermHoursOut2, " ",
               WS-FullTimeMet, "  ", WS-MajorMet, "    ",
               WS-Verdict, " ", WS-Reason
               INTO RenewalReportLine
           WRITE RenewalReportRecord
           IF WS-Verdict = "CANCEL"
               PERFORM WriteCancelLetter
           END-IF.

      *> A letter to an address the mail has come back from goes to
      *> the hold file, never into the mail run.
       WriteLetterLine.
           IF ST-AddrBad(StudentIdx) = "Y"
               MOVE LetterLine TO LetterHoldLine
               WRITE LetterHoldRecord
           ELSE
               WRITE LetterRecord
           END-IF
           ADD 1 TO WS-LinesOnLetter.

      *> One print-ready page per cancellation: date, mailing block,
      *> the award and the year, each criterion with the student's
      *> figure beside the requirement, the appeal paragraph, and
      *> the office's closing block, padded to a full page.
       WriteCancelLetter.
           ADD 1 TO WS-LettersWritten
           MOVE ZERO TO WS-LinesOnLetter
           IF ST-AddrBad(StudentIdx) = "Y"
               ADD 1 TO WS-HeldForAddress
               MOVE SPACES TO LetterLine
               STRING "*** HOLD FOR ADDRESS -- " DELIMITED BY SIZE,
                   ST-AddrReturnDoc(StudentIdx) DELIMITED BY SPACE,
                   " RETURNED " DELIMITED BY SIZE,
                   ST-AddrReturnDate(StudentIdx) DELIMITED BY SIZE,
                   " ***" DELIMITED BY SIZE
                   INTO LetterLine
               PERFORM WriteLetterLine
           END-IF
           MOVE "SOUTHEASTERN LOUISIANA UNIVERSITY" TO LetterLine
           PERFORM WriteLetterLine
           MOVE "OFFICE OF SCHOLARSHIPS -- HAMMOND, LA 70402"
               TO LetterLine
           PERFORM WriteLetterLine
           MOVE SPACES TO LetterLine
           STRING "DATE: ", WS-RunDateOut INTO LetterLine
           PERFORM WriteLetterLine
           MOVE SPACES TO LetterLine
           PERFORM WriteLetterLine
           MOVE ST-StudentName(StudentIdx) TO LetterLine
           PERFORM WriteLetterLine
           IF ST-OnDemographic(StudentIdx) = "Y"
               AND (ST-AddressLine1(StudentIdx) NOT = SPACES
               OR ST-AddressLine2(StudentIdx) NOT = SPACES)
               MOVE ST-AddressLine1(StudentIdx) TO LetterLine
               PERFORM WriteLetterLine
               MOVE ST-AddressLine2(StudentIdx) TO LetterLine
               PERFORM WriteLetterLine
           ELSE
               ADD 1 TO WS-NoAddressCount
               MOVE "*** ADDRESS NOT ON FILE -- HAND-ADDRESS ***"
                   TO LetterLine
               PERFORM WriteLetterLine
           END-IF
           MOVE SPACES TO LetterLine
           PERFORM WriteLetterLine
           MOVE SPACES TO LetterLine
           STRING "DEAR " DELIMITED BY SIZE,
               ST-StudentName(StudentIdx) DELIMITED BY "  ",
               "," DELIMITED BY SIZE INTO LetterLine
           PERFORM WriteLetterLine
           MOVE SPACES TO LetterLine
           PERFORM WriteLetterLine
           MOVE "THIS LETTER IS TO NOTIFY YOU THAT YOUR"
               TO LetterLine
           PERFORM WriteLetterLine
           MOVE SPACES TO LetterLine
           STRING SS-ScholName(ScholarshipFoundIdx) DELIMITED BY "  ",
               " WILL NOT BE RENEWED" DELIMITED BY SIZE
               INTO LetterLine
           PERFORM WriteLetterLine
           MOVE SPACES TO LetterLine
           STRING "FOR THE ", WS-AcadYearEnd, "-", WS-NextYearEnd,
               " ACADEMIC YEAR." INTO LetterLine
           PERFORM WriteLetterLine
           MOVE SPACES TO LetterLine
           PERFORM WriteLetterLine
           MOVE SPACES TO LetterLine
           STRING "RENEWAL REVIEW FOR THE ", WS-AcadYear, "-",
               WS-AcadYearEnd, " ACADEMIC YEAR:" INTO LetterLine
           PERFORM WriteLetterLine
           MOVE SPACES TO LetterLine
           PERFORM WriteLetterLine
           MOVE "                          YOURS    REQUIRED"
               TO LetterLine
           PERFORM WriteLetterLine
           MOVE SPACES TO LetterLine
           STRING "    CUMULATIVE GPA:       ", WS-GPAOut,
               "     ", WS-GPAOut2 INTO LetterLine
           PERFORM WriteLetterLine
           MOVE SPACES TO LetterLine
           STRING "    HOURS EARNED IN YEAR: ", WS-HoursOut,
               "       ", WS-HoursOut2 INTO LetterLine
           PERFORM WriteLetterLine
           IF SS-FullTime(ScholarshipFoundIdx) = "Y"
               MOVE SPACES TO LetterLine
               STRING "    FULL-TIME EACH TERM:  ", WS-FullTimeMet,
                   "       YES" INTO LetterLine
               PERFORM WriteLetterLine
           END-IF
           IF SS-Major(ScholarshipFoundIdx) NOT = SPACES
               MOVE SPACES TO LetterLine
               STRING "    MAJOR:                ",
                   ST-Major(StudentIdx) INTO LetterLine
               PERFORM WriteLetterLine
               MOVE SPACES TO LetterLine
               STRING "    REQUIRED MAJOR:       ",
                   SS-Major(ScholarshipFoundIdx) INTO LetterLine
               PERFORM WriteLetterLine
           END-IF
           MOVE SPACES TO LetterLine
           PERFORM WriteLetterLine
           MOVE SPACES TO LetterLine
           STRING "REASON: ", WS-Reason INTO LetterLine
           PERFORM WriteLetterLine
           MOVE SPACES TO LetterLine
           PERFORM WriteLetterLine
           MOVE "YOU MAY APPEAL THIS DECISION IN WRITING TO THE"
               TO LetterLine
           PERFORM WriteLetterLine
           MOVE "OFFICE OF SCHOLARSHIPS WITHIN 30 DAYS OF THE DATE OF"
               TO LetterLine
           PERFORM WriteLetterLine
           MOVE "THIS LETTER." TO LetterLine
           PERFORM WriteLetterLine
           IF ST-Advisor(StudentIdx) NOT = SPACES
               MOVE SPACES TO LetterLine
               STRING "YOUR ADVISOR IS ", ST-Advisor(StudentIdx), "."
                   INTO LetterLine
               PERFORM WriteLetterLine
           END-IF
           MOVE SPACES TO LetterLine
           PERFORM WriteLetterLine
           MOVE "SINCERELY," TO LetterLine
           PERFORM WriteLetterLine
           MOVE SPACES TO LetterLine
           PERFORM WriteLetterLine
           MOVE "OFFICE OF SCHOLARSHIPS" TO LetterLine
           PERFORM WriteLetterLine
           MOVE "SOUTHEASTERN LOUISIANA UNIVERSITY" TO LetterLine
           PERFORM WriteLetterLine
           PERFORM UNTIL WS-LinesOnLetter NOT < WS-LetterPageSize
               MOVE SPACES TO LetterLine
               PERFORM WriteLetterLine
           END-PERFORM.

       WriteAuditHeader.
           OPEN EXTEND auditTrailFile
           IF WS-AuditTrailStatus = "35"
               OPEN OUTPUT auditTrailFile
           END-IF
           MOVE SPACES TO AuditTrailLine
           STRING "HDR ", WS-RunDate, " ", WS-RunTime,
               " P2SCHOLRENEW IN=P2ScholRecip.dat "
               "OUT=P2ScholRenew.dat FRESH" INTO AuditTrailLine
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
               " P2SCHOLRENEW YEAR=", WS-AcadYear,
               " READ=", RecipientCount,
               " RENEW=", WS-RenewCount,
               " PROBATION=", WS-ProbationCount,
               " CANCEL=", WS-CancelCount,
               " LETTERS=", WS-LettersWritten,
               " HELD=", WS-HeldForAddress, " NORMAL"
               INTO AuditTrailLine
           WRITE AuditTrailRecord
           CLOSE auditTrailFile.
