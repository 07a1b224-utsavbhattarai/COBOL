      *> records on the master gets an exception line instead of a
      *> silent nothing.  FERPA-held students still reprint (a
      *> transcript order is the student's own request) but every
      *> page carries the CONFIDENTIAL stamp.  An OFFICIAL copy is
      *> refused outright while the student carries a blocking
      *> institutional hold on P2Holds.dat (bursar, library, and
      *> the rest -- see HOLDMST.CPY): the order gets a refusal
      *> line naming the hold and the office to clear it with, the
      *> refusal goes on the disclosure ledger, and the shared hold
      *> exceptions file P2HoldExc.dat gets a line for the offices.
      *> Unofficial copies still print -- a hold withholds the
      *> credential, not the student's own view of the record.
      *> Graduate coursework (the course's career on P2Catalog.dat)
      *> prints in its own section the way P2 lays it out: the
      *> student's undergraduate terms first with an UNDERGRADUATE
      *> TOTAL line, then a GRADUATE CAREER heading, the graduate
      *> terms on their own cumulative, and a GRADUATE TOTAL line.
      *> The category subtotals are the student's own career's.
      *> An order carrying an as-of date prints the transcript as it
      *> stood at the close of that date instead: the CALLed P2AsOf
      *> rebuilds the student's history from the generations and
      *> the maintenance log, and every page is stamped HISTORICAL
      *> RECONSTRUCTION with the base it started from and how many
      *> changes were rolled back.  A reconstruction is never an
      *> official copy, and one P2AsOf cannot rebuild safely is
      *> refused with its reason and goes on the ledger like any
      *> refusal.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2Reprint.
           SELECT privacyFile ASSIGN TO "P2Privacy.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PrivacyStatus.
           SELECT holdFile ASSIGN TO "P2Holds.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HoldStatus.
      *> Shared with P2EnrollVer and P2Register -- every service a
      *> hold stopped or flagged, appended across runs.
           SELECT holdExcFile ASSIGN TO "P2HoldExc.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HoldExcStatus.
           SELECT reprintFile ASSIGN TO "P2Reprint.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
      *> Same run-control parameter file P2 reads, so a reprint
      *> shows the same Dean's List line and page size the original
      *> run used.
           SELECT catalogFile ASSIGN TO "P2Catalog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CatalogStatus.
           SELECT paramFile ASSIGN TO "P2Params.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ParamStatus.
           SELECT disclosureFile ASSIGN TO "P2Disclosure.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DisclosureStatus.
      *> One student's rebuilt history, written by P2AsOf for an
      *> as-of order -- same layout as the master.
           SELECT asOfFile ASSIGN TO "P2AsOfHist.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AsOfStatus.

       DATA DIVISION.
       FILE SECTION.
      *> read back with them as SPACES, which issues an unofficial,
      *> unaddressed copy exactly as before (and still goes on the
      *> ledger).  RQ-Official: "O" official, anything else
      *> unofficial.  RQ-AsOfDate (YYYYMMDD), appended after, asks
      *> for the transcript as of that date; blank is today's.
       FD requestFile.
       01 RequestRecord.
        02 RQ-StudentWNbr PIC X(9).
        02 RQ-Requester PIC X(20).
        02 RQ-Recipient PIC X(30).
        02 RQ-Official PIC X(1).
        02 RQ-AsOfDate PIC X(8).

       FD historyFile.
       01 HistoryRecord.
       01 PrivacyRecord.
        02 PR-StudentWNbr PIC X(9).

       FD holdFile.
       01 HoldRecord.
           COPY "HOLDMST.CPY".

       FD holdExcFile.
       01 HoldExcRecord.
        02 HoldExcLine PIC X(132).

       FD reprintFile.
       01 outRecord.
        02 DatFile        PIC X(100).
           02 MajorQPOut PIC ZZZ9.99.
           02 MajorGPAOut PIC 9.99.

       FD catalogFile.
       01 CatalogRecord.
        02 CAT-Course PIC X(9).
        02 CAT-CourseD PIC X(28).
        02 CAT-CreditHr PIC 9.
        02 CAT-EffFromText PIC X(5).
        02 CAT-EffToText PIC X(5).
        02 CAT-Career PIC X(2).

       FD paramFile.
       01 ParamRecord.
        02 ParamLine PIC X(40).
       01 DisclosureRecord.
        02 DisclosureLine PIC X(132).

       FD asOfFile.
       01 AsOfRecord.
        02 AsOfLine PIC X(89).

       WORKING-STORAGE SECTION.
       01 WS-RequestStatus PIC XX VALUE SPACES.
       01 WS-IssueCtlStatus PIC XX VALUE SPACES.
       01 WS-KeyedEOF PIC X VALUE "N".
       01 WS-DemographicStatus PIC XX VALUE SPACES.
       01 WS-PrivacyStatus PIC XX VALUE SPACES.
       01 WS-HoldStatus PIC XX VALUE SPACES.
       01 WS-HoldExcStatus PIC XX VALUE SPACES.
       01 WS-HoldEOF PIC X VALUE "N".
       01 WS-ParamStatus PIC XX VALUE SPACES.
       01 WS-CatalogStatus PIC XX VALUE SPACES.
       01 WS-CatalogEOF PIC X VALUE "N".
       01 WS-RequestEOF PIC X VALUE "N".
       01 WS-HistEOF PIC X VALUE "N".
       01 WS-DemoEOF PIC X VALUE "N".
       01 WS-RequestsRead PIC 9(5) VALUE ZERO.
       01 WS-Reprinted PIC 9(5) VALUE ZERO.
       01 WS-NotFound PIC 9(5) VALUE ZERO.
       01 WS-HoldRefused PIC 9(5) VALUE ZERO.
       01 WS-RefusalReason PIC X(22) VALUE SPACES.
       01 WS-AsOfStatus PIC XX VALUE SPACES.
       01 WS-AsOfEOF PIC X VALUE "N".
       01 WS-AsOfMode PIC X VALUE "N".
       01 WS-AsOfDate PIC 9(8) VALUE ZERO.
       01 WS-AsOfPrinted PIC 9(5) VALUE ZERO.
      *> " ASOF=yyyymmdd" on an as-of copy's ISSUED ledger line,
      *> else SPACES -- a refusal carries the date in its reason.
       01 WS-AsOfTag PIC X(14) VALUE SPACES.
      *> Request block for the CALLed P2AsOf subprogram.
       01 AsOfRequest.
        02 AsOfReqWNbr PIC X(9) VALUE SPACES.
        02 AsOfReqDate PIC 9(8) VALUE ZERO.
        02 AsOfReqResult PIC X(1) VALUE SPACE.
        02 AsOfReqReason PIC X(40) VALUE SPACES.
        02 AsOfReqBase PIC X(20) VALUE SPACES.
        02 AsOfReqRolled PIC 9(5) VALUE ZERO.
        02 AsOfReqUnmatched PIC 9(5) VALUE ZERO.
        02 AsOfReqRecords PIC 9(5) VALUE ZERO.
      *> P2's own print-formatting constants, copied so the reprint
      *> is byte-for-byte the transcript format.
       01 CourseVar PIC X(9) VALUE "Course".
       01 GPACalculateTotalCredit PIC 99V99 VALUE ZERO.
       01 GPACumulativeCalc PIC 9(4)V99 VALUE ZERO.
       01 WS-StudentFound PIC X VALUE "N".
      *> Career sections.  A request reads the student's history
      *> once per career -- UG then GR -- and each pass prints only
      *> that career's records, so the graduate section follows the
      *> undergraduate one whatever order the terms interleave in.
       01 WS-ReprintCareer PIC X(2) VALUE "UG".
       01 WS-StudentCareer PIC X(2) VALUE "UG".
       01 WS-CourseCareer PIC X(2) VALUE "UG".
       01 WS-GradWorkSeen PIC X VALUE "N".
       01 WS-GradHeadingDone PIC X VALUE "N".
       01 WS-UGCatGenEd PIC 9(4)V99 VALUE ZERO.
       01 WS-UGCatMajor PIC 9(4)V99 VALUE ZERO.
       01 WS-UGCatElective PIC 9(4)V99 VALUE ZERO.
       01 CatalogTable.
           02 CatalogEntry OCCURS 500 TIMES.
               03 CT-Course PIC X(9) VALUE SPACES.
               03 CT-Career PIC X(2) VALUE "UG".
       01 CatalogCount PIC 9(3) VALUE ZERO.
       01 CatalogIdx PIC 9(3) VALUE ZERO.
      *> Retake replacement replay, same rules as P2.cob.
       01 CourseHistoryTable.
           02 CourseHistoryEntry OCCURS 200 TIMES.
               03 PV-StudentWNbr PIC X(9) VALUE SPACES.
       01 PrivacyCount PIC 999 VALUE ZERO.
       01 PrivacyIdx PIC 999 VALUE ZERO.
      *> Blocking institutional holds, loaded once -- informational
      *> holds never stop an official copy and are not kept.
       01 HoldTable.
           02 HoldEntry OCCURS 500 TIMES.
               03 HL-StudentWNbr PIC X(9) VALUE SPACES.
               03 HL-HoldType PIC X(10) VALUE SPACES.
               03 HL-Office PIC X(20) VALUE SPACES.
               03 HL-PlacedDate PIC 9(8) VALUE ZERO.
               03 HL-Reason PIC X(30) VALUE SPACES.
       01 HoldCount PIC 999 VALUE ZERO.
       01 HoldIdx PIC 999 VALUE ZERO.
       01 HoldFoundIdx PIC 999 VALUE ZERO.
      *> Interlock request block for the CALLed P2Lock subprogram
      *> -- readers hold the master's lock shared for the run: the
      *> HISTIX lock when the keyed twin serves the requests, the

       PROCEDURE DIVISION.
       PERFORM ReadRunParams.
       PERFORM LoadCatalog.
       PERFORM LoadPrivacyHolds.
       PERFORM LoadBlockingHolds.
       PERFORM OpenKeyedMaster.
      *> The scanning fallback reads the line-sequential master
      *> directly, so that master must balance to its integrity
           STOP RUN
       END-IF.
       OPEN OUTPUT reprintFile.
       OPEN EXTEND holdExcFile.
       IF WS-HoldExcStatus = "35"
           OPEN OUTPUT holdExcFile
       END-IF.
       PERFORM UNTIL WS-RequestEOF = "Y"
           READ requestFile
               AT END
       END-PERFORM.
       CLOSE requestFile.
       CLOSE reprintFile.
       CLOSE holdExcFile.
       CLOSE disclosureFile.
       PERFORM WriteIssueControl.
       IF WS-KeyedAvail = "Y"
       DISPLAY "P2REPRINT: REQUESTS: " WS-RequestsRead
           "  REPRINTED: " WS-Reprinted
           "  NOT ON FILE: " WS-NotFound
           "  OFFICIAL COPIES: " WS-OfficialIssued
           "  HOLD REFUSALS: " WS-HoldRefused
           "  AS-OF COPIES: " WS-AsOfPrinted.
       IF WS-HoldRefused > ZERO AND RETURN-CODE < 4
           MOVE 4 TO RETURN-CODE
       END-IF.
       PERFORM ReleaseMasterLock.
       STOP RUN.

               CLOSE privacyFile
           END-IF.

      *> The blocking institutional holds.  No holds master simply
      *> means no holds; overflow stops the run for the same reason
      *> a FERPA overflow does.
       LoadBlockingHolds.
           MOVE "N" TO WS-HoldEOF
           OPEN INPUT holdFile
           IF WS-HoldStatus NOT = "00"
               MOVE "Y" TO WS-HoldEOF
           END-IF
           PERFORM UNTIL WS-HoldEOF = "Y"
               READ holdFile
                   AT END
                       MOVE "Y" TO WS-HoldEOF
                   NOT AT END
                       IF HD-Blocking = "Y"
                           IF HoldCount < 500
                               ADD 1 TO HoldCount
                               MOVE HD-StudentWNbr TO
                                   HL-StudentWNbr(HoldCount)
                               MOVE HD-HoldType TO
                                   HL-HoldType(HoldCount)
                               MOVE HD-Office TO HL-Office(HoldCount)
                               MOVE HD-PlacedDate TO
                                   HL-PlacedDate(HoldCount)
                               MOVE HD-Reason TO HL-Reason(HoldCount)
                           ELSE
                               DISPLAY "P2REPRINT ABORTED: MORE THAN "
                                   "500 BLOCKING HOLDS IN P2Holds.dat"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HoldStatus NOT = "35"
               CLOSE holdFile
           END-IF.

      *> One transcript order: scan the master for the requested
      *> W-number (the master is re-opened per request -- orders are
      *> daily and small, the master scan is the simple and safe
       ReprintOneStudent.
           MOVE "N" TO WS-StudentFound
           MOVE RQ-StudentWNbr TO CurrentStuWNbr
           MOVE "N" TO WS-AsOfMode
           MOVE SPACES TO WS-AsOfTag
           IF RQ-AsOfDate NOT = SPACES
               PERFORM RebuildAsOfHistory
               IF AsOfReqResult NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF RQ-Official = "O"
               PERFORM CheckBlockingHold
               IF HoldFoundIdx > ZERO
                   PERFORM RefuseForHold
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE SPACES TO CurrentStuName
           MOVE SPACES TO YearSaver
           MOVE ZERO TO CalculateTotalCredit
           MOVE ZERO TO GPACumulativeCalc
           MOVE ZERO TO CourseHistoryCount
           MOVE ZERO TO WS-LinesOnPage
           MOVE "UG" TO WS-ReprintCareer
           MOVE "N" TO WS-GradWorkSeen
           MOVE "N" TO WS-GradHeadingDone
           PERFORM CheckPrivacyHold
           PERFORM LookupDemographics
           PERFORM ReadStudentHistory
           IF WS-GradWorkSeen = "Y"
               PERFORM StartGraduateSection
               MOVE "GR" TO WS-ReprintCareer
               PERFORM ReadStudentHistory
           END-IF
           IF WS-StudentFound = "Y"
               PERFORM CloseSemester
               IF WS-GradWorkSeen = "Y"
                   PERFORM WriteCareerTotal
                   IF WS-StudentCareer NOT = "GR"
                       MOVE WS-UGCatGenEd TO CategoryCreditGenEd
                       MOVE WS-UGCatMajor TO CategoryCreditMajor
                       MOVE WS-UGCatElective TO CategoryCreditElective
                   END-IF
               END-IF
               PERFORM WriteCategorySubtotals
               ADD 1 TO WS-Reprinted
               IF WS-AsOfMode = "Y"
                   ADD 1 TO WS-AsOfPrinted
               END-IF
               IF RQ-Official = "O"
                   PERFORM WriteIssuedToBlock
               END-IF
               STRING "*** NO RECORDS ON FILE FOR ",
                   RQ-StudentWNbr, " ***" INTO DatFile
               PERFORM WriteOutLine
               MOVE "NOT ON FILE" TO WS-RefusalReason
               IF WS-AsOfMode = "Y"
                   MOVE SPACES TO WS-RefusalReason
                   STRING "NONE AS OF ", RQ-AsOfDate
                       DELIMITED BY SIZE INTO WS-RefusalReason
               END-IF
               PERFORM LogRefusal
           END-IF
           MOVE SPACES TO DatFile
           PERFORM WriteOutLine.

      *> One pass over the student's history for the career in
      *> WS-ReprintCareer, keyed when the twin is up -- or over the
      *> rebuilt history for an as-of order.
       ReadStudentHistory.
           EVALUATE TRUE
               WHEN WS-AsOfMode = "Y"
                   PERFORM ReadAsOfHistory
               WHEN WS-KeyedAvail = "Y"
                   PERFORM ReadKeyedStudent
               WHEN OTHER
                   PERFORM ScanMasterForStudent
           END-EVALUATE.

      *> An as-of order: the date must be a past (or today's) date,
      *> and P2AsOf must be able to rebuild the history as of it.
      *> The copy is printed unofficial whatever was ordered -- a
      *> reconstruction is not the record and carries no control
      *> number -- so no hold stops it either.  A refusal prints
      *> P2AsOf's reason and goes on the ledger.  The heading still
      *> shows today's name, major, and college off the demographic
      *> master; only the coursework is rebuilt.
       RebuildAsOfHistory.
           MOVE "Y" TO WS-AsOfMode
           MOVE SPACE TO RQ-Official
           MOVE "N" TO AsOfReqResult
           MOVE SPACES TO AsOfReqReason
           STRING " ASOF=", RQ-AsOfDate DELIMITED BY SIZE
               INTO WS-AsOfTag
           IF RQ-AsOfDate NOT NUMERIC
               MOVE "AS-OF DATE NOT A DATE" TO AsOfReqReason
           ELSE
               MOVE RQ-AsOfDate TO WS-AsOfDate
               IF WS-AsOfDate < 19000101 OR WS-AsOfDate > WS-RunDate
                   MOVE "AS-OF DATE NOT A PAST DATE" TO AsOfReqReason
               ELSE
                   MOVE RQ-StudentWNbr TO AsOfReqWNbr
                   MOVE WS-AsOfDate TO AsOfReqDate
                   CALL "P2AsOf" USING AsOfRequest
               END-IF
           END-IF
           IF AsOfReqResult = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DatFile
           STRING "*** AS-OF TRANSCRIPT REFUSED FOR ",
               RQ-StudentWNbr, " AS OF ", RQ-AsOfDate, " ***"
               INTO DatFile
           PERFORM WriteOutLine
           MOVE SPACES TO DatFile
           STRING "*** ", AsOfReqReason DELIMITED BY "  ",
               " ***" DELIMITED BY SIZE INTO DatFile
           PERFORM WriteOutLine
           MOVE SPACES TO WS-RefusalReason
           STRING "AS-OF ", RQ-AsOfDate, " REFUSED"
               DELIMITED BY SIZE INTO WS-RefusalReason
           PERFORM LogRefusal
           MOVE SPACES TO DatFile
           PERFORM WriteOutLine.

      *> As-of path: P2AsOf has already put the student's records in
      *> master order, so each is copied into the master's record
      *> fields for ProcessHistoryRecord, as the keyed path does.
       ReadAsOfHistory.
           MOVE "N" TO WS-AsOfEOF
           OPEN INPUT asOfFile
           IF WS-AsOfStatus NOT = "00"
               MOVE "Y" TO WS-AsOfEOF
           END-IF
           PERFORM UNTIL WS-AsOfEOF = "Y"
               READ asOfFile
                   AT END
                       MOVE "Y" TO WS-AsOfEOF
                   NOT AT END
                       MOVE AsOfLine TO HistoryRecord
                       PERFORM ProcessHistoryRecord
               END-READ
           END-PERFORM
           IF WS-AsOfStatus NOT = "35"
               CLOSE asOfFile
           END-IF.

      *> Closes out the undergraduate section before the graduate
      *> pass: last term, UNDERGRADUATE TOTAL, and a fresh
      *> cumulative for the graduate career.  The undergraduate
      *> category hours are kept for an undergraduate student's
      *> subtotals.
       StartGraduateSection.
           IF WS-StudentFound = "Y"
               PERFORM CloseSemester
               PERFORM WriteCareerTotal
           END-IF
           MOVE CategoryCreditGenEd TO WS-UGCatGenEd
           MOVE CategoryCreditMajor TO WS-UGCatMajor
           MOVE CategoryCreditElective TO WS-UGCatElective
           MOVE SPACES TO YearSaver
           MOVE ZERO TO CumulativeCalc
           MOVE ZERO TO CumulativeQP
           MOVE ZERO TO GPACumulativeCalc
           MOVE ZERO TO MajorCumulativeCalc
           MOVE ZERO TO MajorCumulativeQP
           MOVE ZERO TO CategoryCreditGenEd
           MOVE ZERO TO CategoryCreditMajor
           MOVE ZERO TO CategoryCreditElective.

      *> P2's career total line off the cumulative just closed.
       WriteCareerTotal.
           MOVE SPACES TO outRecordCalc
           IF WS-ReprintCareer = "GR"
               STRING SemesterSpace(1:29), "GRADUATE TOTAL"
                   INTO outRecordCalc
           ELSE
               STRING SemesterSpace(1:24), "UNDERGRADUATE TOTAL"
                   INTO outRecordCalc
           END-IF
           MOVE CumulativeCalc TO CalculateTotalCreditOut
           MOVE CumulativeQP TO CalculateTotalQPOut
           MOVE CumGPA TO calcVal
           MOVE MajorCumulativeCalc TO MajorCreditOut
           MOVE MajorCumulativeQP TO MajorQPOut
           MOVE MajorCumGPA TO MajorGPAOut
           PERFORM WriteCalcLine.

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

      *> Course careers only -- a catalog past the table prints the
      *> courses beyond it as undergraduate, same as a course the
      *> catalog does not carry.
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
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CatalogStatus NOT = "35"
               CLOSE catalogFile
           END-IF.

      *> The official copy's control block: a unique sequential
      *> number and who the copy was issued to -- an official
      *> transcript with no ISSUED TO block is the thing the FERPA
               RQ-StudentWNbr, " ",
               RQ-Official, " CTL=", WS-CtlNbr,
               " REQ=", RQ-Requester,
               " TO=", RQ-Recipient, " ISSUED", WS-AsOfTag
               INTO DisclosureLine
           WRITE DisclosureRecord.

               RQ-StudentWNbr, " ",
               RQ-Official, " CTL=000000",
               " REQ=", RQ-Requester,
               " TO=", RQ-Recipient, " REFUSED ", WS-RefusalReason
               INTO DisclosureLine
           WRITE DisclosureRecord.

      *> An official copy ordered while a blocking hold is in force:
      *> the order gets a refusal naming the hold and the office to
      *> see, no control number is spent, and both the disclosure
      *> ledger and the hold exceptions file record it.
       RefuseForHold.
           ADD 1 TO WS-HoldRefused
           MOVE SPACES TO DatFile
           STRING "*** OFFICIAL TRANSCRIPT REFUSED FOR ",
               RQ-StudentWNbr, " -- ",
               HL-HoldType(HoldFoundIdx), " HOLD ***"
               INTO DatFile
           PERFORM WriteOutLine
           MOVE SPACES TO DatFile
           STRING "*** CLEAR WITH: ", HL-Office(HoldFoundIdx),
               " (PLACED ", HL-PlacedDate(HoldFoundIdx), ") ***"
               INTO DatFile
           PERFORM WriteOutLine
           MOVE SPACES TO WS-RefusalReason
           STRING HL-HoldType(HoldFoundIdx) DELIMITED BY SPACE,
               " HOLD" DELIMITED BY SIZE INTO WS-RefusalReason
           PERFORM LogRefusal
           MOVE SPACES TO HoldExcLine
           STRING WS-RunDate, " ", WS-RunTime, " P2REPRINT    ",
               RQ-StudentWNbr, " OFFICIAL REFUSED  ",
               HL-HoldType(HoldFoundIdx), " ",
               HL-Office(HoldFoundIdx), " ",
               HL-PlacedDate(HoldFoundIdx), " ",
               HL-Reason(HoldFoundIdx) INTO HoldExcLine
           WRITE HoldExcRecord
           MOVE SPACES TO DatFile
           PERFORM WriteOutLine.

      *> The control-number sequence, carried between runs -- no
      *> state file yet starts at zero.
       ReadIssueControl.
      *> rules subRead applies -- with the quality points taken from
      *> the master, where P2's own arithmetic put them.
       ProcessHistoryRecord.
           PERFORM FindCourseCareer
           IF WS-CourseCareer NOT = WS-ReprintCareer
               IF WS-CourseCareer = "GR"
                   MOVE "Y" TO WS-GradWorkSeen
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-StudentFound = "N"
               MOVE "Y" TO WS-StudentFound
               MOVE HM-StudentName TO CurrentStuName
               PERFORM WriteStudentHeading
           END-IF
           IF WS-ReprintCareer = "GR" AND WS-GradHeadingDone = "N"
               MOVE "Y" TO WS-GradHeadingDone
               MOVE " " TO DatFile
               PERFORM WriteOutLine
               MOVE "GRADUATE CAREER" TO DatFile
               PERFORM WriteOutLine
           END-IF
           IF YearSaver NOT = SPACES AND HM-Years NOT = YearSaver
               PERFORM CloseSemester
           END-IF
               END-IF
           END-PERFORM.

      *> First blocking hold on file for the requested student, or
      *> HoldFoundIdx zero when none.
       CheckBlockingHold.
           MOVE ZERO TO HoldFoundIdx
           PERFORM VARYING HoldIdx FROM 1 BY 1
               UNTIL HoldIdx > HoldCount OR HoldFoundIdx > ZERO
               IF HL-StudentWNbr(HoldIdx) = CurrentStuWNbr
                   MOVE HoldIdx TO HoldFoundIdx
               END-IF
           END-PERFORM.

       CheckPrivacyHold.
           MOVE "N" TO WS-PrivacyHold
           PERFORM VARYING PrivacyIdx FROM 1 BY 1
           END-PERFORM.

      *> Scans the demographic master for the requested student's
      *> major, college, and career (reopened per request -- the
      *> request file is in whatever order the orders came in).
       LookupDemographics.
           MOVE SPACES TO CurrentStuMajor
           MOVE SPACES TO CurrentStuCollege
           MOVE "UG" TO WS-StudentCareer
           MOVE "N" TO WS-DemoEOF
           OPEN INPUT demographicFile
           IF WS-DemographicStatus NOT = "00"
                       IF DM-StudentWNbr = CurrentStuWNbr
                           MOVE DM-Major TO CurrentStuMajor
                           MOVE DM-College TO CurrentStuCollege
                           IF DM-Career = "GR"
                               MOVE "GR" TO WS-StudentCareer
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               WRITE outRecord
               ADD 1 TO WS-LinesOnPage
           END-IF
           IF WS-AsOfMode = "Y"
               PERFORM WriteAsOfStamp
           END-IF
           MOVE "               SOUTHEASTERN LOUISIANA UNIVERSITY"
               TO DatFile
           PERFORM WriteOutLine
           PERFORM WriteOutLine
           MOVE ' ' TO DatFile.

      *> Every page of an as-of copy says what it is, what it was
      *> rebuilt from, and -- when some change's after image was not
      *> on the base -- that it may not be exact.
       WriteAsOfStamp.
           MOVE SPACES TO DatFile
           STRING "*** HISTORICAL RECONSTRUCTION AS OF ",
               RQ-AsOfDate, " -- NOT A CURRENT RECORD ***"
               INTO DatFile
           WRITE outRecord
           ADD 1 TO WS-LinesOnPage
           MOVE SPACES TO DatFile
           STRING "*** REBUILT FROM ", AsOfReqBase DELIMITED BY "  ",
               " -- " DELIMITED BY SIZE, AsOfReqRolled,
               " CHANGE(S) ROLLED BACK ***" DELIMITED BY SIZE
               INTO DatFile
           WRITE outRecord
           ADD 1 TO WS-LinesOnPage
           IF AsOfReqUnmatched > ZERO
               MOVE SPACES TO DatFile
               STRING "*** CAUTION: ", AsOfReqUnmatched,
                   " CHANGE(S) COULD NOT BE ROLLED BACK ***"
                   INTO DatFile
               WRITE outRecord
               ADD 1 TO WS-LinesOnPage
           END-IF.

      *> P2's course line, with the quality points straight off the
      *> master record.
       WriteCourseLine.
