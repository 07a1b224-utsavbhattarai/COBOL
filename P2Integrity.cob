      *> Progrm-ID: P2Integrity.cob
      *> Authors:    Utsav Bhattarai, Biraj Basnet, Bisheshwor Ghimire, Eraj Khatiwada
      *> OS:        Ubuntu 18
      *> Compiler:  OpenCOBOL

      *> Weekly cross-master referential-integrity sweep.  Each
      *> master re-adds its own CTLTRL trailer whenever it is read,
      *> but nothing checked that the masters agree with one
      *> another, so orphans surfaced one at a time whenever a
      *> downstream report broke on one.  This run reads them all
      *> side by side and reports every disagreement, by category:
      *>   1  a W-number on P2History.dat with no P2Students.dat
      *>      record;
      *>   2  a P2Standing.dat row for a student with no course
      *>      history;
      *>   3  a P2Conferral.dat row for a student with no course
      *>      history;
      *>   4  a P2Crosswalk.dat pseudonym for a student with no
      *>      course history -- normally the source of a P2HistMaint
      *>      "M" merge, named with its merge target when the merge
      *>      is still on P2MaintAudit.dat;
      *>   5  a history record whose course is not on P2Catalog.dat
      *>      at all;
      *>   6  a history record whose term falls outside every
      *>      effective window the catalog gives its course.
      *> The report P2Integrity.dat lists the discrepancies grouped
      *> by category (through a SORT, so the history pass can find
      *> categories 1, 5 and 6 in one read), then the count per
      *> category.  Categories 1-3 are orphans downstream reports
      *> break on and complete RC 8; categories 4-6 alone complete
      *> RC 4; a master that is missing or does not balance to its
      *> trailer aborts RC 12, and a table overflow completes RC 16.
      *> P2Nightly runs the sweep as its weekly step.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2Integrity.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT historyFile ASSIGN TO "P2History.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HistoryStatus.
           SELECT demographicFile ASSIGN TO "P2Students.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DemographicStatus.
           SELECT standingFile ASSIGN TO "P2Standing.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-StandingStatus.
           SELECT conferralFile ASSIGN TO "P2Conferral.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ConferralStatus.
           SELECT crosswalkFile ASSIGN TO "P2Crosswalk.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CrosswalkStatus.
           SELECT catalogFile ASSIGN TO "P2Catalog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CatalogStatus.
           SELECT maintAuditFile ASSIGN TO "P2MaintAudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MaintAuditStatus.
           SELECT reportFile ASSIGN TO "P2Integrity.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT findingWorkFile ASSIGN TO "P2IntegrityWork.tmp".
           SELECT auditTrailFile ASSIGN TO "P2AuditTrail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuditTrailStatus.

       DATA DIVISION.
       FILE SECTION.
       FD historyFile.
       01 HistoryRecord.
           COPY "HISTMST.CPY".

       FD demographicFile.
       01 DemographicRecord.
           COPY "STUDENTD.CPY".

       FD standingFile.
       01 StandingRecord.
        02 ST-StudentWNbr PIC X(9).
        02 ST-Standing PIC X(10).
        02 ST-Years PIC X(11).
        02 ST-DeansList PIC X(1).

       FD conferralFile.
       01 ConferralRecord.
           COPY "CONFMST.CPY".

       FD crosswalkFile.
       01 CrosswalkRecord.
        02 XW-StudentWNbr PIC X(9).
        02 XW-Pseudonym PIC X(9).

       FD catalogFile.
       01 CatalogRecord.
        02 CAT-Course PIC X(9).
        02 CAT-CourseD PIC X(28).
        02 CAT-CreditHr PIC 9.
        02 CAT-EffFromText PIC X(5).
        02 CAT-EffToText PIC X(5).

       FD maintAuditFile.
       01 MaintAuditRecord.
        02 MaintAuditLine PIC X(132).

       FD reportFile.
       01 ReportRecord.
        02 ReportLine PIC X(100).

      *> SORT work file -- one record per discrepancy, ordered by
      *> category and then by the order it was found in.
       SD findingWorkFile.
       01 FindingWorkRecord.
        02 FW-Category PIC 9.
        02 FW-Sequence PIC 9(7).
        02 FW-Text PIC X(90).

       FD auditTrailFile.
       01 AuditTrailRecord.
        02 AuditTrailLine PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-HistoryStatus PIC XX VALUE SPACES.
       01 WS-DemographicStatus PIC XX VALUE SPACES.
       01 WS-StandingStatus PIC XX VALUE SPACES.
       01 WS-ConferralStatus PIC XX VALUE SPACES.
       01 WS-CrosswalkStatus PIC XX VALUE SPACES.
       01 WS-CatalogStatus PIC XX VALUE SPACES.
       01 WS-MaintAuditStatus PIC XX VALUE SPACES.
       01 WS-AuditTrailStatus PIC XX VALUE SPACES.
       01 WS-HistEOF PIC X VALUE "N".
       01 WS-DemoEOF PIC X VALUE "N".
       01 WS-StandingEOF PIC X VALUE "N".
       01 WS-ConferralEOF PIC X VALUE "N".
       01 WS-CrosswalkEOF PIC X VALUE "N".
       01 WS-CatalogEOF PIC X VALUE "N".
       01 WS-MaintEOF PIC X VALUE "N".
       01 WS-WorkEOF PIC X VALUE "N".
       01 WS-RunDate PIC 9(8) VALUE ZERO.
       01 WS-RunTime PIC 9(8) VALUE ZERO.
       01 WS-TableOverflow PIC X VALUE "N".
      *> Students on the demographic master.
       01 StudentTable.
           02 StudentEntry OCCURS 5000 TIMES.
               03 SM-StudentWNbr PIC X(9) VALUE SPACES.
       01 StudentCount PIC 9(5) VALUE ZERO.
       01 StudentIdx PIC 9(5) VALUE ZERO.
       01 StudentFoundIdx PIC 9(5) VALUE ZERO.
      *> Distinct W-numbers with course history.
       01 HistStudentTable.
           02 HistStudentEntry OCCURS 5000 TIMES.
               03 HS-StudentWNbr PIC X(9) VALUE SPACES.
       01 HistStudentCount PIC 9(5) VALUE ZERO.
       01 HistStudentIdx PIC 9(5) VALUE ZERO.
       01 HistStudentFoundIdx PIC 9(5) VALUE ZERO.
      *> Catalog rows -- a course may carry several, one per
      *> effective window.
       01 CatalogTable.
           02 CatalogEntry OCCURS 500 TIMES.
               03 CT-Course PIC X(9) VALUE SPACES.
               03 CT-EffFromKey PIC 9(5) VALUE ZERO.
               03 CT-EffToKey PIC 9(5) VALUE 99999.
       01 CatalogCount PIC 9(3) VALUE ZERO.
       01 CatalogIdx PIC 9(3) VALUE ZERO.
       01 WS-CourseOnCatalog PIC X VALUE "N".
       01 WS-TermInWindow PIC X VALUE "N".
      *> Applied merges off the maintenance log: source into target.
       01 MergeTable.
           02 MergeEntry OCCURS 500 TIMES.
               03 MG-SourceWNbr PIC X(9) VALUE SPACES.
               03 MG-TargetWNbr PIC X(9) VALUE SPACES.
               03 MG-MergeDate PIC X(8) VALUE SPACES.
       01 MergeCount PIC 9(3) VALUE ZERO.
       01 MergeIdx PIC 9(3) VALUE ZERO.
       01 MergeFoundIdx PIC 9(3) VALUE ZERO.
       01 WS-MaintDate PIC X(8) VALUE SPACES.
       01 WS-MaintTime PIC X(8) VALUE SPACES.
       01 WS-MaintVerb PIC X(10) VALUE SPACES.
       01 WS-MaintKind PIC X(14) VALUE SPACES.
       01 WS-MaintSource PIC X(9) VALUE SPACES.
       01 WS-MaintInto PIC X(4) VALUE SPACES.
       01 WS-MaintTarget PIC X(9) VALUE SPACES.
      *> History pass: the student whose records are being read.
       01 WS-CurrWNbr PIC X(9) VALUE SPACES.
       01 WS-CurrName PIC X(16) VALUE SPACES.
       01 WS-CurrRecords PIC 9(5) VALUE ZERO.
       01 WS-RecordsOut PIC ZZZZ9.
      *> Discrepancy counts by category, and whether each category
      *> could be checked at all.
       01 CategoryTable.
           02 CategoryEntry OCCURS 6 TIMES.
               03 CG-Count PIC 9(7) VALUE ZERO.
               03 CG-Checked PIC X VALUE "Y".
               03 CG-Label PIC X(50) VALUE SPACES.
       01 CategoryIdx PIC 9 VALUE ZERO.
       01 WS-FindingCategory PIC 9 VALUE ZERO.
       01 WS-FindingText PIC X(90) VALUE SPACES.
       01 WS-FindingSeq PIC 9(7) VALUE ZERO.
       01 WS-TotalFindings PIC 9(7) VALUE ZERO.
       01 WS-CountOut PIC Z,ZZZ,ZZ9.
       01 WS-PrevCategory PIC 9 VALUE ZERO.
       01 WS-HistoryRead PIC 9(7) VALUE ZERO.
       01 WS-CompletionCode PIC 99 VALUE ZERO.
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
       MOVE "HISTORY W-NUMBER NOT ON P2Students.dat"
           TO CG-Label(1).
       MOVE "P2Standing.dat ROW WITH NO COURSE HISTORY"
           TO CG-Label(2).
       MOVE "P2Conferral.dat ROW WITH NO COURSE HISTORY"
           TO CG-Label(3).
       MOVE "P2Crosswalk.dat PSEUDONYM FOR MERGED-AWAY STUDENT"
           TO CG-Label(4).
       MOVE "HISTORY COURSE NOT ON P2Catalog.dat"
           TO CG-Label(5).
       MOVE "HISTORY TERM OUTSIDE CATALOG EFFECTIVE WINDOW"
           TO CG-Label(6).
       PERFORM AcquireMasterLocks.
       PERFORM WriteAuditHeader.
       PERFORM VerifyHistoryMaster.
       PERFORM VerifyDemographicMaster.
       PERFORM LoadStudents.
       PERFORM LoadCatalog.
       PERFORM LoadMerges.
       SORT findingWorkFile
           ON ASCENDING KEY FW-Category FW-Sequence
           INPUT PROCEDURE IS SweepMasters
           OUTPUT PROCEDURE IS PrintDiscrepancyReport.
       EVALUATE TRUE
           WHEN WS-TableOverflow = "Y"
               MOVE 16 TO WS-CompletionCode
           WHEN CG-Count(1) > ZERO OR CG-Count(2) > ZERO
               OR CG-Count(3) > ZERO
               MOVE 8 TO WS-CompletionCode
           WHEN WS-TotalFindings > ZERO
               MOVE 4 TO WS-CompletionCode
           WHEN OTHER
               MOVE ZERO TO WS-CompletionCode
       END-EVALUATE.
       DISPLAY "P2INTEGRITY: HISTORY RECORDS: " WS-HistoryRead
           "  DISCREPANCIES: " WS-TotalFindings
           "  COMPLETION CODE: " WS-CompletionCode.
       PERFORM WriteAuditTrailer.
       PERFORM ReleaseMasterLocks.
       MOVE WS-CompletionCode TO RETURN-CODE.
       STOP RUN.

       AcquireMasterLocks.
           MOVE "STUDENTS" TO LockReqName
           MOVE "S" TO LockReqMode
           MOVE "ACQUIRE" TO LockReqAction
           MOVE "P2INTEGRITY" TO LockReqProgram
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

      *> Re-adds the history master against its integrity trailer.
      *> The sweep cannot run without both masters, and a master
      *> that does not balance would only report its own damage as
      *> cross-master orphans, so either refuses the run.
       VerifyHistoryMaster.
           MOVE ZERO TO WS-VfyCount
           MOVE ZERO TO WS-VfyHash1
           MOVE ZERO TO WS-VfyHash2
           MOVE "N" TO WS-VfyTrailerSeen
           MOVE "N" TO WS-VfyEOF
           OPEN INPUT historyFile
           IF WS-HistoryStatus NOT = "00"
               DISPLAY "P2INTEGRITY ABORTED: P2History.dat COULD NOT "
                   "BE OPENED (STATUS " WS-HistoryStatus ")"
               PERFORM AbortSweep
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
               DISPLAY "P2INTEGRITY: P2History.dat CARRIES NO "
                   "INTEGRITY TRAILER (LEGACY MASTER) -- "
                   "PROCESSED AS-IS"
               EXIT PARAGRAPH
           END-IF
           IF WS-VT-Count NOT = WS-VfyCount
               OR WS-VT-Hash1 NOT = WS-VfyHash1
               OR WS-VT-Hash2 NOT = WS-VfyHash2
               DISPLAY "P2INTEGRITY ABORTED: P2History.dat DOES NOT "
                   "BALANCE TO ITS INTEGRITY TRAILER"
               DISPLAY "  TRAILER: COUNT=" WS-VT-Count
                   " HRS=" WS-VT-Hash1 " QP=" WS-VT-Hash2
               DISPLAY "  ON FILE: COUNT=" WS-VfyCount
                   " HRS=" WS-VfyHash1 " QP=" WS-VfyHash2
               PERFORM AbortSweep
           END-IF.

       VerifyDemographicMaster.
           MOVE ZERO TO WS-VfyCount
           MOVE ZERO TO WS-VfyHash1
           MOVE "N" TO WS-VfyTrailerSeen
           MOVE "N" TO WS-VfyEOF
           OPEN INPUT demographicFile
           IF WS-DemographicStatus NOT = "00"
               DISPLAY "P2INTEGRITY ABORTED: P2Students.dat COULD "
                   "NOT BE OPENED (STATUS " WS-DemographicStatus ")"
               PERFORM AbortSweep
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
               DISPLAY "P2INTEGRITY: P2Students.dat CARRIES NO "
                   "INTEGRITY TRAILER (LEGACY MASTER) -- "
                   "USED AS-IS"
               EXIT PARAGRAPH
           END-IF
           IF WS-VT-Count NOT = WS-VfyCount
               OR WS-VT-Hash1 NOT = WS-VfyHash1
               DISPLAY "P2INTEGRITY ABORTED: P2Students.dat DOES "
                   "NOT BALANCE TO ITS INTEGRITY TRAILER"
               DISPLAY "  TRAILER: COUNT=" WS-VT-Count
                   " YEARS=" WS-VT-Hash1
               DISPLAY "  ON FILE: COUNT=" WS-VfyCount
                   " YEARS=" WS-VfyHash1
               PERFORM AbortSweep
           END-IF.

      *> Closes the audit pair the header opened and ends the run.
       AbortSweep.
           ACCEPT WS-RunDate FROM DATE YYYYMMDD
           ACCEPT WS-RunTime FROM TIME
           OPEN EXTEND auditTrailFile
           IF WS-AuditTrailStatus = "35"
               OPEN OUTPUT auditTrailFile
           END-IF
           MOVE SPACES TO AuditTrailLine
           STRING "TRL ", WS-RunDate, " ", WS-RunTime,
               " P2INTEGRITY DISCREPANCIES=0000000 ABORTED"
               INTO AuditTrailLine
           WRITE AuditTrailRecord
           CLOSE auditTrailFile
           PERFORM ReleaseMasterLocks
           MOVE 12 TO RETURN-CODE
           STOP RUN.

       LoadStudents.
           MOVE "N" TO WS-DemoEOF
           OPEN INPUT demographicFile
           PERFORM UNTIL WS-DemoEOF = "Y"
               READ demographicFile
                   AT END
                       MOVE "Y" TO WS-DemoEOF
                   NOT AT END
                       IF DemographicRecord(1:6) NOT = "CTLTRL"
                           IF StudentCount < 5000
                               ADD 1 TO StudentCount
                               MOVE DM-StudentWNbr TO
                                   SM-StudentWNbr(StudentCount)
                           ELSE
                               MOVE "Y" TO WS-TableOverflow
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE demographicFile
           IF WS-TableOverflow = "Y"
               DISPLAY "P2INTEGRITY: STUDENT TABLE OVERFLOW -- "
                   "STUDENTS PAST 5000 WILL REPORT AS ORPHANS"
           END-IF.

      *> Rows from before the effective-date columns existed read
      *> back with SPACES -- an open-ended window, the way P2.cob
      *> treats them.
       LoadCatalog.
           MOVE "N" TO WS-CatalogEOF
           OPEN INPUT catalogFile
           IF WS-CatalogStatus NOT = "00"
               MOVE "Y" TO WS-CatalogEOF
               MOVE "N" TO CG-Checked(5)
               MOVE "N" TO CG-Checked(6)
           END-IF
           PERFORM UNTIL WS-CatalogEOF = "Y"
               READ catalogFile
                   AT END
                       MOVE "Y" TO WS-CatalogEOF
                   NOT AT END
                       IF CatalogCount < 500
                           ADD 1 TO CatalogCount
                           MOVE CAT-Course TO CT-Course(CatalogCount)
                           IF CAT-EffFromText IS NUMERIC
                               MOVE CAT-EffFromText TO
                                   CT-EffFromKey(CatalogCount)
                           ELSE
                               MOVE ZERO TO
                                   CT-EffFromKey(CatalogCount)
                           END-IF
                           IF CAT-EffToText IS NUMERIC
                               MOVE CAT-EffToText TO
                                   CT-EffToKey(CatalogCount)
                           ELSE
                               MOVE 99999 TO
                                   CT-EffToKey(CatalogCount)
                           END-IF
                       ELSE
                           MOVE "Y" TO WS-TableOverflow
                           DISPLAY "P2INTEGRITY: CATALOG TABLE "
                               "OVERFLOW: " CAT-Course " NOT LOADED"
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CatalogStatus NOT = "35"
               CLOSE catalogFile
           END-IF.

      *> "date time APPLIED MERGE source INTO target" lines off the
      *> maintenance log.  Merges already moved to a retention
      *> archive are not reread -- their pseudonyms still report,
      *> just without the merge target beside them.
       LoadMerges.
           MOVE "N" TO WS-MaintEOF
           OPEN INPUT maintAuditFile
           IF WS-MaintAuditStatus NOT = "00"
               MOVE "Y" TO WS-MaintEOF
           END-IF
           PERFORM UNTIL WS-MaintEOF = "Y"
               READ maintAuditFile
                   AT END
                       MOVE "Y" TO WS-MaintEOF
                   NOT AT END
                       MOVE SPACES TO WS-MaintDate WS-MaintTime
                           WS-MaintVerb WS-MaintKind WS-MaintSource
                           WS-MaintInto WS-MaintTarget
                       UNSTRING MaintAuditLine DELIMITED BY ALL " "
                           INTO WS-MaintDate, WS-MaintTime,
                               WS-MaintVerb, WS-MaintKind,
                               WS-MaintSource, WS-MaintInto,
                               WS-MaintTarget
                       END-UNSTRING
                       IF WS-MaintVerb = "APPLIED"
                           AND WS-MaintKind = "MERGE"
                           AND WS-MaintInto = "INTO"
                           PERFORM AddMerge
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MaintAuditStatus NOT = "35"
               CLOSE maintAuditFile
           END-IF.

       AddMerge.
           IF MergeCount < 500
               ADD 1 TO MergeCount
               MOVE WS-MaintSource TO MG-SourceWNbr(MergeCount)
               MOVE WS-MaintTarget TO MG-TargetWNbr(MergeCount)
               MOVE WS-MaintDate TO MG-MergeDate(MergeCount)
           ELSE
               MOVE "Y" TO WS-TableOverflow
           END-IF.

      *> SORT's INPUT PROCEDURE: every check, in master order.
       SweepMasters.
           PERFORM SweepHistory
           PERFORM SweepStanding
           PERFORM SweepConferral
           PERFORM SweepCrosswalk.

      *> The history master is in W-number order, so each student's
      *> records arrive together: categories 5 and 6 are judged per
      *> record, category 1 once per student at the break.
       SweepHistory.
           MOVE SPACES TO WS-CurrWNbr
           MOVE ZERO TO WS-CurrRecords
           MOVE "N" TO WS-HistEOF
           OPEN INPUT historyFile
           PERFORM UNTIL WS-HistEOF = "Y"
               READ historyFile
                   AT END
                       MOVE "Y" TO WS-HistEOF
                   NOT AT END
                       IF HistoryRecord(1:6) NOT = "CTLTRL"
                           ADD 1 TO WS-HistoryRead
                           IF HM-StudentWNbr NOT = WS-CurrWNbr
                               PERFORM CloseHistoryStudent
                               MOVE HM-StudentWNbr TO WS-CurrWNbr
                               MOVE HM-StudentName TO WS-CurrName
                               MOVE ZERO TO WS-CurrRecords
                           END-IF
                           ADD 1 TO WS-CurrRecords
                           IF CG-Checked(5) = "Y"
                               PERFORM CheckHistoryCourse
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CloseHistoryStudent
           CLOSE historyFile.

       CloseHistoryStudent.
           IF WS-CurrWNbr = SPACES
               EXIT PARAGRAPH
           END-IF
           IF HistStudentCount < 5000
               ADD 1 TO HistStudentCount
               MOVE WS-CurrWNbr TO HS-StudentWNbr(HistStudentCount)
           ELSE
               MOVE "Y" TO WS-TableOverflow
           END-IF
           MOVE ZERO TO StudentFoundIdx
           PERFORM VARYING StudentIdx FROM 1 BY 1
               UNTIL StudentIdx > StudentCount
               OR StudentFoundIdx > ZERO
               IF SM-StudentWNbr(StudentIdx) = WS-CurrWNbr
                   MOVE StudentIdx TO StudentFoundIdx
               END-IF
           END-PERFORM
           IF StudentFoundIdx = ZERO
               MOVE WS-CurrRecords TO WS-RecordsOut
               MOVE SPACES TO WS-FindingText
               STRING WS-CurrWNbr, "  ", WS-CurrName, "  ",
                   WS-RecordsOut, " HISTORY RECORDS"
                   INTO WS-FindingText
               MOVE 1 TO WS-FindingCategory
               PERFORM ReleaseFinding
           END-IF.

      *> Category 5 when no catalog row carries the course, 6 when
      *> rows do but none of their windows covers the record's term.
       CheckHistoryCourse.
           MOVE "N" TO WS-CourseOnCatalog
           MOVE "N" TO WS-TermInWindow
           PERFORM VARYING CatalogIdx FROM 1 BY 1
               UNTIL CatalogIdx > CatalogCount
               IF CT-Course(CatalogIdx) = HM-Course
                   MOVE "Y" TO WS-CourseOnCatalog
                   IF HM-TermKey NOT < CT-EffFromKey(CatalogIdx)
                       AND HM-TermKey NOT > CT-EffToKey(CatalogIdx)
                       MOVE "Y" TO WS-TermInWindow
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CourseOnCatalog = "N"
               MOVE SPACES TO WS-FindingText
               STRING HM-StudentWNbr, "  ", HM-Years, "  ",
                   HM-Course, "  ", HM-CourseD
                   INTO WS-FindingText
               MOVE 5 TO WS-FindingCategory
               PERFORM ReleaseFinding
               EXIT PARAGRAPH
           END-IF
           IF WS-TermInWindow = "N"
               MOVE SPACES TO WS-FindingText
               STRING HM-StudentWNbr, "  ", HM-Years, "  ",
                   HM-Course, "  TERM KEY ", HM-TermKey,
                   " NOT IN ANY CATALOG WINDOW"
                   INTO WS-FindingText
               MOVE 6 TO WS-FindingCategory
               PERFORM ReleaseFinding
           END-IF.

       SweepStanding.
           MOVE "N" TO WS-StandingEOF
           OPEN INPUT standingFile
           IF WS-StandingStatus NOT = "00"
               MOVE "Y" TO WS-StandingEOF
               MOVE "N" TO CG-Checked(2)
           END-IF
           PERFORM UNTIL WS-StandingEOF = "Y"
               READ standingFile
                   AT END
                       MOVE "Y" TO WS-StandingEOF
                   NOT AT END
                       IF ST-StudentWNbr NOT = SPACES
                           MOVE ST-StudentWNbr TO WS-CurrWNbr
                           PERFORM FindHistoryStudent
                           IF HistStudentFoundIdx = ZERO
                               MOVE SPACES TO WS-FindingText
                               STRING ST-StudentWNbr, "  ",
                                   ST-Standing, "  ", ST-Years
                                   INTO WS-FindingText
                               MOVE 2 TO WS-FindingCategory
                               PERFORM ReleaseFinding
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-StandingStatus NOT = "35"
               CLOSE standingFile
           END-IF.

       SweepConferral.
           MOVE "N" TO WS-ConferralEOF
           OPEN INPUT conferralFile
           IF WS-ConferralStatus NOT = "00"
               MOVE "Y" TO WS-ConferralEOF
               MOVE "N" TO CG-Checked(3)
           END-IF
           PERFORM UNTIL WS-ConferralEOF = "Y"
               READ conferralFile
                   AT END
                       MOVE "Y" TO WS-ConferralEOF
                   NOT AT END
                       IF CF-StudentWNbr NOT = SPACES
                           MOVE CF-StudentWNbr TO WS-CurrWNbr
                           PERFORM FindHistoryStudent
                           IF HistStudentFoundIdx = ZERO
                               MOVE SPACES TO WS-FindingText
                               STRING CF-StudentWNbr, "  ",
                                   CF-StudentName, "  ", CF-Program,
                                   "  CONFERRED ", CF-DegreeDate
                                   INTO WS-FindingText
                               MOVE 3 TO WS-FindingCategory
                               PERFORM ReleaseFinding
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ConferralStatus NOT = "35"
               CLOSE conferralFile
           END-IF.

       SweepCrosswalk.
           MOVE "N" TO WS-CrosswalkEOF
           OPEN INPUT crosswalkFile
           IF WS-CrosswalkStatus NOT = "00"
               MOVE "Y" TO WS-CrosswalkEOF
               MOVE "N" TO CG-Checked(4)
           END-IF
           PERFORM UNTIL WS-CrosswalkEOF = "Y"
               READ crosswalkFile
                   AT END
                       MOVE "Y" TO WS-CrosswalkEOF
                   NOT AT END
                       IF XW-StudentWNbr NOT = SPACES
                           MOVE XW-StudentWNbr TO WS-CurrWNbr
                           PERFORM FindHistoryStudent
                           IF HistStudentFoundIdx = ZERO
                               PERFORM ReportCrosswalkOrphan
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CrosswalkStatus NOT = "35"
               CLOSE crosswalkFile
           END-IF.

       ReportCrosswalkOrphan.
           MOVE ZERO TO MergeFoundIdx
           PERFORM VARYING MergeIdx FROM 1 BY 1
               UNTIL MergeIdx > MergeCount
               IF MG-SourceWNbr(MergeIdx) = XW-StudentWNbr
                   MOVE MergeIdx TO MergeFoundIdx
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-FindingText
           IF MergeFoundIdx > ZERO
               STRING XW-StudentWNbr, "  PSEUDONYM ", XW-Pseudonym,
                   "  MERGED INTO ", MG-TargetWNbr(MergeFoundIdx),
                   " ON ", MG-MergeDate(MergeFoundIdx)
                   INTO WS-FindingText
           ELSE
               STRING XW-StudentWNbr, "  PSEUDONYM ", XW-Pseudonym,
                   "  NO HISTORY, NO MERGE ON P2MaintAudit.dat"
                   INTO WS-FindingText
           END-IF
           MOVE 4 TO WS-FindingCategory
           PERFORM ReleaseFinding.

       FindHistoryStudent.
           MOVE ZERO TO HistStudentFoundIdx
           PERFORM VARYING HistStudentIdx FROM 1 BY 1
               UNTIL HistStudentIdx > HistStudentCount
               OR HistStudentFoundIdx > ZERO
               IF HS-StudentWNbr(HistStudentIdx) = WS-CurrWNbr
                   MOVE HistStudentIdx TO HistStudentFoundIdx
               END-IF
           END-PERFORM.

       ReleaseFinding.
           ADD 1 TO WS-FindingSeq
           ADD 1 TO CG-Count(WS-FindingCategory)
           ADD 1 TO WS-TotalFindings
           MOVE WS-FindingCategory TO FW-Category
           MOVE WS-FindingSeq TO FW-Sequence
           MOVE WS-FindingText TO FW-Text
           RELEASE FindingWorkRecord.

      *> SORT's OUTPUT PROCEDURE: the discrepancies under a heading
      *> per category, then the count for every category -- zero
      *> counts included, so a clean week reads as clean rather than
      *> as missing.
       PrintDiscrepancyReport.
           OPEN OUTPUT reportFile
           MOVE SPACES TO ReportLine
           STRING "CROSS-MASTER INTEGRITY SWEEP   RUN ", WS-RunDate
               INTO ReportLine
           WRITE ReportRecord
           MOVE ZERO TO WS-PrevCategory
           MOVE "N" TO WS-WorkEOF
           PERFORM UNTIL WS-WorkEOF = "Y"
               RETURN findingWorkFile
                   AT END
                       MOVE "Y" TO WS-WorkEOF
                   NOT AT END
                       PERFORM PrintOneFinding
               END-RETURN
           END-PERFORM
           MOVE SPACES TO ReportLine
           WRITE ReportRecord
           MOVE "DISCREPANCIES BY CATEGORY" TO ReportLine
           WRITE ReportRecord
           PERFORM VARYING CategoryIdx FROM 1 BY 1
               UNTIL CategoryIdx > 6
               MOVE SPACES TO ReportLine
               MOVE CategoryIdx TO ReportLine(3:1)
               MOVE CG-Label(CategoryIdx) TO ReportLine(6:50)
               IF CG-Checked(CategoryIdx) = "Y"
                   MOVE CG-Count(CategoryIdx) TO WS-CountOut
                   MOVE WS-CountOut TO ReportLine(58:9)
               ELSE
                   MOVE "NOT CHECKED" TO ReportLine(58:11)
               END-IF
               WRITE ReportRecord
           END-PERFORM
           MOVE SPACES TO ReportLine
           MOVE "TOTAL" TO ReportLine(6:5)
           MOVE WS-TotalFindings TO WS-CountOut
           MOVE WS-CountOut TO ReportLine(58:9)
           WRITE ReportRecord
           IF WS-TableOverflow = "Y"
               MOVE "** A TABLE OVERFLOWED -- COUNTS ARE INCOMPLETE"
                   TO ReportLine
               WRITE ReportRecord
           END-IF
           CLOSE reportFile.

       PrintOneFinding.
           IF FW-Category NOT = WS-PrevCategory
               MOVE FW-Category TO WS-PrevCategory
               MOVE SPACES TO ReportLine
               WRITE ReportRecord
               MOVE SPACES TO ReportLine
               MOVE FW-Category TO ReportLine(1:1)
               MOVE CG-Label(FW-Category) TO ReportLine(4:50)
               WRITE ReportRecord
           END-IF
           MOVE SPACES TO ReportLine
           MOVE FW-Text TO ReportLine(6:90)
           WRITE ReportRecord.

       WriteAuditHeader.
           OPEN EXTEND auditTrailFile
           IF WS-AuditTrailStatus = "35"
               OPEN OUTPUT auditTrailFile
           END-IF
           MOVE SPACES TO AuditTrailLine
           STRING "HDR ", WS-RunDate, " ", WS-RunTime,
               " P2INTEGRITY IN=P2History.dat OUT=P2Integrity.dat "
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
               " P2INTEGRITY HISTORY=", WS-HistoryRead,
               " DISCREPANCIES=", WS-TotalFindings,
               " RC=", WS-CompletionCode, " NORMAL"
               INTO AuditTrailLine
           WRITE AuditTrailRecord
           CLOSE auditTrailFile.
