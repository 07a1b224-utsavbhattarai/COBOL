      *> Progrm-ID: P2TeachLoad.cob
      *> Authors:    Utsav Bhattarai, Biraj Basnet, Bisheshwor Ghimire, Eraj Khatiwada
      *> OS:        Ubuntu 18
      *> Compiler:  OpenCOBOL

      *> Instructor teaching-load and section outcome report for the
      *> provost's office and the department chairs.  For the term
      *> named on the command line (its Years text, "FALL 2025")
      *> every section on the term's section list P2Sections.dat is
      *> reported with its instructor -- off the section list, or
      *> off the section's P2GradeRosters.dat HDR record when the
      *> list leaves it blank; a section with neither is STAFF --
      *> and its course (the list's course column, else the class
      *> list's), the course's credit hours off P2Catalog.dat, the
      *> enrolled count (its seats on P2Register's class list
      *> P2ClassList.dat for the term), and the student credit
      *> hours it generated (hours times enrolled).  Outcomes come
      *> from the grade that posted through the section's roster
      *> for each seat -- the term's record for the student and
      *> course on P2History.dat, grade changes included:
      *>   W RATE    W grades over the enrolled count;
      *>   DFW RATE  D (any modifier), F, NP, and W grades over
      *>             the enrolled count;
      *> seats with no grade posted yet are counted on the line so
      *> a rate read before rosters are in is not taken as final.
      *> A section's workload units are its credit hours; a section
      *> with nobody enrolled generates none.  The department is the
      *> course code's subject prefix (the letters before the first
      *> digit).  The report P2TeachLoad.dat is grouped by
      *> department, then instructor, with instructor and
      *> department totals, then closes with the faculty-load
      *> summary -- each instructor's sections, workload units,
      *> enrolled, and student credit hours across departments --
      *> that the accreditation faculty-load table is built from.
      *>   Usage:  P2TeachLoad "FALL 2025"
      *> RC 12 when the term is missing or the section list is not
      *> on file, RC 16 when a table overflows.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2TeachLoad.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT sectionFile ASSIGN TO "P2Sections.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SectionStatus.
           SELECT rosterFile ASSIGN TO "P2GradeRosters.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RosterStatus.
           SELECT classListFile ASSIGN TO "P2ClassList.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ClassListStatus.
           SELECT historyFile ASSIGN TO "P2History.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HistoryStatus.
           SELECT catalogFile ASSIGN TO "P2Catalog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CatalogStatus.
           SELECT reportFile ASSIGN TO "P2TeachLoad.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT loadWorkFile ASSIGN TO "P2TeachLoadWork.tmp".
           SELECT facultyWorkFile ASSIGN TO "P2FacultyWork.tmp".
           SELECT auditTrailFile ASSIGN TO "P2AuditTrail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuditTrailStatus.

       DATA DIVISION.
       FILE SECTION.
      *> The term's section list -- rows written before the course
      *> and capacity columns existed read back blank there.
       FD sectionFile.
       01 SectionRecord.
        02 SC-Section PIC X(12).
        02 SC-Instructor PIC X(20).
        02 SC-Course PIC X(9).
        02 SC-CapacityText PIC X(4).

      *> Only the HDR records are read here.
       FD rosterFile.
       01 RosterLine.
        02 GR-RecType PIC X(3).
        02 GR-Body PIC X(79).
       01 RosterHeaderLine REDEFINES RosterLine.
        02 FILLER PIC X(3).
        02 GH-Section PIC X(12).
        02 GH-Instructor PIC X(20).
        02 GH-Expected PIC 9(4).
        02 FILLER PIC X(43).

      *> P2Register's class list -- one seat per record.
       FD classListFile.
       01 ClassListRecord.
        02 CS-Section PIC X(12).
        02 CS-Course PIC X(9).
        02 CS-Years PIC X(11).
        02 CS-StudentWNbr PIC X(9).
        02 CS-StudentName PIC X(16).
        02 CS-RegDate PIC 9(8).

       FD historyFile.
       01 HistoryRecord.
           COPY "HISTMST.CPY".

       FD catalogFile.
       01 CatalogRecord.
        02 CAT-Course PIC X(9).
        02 CAT-CourseD PIC X(28).
        02 CAT-CreditHr PIC 9.

       FD reportFile.
       01 ReportRecord.
        02 ReportLine PIC X(132).

      *> SORT work file for the report body: one record per section.
       SD loadWorkFile.
       01 LoadWorkRecord.
        02 LW-Dept PIC X(8).
        02 LW-Instructor PIC X(20).
        02 LW-Section PIC X(12).
        02 LW-Course PIC X(9).
        02 LW-Hours PIC 9.
        02 LW-Enrolled PIC 9(4).
        02 LW-Posted PIC 9(4).
        02 LW-CountW PIC 9(4).
        02 LW-CountDFW PIC 9(4).

      *> SORT work file for the faculty-load summary: one record per
      *> instructor per department, totalled on the way out.
       SD facultyWorkFile.
       01 FacultyWorkRecord.
        02 FW-Instructor PIC X(20).
        02 FW-Sections PIC 9(4).
        02 FW-Units PIC 9(5).
        02 FW-Enrolled PIC 9(6).
        02 FW-SCH PIC 9(7).

       FD auditTrailFile.
       01 AuditTrailRecord.
        02 AuditTrailLine PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-SectionStatus PIC XX VALUE SPACES.
       01 WS-RosterStatus PIC XX VALUE SPACES.
       01 WS-ClassListStatus PIC XX VALUE SPACES.
       01 WS-HistoryStatus PIC XX VALUE SPACES.
       01 WS-CatalogStatus PIC XX VALUE SPACES.
       01 WS-AuditTrailStatus PIC XX VALUE SPACES.
       01 WS-EOF PIC X VALUE "N".
       01 WS-WorkEOF PIC X VALUE "N".
       01 WS-ArgNum PIC 9(2) VALUE ZERO.
       01 WS-TermArg PIC X(11) VALUE SPACES.
       01 WS-RunDate PIC 9(8) VALUE ZERO.
       01 WS-RunTime PIC 9(8) VALUE ZERO.
       01 WS-TableOverflow PIC X VALUE "N".
       01 WS-CharPos PIC 99 VALUE ZERO.
       01 WS-DeptDone PIC X VALUE "N".
      *> Course hours off the catalog.
       01 CatalogTable.
           02 CatalogEntry OCCURS 500 TIMES.
               03 CT-Course PIC X(9) VALUE SPACES.
               03 CT-CreditHr PIC 9 VALUE ZERO.
       01 CatalogCount PIC 9(3) VALUE ZERO.
       01 CatalogIdx PIC 9(3) VALUE ZERO.
      *> The term's sections and what the class list and the posted
      *> grades say about each.
       01 SectionTable.
           02 SectionEntry OCCURS 500 TIMES.
               03 SN-Section PIC X(12) VALUE SPACES.
               03 SN-Instructor PIC X(20) VALUE SPACES.
               03 SN-Course PIC X(9) VALUE SPACES.
               03 SN-Dept PIC X(8) VALUE SPACES.
               03 SN-Hours PIC 9 VALUE ZERO.
               03 SN-Enrolled PIC 9(4) VALUE ZERO.
               03 SN-Posted PIC 9(4) VALUE ZERO.
               03 SN-CountW PIC 9(4) VALUE ZERO.
               03 SN-CountDFW PIC 9(4) VALUE ZERO.
       01 SectionCount PIC 9(3) VALUE ZERO.
       01 SectionIdx PIC 9(3) VALUE ZERO.
       01 SectionFoundIdx PIC 9(3) VALUE ZERO.
      *> The term's seats, each pointing at its section.
       01 SeatTable.
           02 SeatEntry OCCURS 5000 TIMES.
               03 SA-StudentWNbr PIC X(9) VALUE SPACES.
               03 SA-Course PIC X(9) VALUE SPACES.
               03 SA-SectionIdx PIC 9(3) VALUE ZERO.
       01 SeatCount PIC 9(4) VALUE ZERO.
       01 SeatIdx PIC 9(4) VALUE ZERO.
      *> Control-break fields and running totals for the report.
       01 WS-PrevDept PIC X(8) VALUE SPACES.
       01 WS-PrevInstructor PIC X(20) VALUE SPACES.
       01 WS-SCH PIC 9(7) VALUE ZERO.
       01 WS-Units PIC 9(5) VALUE ZERO.
       01 WS-InsSections PIC 9(4) VALUE ZERO.
       01 WS-InsUnits PIC 9(5) VALUE ZERO.
       01 WS-InsEnrolled PIC 9(6) VALUE ZERO.
       01 WS-InsSCH PIC 9(7) VALUE ZERO.
       01 WS-DeptSections PIC 9(4) VALUE ZERO.
       01 WS-DeptUnits PIC 9(5) VALUE ZERO.
       01 WS-DeptEnrolled PIC 9(6) VALUE ZERO.
       01 WS-DeptSCH PIC 9(7) VALUE ZERO.
       01 WS-TotSections PIC 9(4) VALUE ZERO.
       01 WS-TotUnits PIC 9(5) VALUE ZERO.
       01 WS-TotEnrolled PIC 9(6) VALUE ZERO.
       01 WS-TotSCH PIC 9(7) VALUE ZERO.
       01 WS-FacInstructor PIC X(20) VALUE SPACES.
       01 WS-FacSections PIC 9(4) VALUE ZERO.
       01 WS-FacUnits PIC 9(5) VALUE ZERO.
       01 WS-FacEnrolled PIC 9(6) VALUE ZERO.
       01 WS-FacSCH PIC 9(7) VALUE ZERO.
       01 WS-FacultyCount PIC 9(4) VALUE ZERO.
       01 WS-Rate PIC 9(3)V9 VALUE ZERO.
      *> Report line work fields.
       01 WS-HoursOut PIC Z9.
       01 WS-CountOut PIC ZZZZ9.
       01 WS-BigOut PIC Z,ZZZ,ZZ9.
       01 WS-RateOut PIC ZZ9.9.
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
           DISPLAY "P2TEACHLOAD: USAGE: P2TeachLoad <TERM>"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM LoadSections.
       IF SectionCount = ZERO
           DISPLAY "P2TEACHLOAD ABORTED: P2Sections.dat IS MISSING "
               "OR EMPTY -- NO SECTIONS TO REPORT"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM AcquireMasterLock.
       PERFORM VerifyHistoryMaster.
       PERFORM WriteAuditHeader.
       PERFORM LoadRosterInstructors.
       PERFORM LoadCatalog.
       PERFORM LoadSeats.
       PERFORM FinishSections.
       PERFORM ApplyPostedGrades.
       OPEN OUTPUT reportFile.
       SORT loadWorkFile
           ON ASCENDING KEY LW-Dept LW-Instructor LW-Section
           INPUT PROCEDURE IS ReleaseSections
           OUTPUT PROCEDURE IS PrintLoadReport.
       SORT facultyWorkFile
           ON ASCENDING KEY FW-Instructor
           INPUT PROCEDURE IS ReleaseFacultyLoads
           OUTPUT PROCEDURE IS PrintFacultySummary.
       CLOSE reportFile.
       DISPLAY "P2TEACHLOAD: " WS-TermArg
           "  SECTIONS: " WS-TotSections
           "  INSTRUCTORS: " WS-FacultyCount
           "  UNITS: " WS-TotUnits
           "  SCH: " WS-TotSCH.
       PERFORM WriteAuditTrailer.
       PERFORM ReleaseMasterLock.
       IF WS-TableOverflow = "Y"
           MOVE 16 TO RETURN-CODE
       END-IF.
       STOP RUN.

       AcquireMasterLock.
           MOVE "HISTORY" TO LockReqName
           MOVE "S" TO LockReqMode
           MOVE "ACQUIRE" TO LockReqAction
           MOVE "P2TEACHLOAD" TO LockReqProgram
           CALL "P2Lock" USING LockRequest
           IF LockReqResult NOT = "Y"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       ReleaseMasterLock.
           MOVE "RELEASE" TO LockReqAction
           CALL "P2Lock" USING LockRequest.

      *> Re-adds the history master against its integrity trailer
      *> before any outcome is computed from it.  A master with no
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
               DISPLAY "P2TEACHLOAD: P2History.dat CARRIES NO "
                   "INTEGRITY TRAILER (LEGACY MASTER) -- "
                   "PROCESSED AS-IS"
               EXIT PARAGRAPH
           END-IF
           IF WS-VT-Count NOT = WS-VfyCount
               OR WS-VT-Hash1 NOT = WS-VfyHash1
               OR WS-VT-Hash2 NOT = WS-VfyHash2
               DISPLAY "P2TEACHLOAD ABORTED: P2History.dat DOES NOT "
                   "BALANCE TO ITS INTEGRITY TRAILER"
               DISPLAY "  TRAILER: COUNT=" WS-VT-Count
                   " HRS=" WS-VT-Hash1 " QP=" WS-VT-Hash2
               DISPLAY "  ON FILE: COUNT=" WS-VfyCount
                   " HRS=" WS-VfyHash1 " QP=" WS-VfyHash2
               PERFORM ReleaseMasterLock
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       LoadSections.
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
                       IF SC-Section NOT = SPACES
                           MOVE SC-Section TO CS-Section
                           PERFORM FindOrAddSection
                           IF SectionFoundIdx > ZERO
                               MOVE SC-Instructor TO
                                   SN-Instructor(SectionFoundIdx)
                               MOVE SC-Course TO
                                   SN-Course(SectionFoundIdx)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SectionStatus NOT = "35"
               CLOSE sectionFile
           END-IF.

      *> Looks CS-Section up in the section table, adding it when it
      *> is new.
       FindOrAddSection.
           MOVE ZERO TO SectionFoundIdx
           PERFORM VARYING SectionIdx FROM 1 BY 1
               UNTIL SectionIdx > SectionCount
               IF SN-Section(SectionIdx) = CS-Section
                   MOVE SectionIdx TO SectionFoundIdx
               END-IF
           END-PERFORM
           IF SectionFoundIdx > ZERO
               EXIT PARAGRAPH
           END-IF
           IF SectionCount NOT < 500
               MOVE "Y" TO WS-TableOverflow
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SectionCount
           MOVE SectionCount TO SectionFoundIdx
           MOVE CS-Section TO SN-Section(SectionFoundIdx).

      *> The roster HDR fills in an instructor the section list left
      *> blank; it never overrides one the list names.
       LoadRosterInstructors.
           MOVE "N" TO WS-EOF
           OPEN INPUT rosterFile
           IF WS-RosterStatus NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ rosterFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF GR-RecType = "HDR"
                           PERFORM VARYING SectionIdx FROM 1 BY 1
                               UNTIL SectionIdx > SectionCount
                               IF SN-Section(SectionIdx) = GH-Section
                                   AND SN-Instructor(SectionIdx)
                                       = SPACES
                                   MOVE GH-Instructor TO
                                       SN-Instructor(SectionIdx)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RosterStatus NOT = "35"
               CLOSE rosterFile
           END-IF.

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
                       IF CatalogCount < 500
                           ADD 1 TO CatalogCount
                           MOVE CAT-Course TO CT-Course(CatalogCount)
                           MOVE CAT-CreditHr TO
                               CT-CreditHr(CatalogCount)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CatalogStatus NOT = "35"
               CLOSE catalogFile
           END-IF.

      *> The term's seats on the class list.  A seat in a section the
      *> list does not carry still counts -- under its own section.
       LoadSeats.
           MOVE "N" TO WS-EOF
           OPEN INPUT classListFile
           IF WS-ClassListStatus NOT = "00"
               MOVE "Y" TO WS-EOF
           END-IF
           PERFORM UNTIL WS-EOF = "Y"
               READ classListFile
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF CS-Years = WS-TermArg
                           PERFORM AddSeat
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ClassListStatus NOT = "35"
               CLOSE classListFile
           END-IF.

       AddSeat.
           PERFORM FindOrAddSection
           IF SectionFoundIdx = ZERO
               EXIT PARAGRAPH
           END-IF
           IF SN-Course(SectionFoundIdx) = SPACES
               MOVE CS-Course TO SN-Course(SectionFoundIdx)
           END-IF
           ADD 1 TO SN-Enrolled(SectionFoundIdx)
           IF SeatCount NOT < 5000
               MOVE "Y" TO WS-TableOverflow
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO SeatCount
           MOVE CS-StudentWNbr TO SA-StudentWNbr(SeatCount)
           MOVE CS-Course TO SA-Course(SeatCount)
           MOVE SectionFoundIdx TO SA-SectionIdx(SeatCount).

      *> Hours off the catalog and the department off the course
      *> code, once every section's course is known; a section with
      *> no instructor anywhere reports as STAFF.
       FinishSections.
           PERFORM VARYING SectionIdx FROM 1 BY 1
               UNTIL SectionIdx > SectionCount
               PERFORM VARYING CatalogIdx FROM 1 BY 1
                   UNTIL CatalogIdx > CatalogCount
                   IF CT-Course(CatalogIdx) = SN-Course(SectionIdx)
                       MOVE CT-CreditHr(CatalogIdx) TO
                           SN-Hours(SectionIdx)
                   END-IF
               END-PERFORM
               MOVE SPACES TO SN-Dept(SectionIdx)
               MOVE "N" TO WS-DeptDone
               PERFORM VARYING WS-CharPos FROM 1 BY 1
                   UNTIL WS-CharPos > 8 OR WS-DeptDone = "Y"
                   IF SN-Course(SectionIdx)(WS-CharPos:1)
                       IS ALPHABETIC
                       AND SN-Course(SectionIdx)(WS-CharPos:1)
                           NOT = SPACE
                       MOVE SN-Course(SectionIdx)(WS-CharPos:1) TO
                           SN-Dept(SectionIdx)(WS-CharPos:1)
                   ELSE
                       MOVE "Y" TO WS-DeptDone
                   END-IF
               END-PERFORM
               IF SN-Dept(SectionIdx) = SPACES
                   MOVE "NONE" TO SN-Dept(SectionIdx)
               END-IF
               IF SN-Instructor(SectionIdx) = SPACES
                   MOVE "STAFF" TO SN-Instructor(SectionIdx)
               END-IF
           END-PERFORM.

      *> The term's posted grades, seat by seat.
       ApplyPostedGrades.
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
                           AND HM-Years = WS-TermArg
                           PERFORM CountPostedGrade
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HistoryStatus NOT = "35"
               CLOSE historyFile
           END-IF.

       CountPostedGrade.
           PERFORM VARYING SeatIdx FROM 1 BY 1
               UNTIL SeatIdx > SeatCount
               IF SA-StudentWNbr(SeatIdx) = HM-StudentWNbr
                   AND SA-Course(SeatIdx) = HM-Course
                   MOVE SA-SectionIdx(SeatIdx) TO SectionIdx
                   ADD 1 TO SN-Posted(SectionIdx)
                   IF HM-Grade = "W"
                       ADD 1 TO SN-CountW(SectionIdx)
                   END-IF
                   IF HM-Grade = "W" OR HM-Grade = "F"
                       OR HM-Grade = "NP" OR HM-Grade(1:1) = "D"
                       ADD 1 TO SN-CountDFW(SectionIdx)
                   END-IF
               END-IF
           END-PERFORM.

      *> SORT's INPUT PROCEDURE: every section of the term.
       ReleaseSections.
           PERFORM VARYING SectionIdx FROM 1 BY 1
               UNTIL SectionIdx > SectionCount
               MOVE SN-Dept(SectionIdx) TO LW-Dept
               MOVE SN-Instructor(SectionIdx) TO LW-Instructor
               MOVE SN-Section(SectionIdx) TO LW-Section
               MOVE SN-Course(SectionIdx) TO LW-Course
               MOVE SN-Hours(SectionIdx) TO LW-Hours
               MOVE SN-Enrolled(SectionIdx) TO LW-Enrolled
               MOVE SN-Posted(SectionIdx) TO LW-Posted
               MOVE SN-CountW(SectionIdx) TO LW-CountW
               MOVE SN-CountDFW(SectionIdx) TO LW-CountDFW
               RELEASE LoadWorkRecord
           END-PERFORM.

      *> SORT's OUTPUT PROCEDURE: a heading per department, a
      *> subheading per instructor, the instructor's sections, then
      *> instructor and department totals.
       PrintLoadReport.
           MOVE SPACES TO ReportLine
           STRING "INSTRUCTOR TEACHING LOAD AND SECTION OUTCOMES"
               "    TERM: " DELIMITED BY SIZE,
               WS-TermArg DELIMITED BY SIZE,
               "    RUN DATE: " DELIMITED BY SIZE,
               WS-RunDate DELIMITED BY SIZE
               INTO ReportLine
           WRITE ReportRecord
           MOVE HIGH-VALUES TO WS-PrevDept
           MOVE HIGH-VALUES TO WS-PrevInstructor
           MOVE "N" TO WS-WorkEOF
           PERFORM UNTIL WS-WorkEOF = "Y"
               RETURN loadWorkFile
                   AT END
                       MOVE "Y" TO WS-WorkEOF
                   NOT AT END
                       PERFORM PrintOneSection
               END-RETURN
           END-PERFORM
           IF WS-PrevDept NOT = HIGH-VALUES
               PERFORM PrintInstructorTotal
               PERFORM PrintDepartmentTotal
           END-IF
           MOVE SPACES TO ReportLine
           WRITE ReportRecord
           MOVE SPACES TO ReportLine
           MOVE "TERM TOTAL" TO ReportLine(1:10)
           MOVE WS-TotSections TO WS-CountOut
           MOVE WS-TotUnits TO WS-Units
           MOVE WS-TotEnrolled TO WS-InsEnrolled
           MOVE WS-TotSCH TO WS-SCH
           PERFORM FormatTotalLine
           WRITE ReportRecord.

       PrintOneSection.
           IF LW-Dept NOT = WS-PrevDept
               IF WS-PrevDept NOT = HIGH-VALUES
                   PERFORM PrintInstructorTotal
                   PERFORM PrintDepartmentTotal
               END-IF
               MOVE LW-Dept TO WS-PrevDept
               MOVE HIGH-VALUES TO WS-PrevInstructor
               MOVE ZERO TO WS-DeptSections
               MOVE ZERO TO WS-DeptUnits
               MOVE ZERO TO WS-DeptEnrolled
               MOVE ZERO TO WS-DeptSCH
               MOVE SPACES TO ReportLine
               WRITE ReportRecord
               MOVE SPACES TO ReportLine
               STRING "DEPARTMENT: " DELIMITED BY SIZE,
                   LW-Dept DELIMITED BY SIZE
                   INTO ReportLine
               WRITE ReportRecord
           END-IF
           IF LW-Instructor NOT = WS-PrevInstructor
               IF WS-PrevInstructor NOT = HIGH-VALUES
                   PERFORM PrintInstructorTotal
               END-IF
               MOVE LW-Instructor TO WS-PrevInstructor
               MOVE ZERO TO WS-InsSections
               MOVE ZERO TO WS-InsUnits
               MOVE ZERO TO WS-InsEnrolled
               MOVE ZERO TO WS-InsSCH
               MOVE SPACES TO ReportLine
               WRITE ReportRecord
               MOVE SPACES TO ReportLine
               STRING "  INSTRUCTOR: " DELIMITED BY SIZE,
                   LW-Instructor DELIMITED BY SIZE
                   INTO ReportLine
               WRITE ReportRecord
               MOVE SPACES TO ReportLine
               STRING "    SECTION      COURSE     HRS  ENROLLED"
                   "      SCH  POSTED  NOT POSTED  W RATE  DFW RATE"
                   DELIMITED BY SIZE INTO ReportLine
               WRITE ReportRecord
           END-IF
           COMPUTE WS-SCH = LW-Hours * LW-Enrolled
           IF LW-Enrolled > ZERO
               MOVE LW-Hours TO WS-Units
           ELSE
               MOVE ZERO TO WS-Units
           END-IF
           ADD 1 TO WS-InsSections
           ADD WS-Units TO WS-InsUnits
           ADD LW-Enrolled TO WS-InsEnrolled
           ADD WS-SCH TO WS-InsSCH
           MOVE SPACES TO ReportLine
           MOVE LW-Section TO ReportLine(5:12)
           MOVE LW-Course TO ReportLine(18:9)
           MOVE LW-Hours TO WS-HoursOut
           MOVE WS-HoursOut TO ReportLine(29:2)
           MOVE LW-Enrolled TO WS-CountOut
           MOVE WS-CountOut TO ReportLine(36:5)
           MOVE WS-SCH TO WS-BigOut
           MOVE WS-BigOut TO ReportLine(41:9)
           MOVE LW-Posted TO WS-CountOut
           MOVE WS-CountOut TO ReportLine(52:5)
           IF LW-Enrolled > LW-Posted
               SUBTRACT LW-Posted FROM LW-Enrolled GIVING WS-CountOut
               MOVE WS-CountOut TO ReportLine(64:5)
           END-IF
           IF LW-Enrolled = ZERO
               MOVE "NO ENROLLMENT" TO ReportLine(71:13)
           ELSE
               COMPUTE WS-Rate ROUNDED =
                   LW-CountW * 100 / LW-Enrolled
               MOVE WS-Rate TO WS-RateOut
               MOVE WS-RateOut TO ReportLine(71:5)
               MOVE "%" TO ReportLine(76:1)
               COMPUTE WS-Rate ROUNDED =
                   LW-CountDFW * 100 / LW-Enrolled
               MOVE WS-Rate TO WS-RateOut
               MOVE WS-RateOut TO ReportLine(80:5)
               MOVE "%" TO ReportLine(85:1)
           END-IF
           WRITE ReportRecord.

      *> Sections, workload units, enrolled and student credit hours
      *> on one line -- the caller leaves the label in columns 1-30
      *> and the totals in WS-CountOut, WS-Units, WS-InsEnrolled and
      *> WS-SCH.
       FormatTotalLine.
           MOVE "SECTIONS:" TO ReportLine(32:9)
           MOVE WS-CountOut TO ReportLine(42:5)
           MOVE "UNITS:" TO ReportLine(49:6)
           MOVE WS-Units TO WS-CountOut
           MOVE WS-CountOut TO ReportLine(56:5)
           MOVE "ENROLLED:" TO ReportLine(63:9)
           MOVE WS-InsEnrolled TO WS-BigOut
           MOVE WS-BigOut TO ReportLine(73:9)
           MOVE "SCH:" TO ReportLine(84:4)
           MOVE WS-SCH TO WS-BigOut
           MOVE WS-BigOut TO ReportLine(89:9).

       PrintInstructorTotal.
           ADD WS-InsSections TO WS-DeptSections
           ADD WS-InsUnits TO WS-DeptUnits
           ADD WS-InsEnrolled TO WS-DeptEnrolled
           ADD WS-InsSCH TO WS-DeptSCH
           MOVE SPACES TO ReportLine
           MOVE "    INSTRUCTOR TOTAL" TO ReportLine(1:20)
           MOVE WS-InsSections TO WS-CountOut
           MOVE WS-InsUnits TO WS-Units
           MOVE WS-InsSCH TO WS-SCH
           PERFORM FormatTotalLine
           WRITE ReportRecord.

       PrintDepartmentTotal.
           ADD WS-DeptSections TO WS-TotSections
           ADD WS-DeptUnits TO WS-TotUnits
           ADD WS-DeptEnrolled TO WS-TotEnrolled
           ADD WS-DeptSCH TO WS-TotSCH
           MOVE SPACES TO ReportLine
           MOVE "  DEPARTMENT TOTAL" TO ReportLine(1:18)
           MOVE WS-DeptSections TO WS-CountOut
           MOVE WS-DeptUnits TO WS-Units
           MOVE WS-DeptEnrolled TO WS-InsEnrolled
           MOVE WS-DeptSCH TO WS-SCH
           PERFORM FormatTotalLine
           WRITE ReportRecord.

      *> SORT's INPUT PROCEDURE for the summary: one record per
      *> section, re-read off the section table so the body sort is
      *> already closed.
       ReleaseFacultyLoads.
           PERFORM VARYING SectionIdx FROM 1 BY 1
               UNTIL SectionIdx > SectionCount
               MOVE SN-Instructor(SectionIdx) TO FW-Instructor
               MOVE 1 TO FW-Sections
               COMPUTE FW-SCH =
                   SN-Hours(SectionIdx) * SN-Enrolled(SectionIdx)
               MOVE SN-Enrolled(SectionIdx) TO FW-Enrolled
               IF SN-Enrolled(SectionIdx) > ZERO
                   MOVE SN-Hours(SectionIdx) TO FW-Units
               ELSE
                   MOVE ZERO TO FW-Units
               END-IF
               RELEASE FacultyWorkRecord
           END-PERFORM.

      *> SORT's OUTPUT PROCEDURE for the summary: one line per
      *> instructor, all departments together.
       PrintFacultySummary.
           MOVE SPACES TO ReportLine
           WRITE ReportRecord
           MOVE SPACES TO ReportLine
           MOVE "FACULTY LOAD SUMMARY -- ALL DEPARTMENTS"
               TO ReportLine
           WRITE ReportRecord
           MOVE HIGH-VALUES TO WS-FacInstructor
           MOVE "N" TO WS-WorkEOF
           PERFORM UNTIL WS-WorkEOF = "Y"
               RETURN facultyWorkFile
                   AT END
                       MOVE "Y" TO WS-WorkEOF
                   NOT AT END
                       IF FW-Instructor NOT = WS-FacInstructor
                           IF WS-FacInstructor NOT = HIGH-VALUES
                               PERFORM PrintFacultyLine
                           END-IF
                           MOVE FW-Instructor TO WS-FacInstructor
                           MOVE ZERO TO WS-FacSections
                           MOVE ZERO TO WS-FacUnits
                           MOVE ZERO TO WS-FacEnrolled
                           MOVE ZERO TO WS-FacSCH
                       END-IF
                       ADD FW-Sections TO WS-FacSections
                       ADD FW-Units TO WS-FacUnits
                       ADD FW-Enrolled TO WS-FacEnrolled
                       ADD FW-SCH TO WS-FacSCH
               END-RETURN
           END-PERFORM
           IF WS-FacInstructor NOT = HIGH-VALUES
               PERFORM PrintFacultyLine
           END-IF.

       PrintFacultyLine.
           ADD 1 TO WS-FacultyCount
           MOVE SPACES TO ReportLine
           MOVE WS-FacInstructor TO ReportLine(3:20)
           MOVE WS-FacSections TO WS-CountOut
           MOVE WS-FacUnits TO WS-Units
           MOVE WS-FacEnrolled TO WS-InsEnrolled
           MOVE WS-FacSCH TO WS-SCH
           PERFORM FormatTotalLine
           WRITE ReportRecord.

       WriteAuditHeader.
           OPEN EXTEND auditTrailFile
           IF WS-AuditTrailStatus = "35"
               OPEN OUTPUT auditTrailFile
           END-IF
           MOVE SPACES TO AuditTrailLine
           STRING "HDR ", WS-RunDate, " ", WS-RunTime,
               " P2TEACHLOAD IN=P2Sections.dat OUT=P2TeachLoad.dat "
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
               " P2TEACHLOAD TERM=", WS-TermArg,
               " SECTIONS=", WS-TotSections,
               " UNITS=", WS-TotUnits,
               " SCH=", WS-TotSCH, " NORMAL"
               INTO AuditTrailLine
           WRITE AuditTrailRecord
           CLOSE auditTrailFile.
