      *> Progrm-ID: P2RosterPrt.cob
      *> Authors:    Utsav Bhattarai, Biraj Basnet, Bisheshwor Ghimire, Eraj Khatiwada
      *> OS:        Ubuntu 18
      *> Compiler:  OpenCOBOL

      *> Pre-printed grade rosters.  Departments used to key every
      *> P2GradeRosters.dat DTL record from scratch; once
      *> P2Register.cob has seated the term, the class list
      *> P2ClassList.dat already knows exactly who is in every
      *> section.  For each section on P2Sections.dat this run
      *> writes two things:
      *>   P2RosterPrint.dat -- the instructor's printed roster, one
      *>       or more 55-line pages per section: course, title,
      *>       hours, instructor, and every registered student by
      *>       W-number and name with blank grade, major and
      *>       category columns to fill in and a signature block;
      *>   P2RosterForms.dat -- the same roster already keyed in
      *>       the P2GradeRosters.dat layout P2RosterIn.cob reads:
      *>       an HDR whose expected count IS the class-list count,
      *>       one DTL per registered student in the 79-byte P2In
      *>       layout with name, W-number, term, course, the
      *>       catalog's title and hours filled in and the grade,
      *>       MajorFlag and CategoryCode left blank, and a TRL
      *>       carrying the same count.  The department keys the
      *>       grade, the major flag (Y when the course counts
      *>       toward the student's major, N when it does not) and
      *>       the category code (G gen-ed, M major, E elective,
      *>       blank for none) and submits it -- the suite holds no
      *>       course-to-major or category mapping to fill them
      *>       from, and P2RosterIn.cob rejects a line whose major
      *>       flag is not keyed.
      *> Title and hours come from the P2Catalog.dat row whose
      *> effective window covers the roster term (term key off
      *> P2TermCal.dat, or the season when the term is not on the
      *> calendar), so a renamed or re-credited course prints as
      *> it stands that term.
      *> A section with nobody registered still gets its page and
      *> its HDR/TRL pair (count zero), so the instructor signs for
      *> an empty section instead of the registrar chasing it.
      *> The class list carries every term and section codes are
      *> reused term after term, so the roster term is named on the
      *> command line and only that term's seats are printed.
      *>   Usage:  P2RosterPrt "FALL 2025"

       IDENTIFICATION DIVISION.
       PROGRAM-ID. P2RosterPrt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT sectionFile ASSIGN TO "P2Sections.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SectionStatus.
           SELECT classListFile ASSIGN TO "P2ClassList.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ClassListStatus.
           SELECT catalogFile ASSIGN TO "P2Catalog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CatalogStatus.
           SELECT calendarFile ASSIGN TO "P2TermCal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CalendarStatus.
           SELECT printFile ASSIGN TO "P2RosterPrint.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT formFile ASSIGN TO "P2RosterForms.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
           SELECT auditTrailFile ASSIGN TO "P2AuditTrail.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AuditTrailStatus.

       DATA DIVISION.
       FILE SECTION.
       FD sectionFile.
       01 SectionRecord.
        02 SE-Section PIC X(12).
        02 SE-Instructor PIC X(20).
        02 SE-Course PIC X(9).
        02 SE-CapacityText PIC X(4).

       FD classListFile.
       01 ClassListRecord.
        02 CS-Section PIC X(12).
        02 CS-Course PIC X(9).
        02 CS-Years PIC X(11).
        02 CS-StudentWNbr PIC X(9).
        02 CS-StudentName PIC X(16).
        02 CS-RegDate PIC 9(8).

       FD catalogFile.
       01 CatalogRecord.
        02 CAT-Course PIC X(9).
        02 CAT-CourseD PIC X(28).
        02 CAT-CreditHr PIC 9.
        02 CAT-EffFromText PIC X(5).
        02 CAT-EffToText PIC X(5).

       FD calendarFile.
       01 CalendarRecord.
           COPY "TERMCAL.CPY".

       FD printFile.
       01 PrintRecord.
        02 PrintLine PIC X(80).

      *> The P2GradeRosters.dat record shapes P2RosterIn.cob reads.
       FD formFile.
       01 FormLine.
        02 FM-RecType PIC X(3).
        02 FM-Body PIC X(79).
       01 FormHeaderLine REDEFINES FormLine.
        02 FILLER PIC X(3).
        02 FH-Section PIC X(12).
        02 FH-Instructor PIC X(20).
        02 FH-Expected PIC 9(4).
        02 FILLER PIC X(43).
       01 FormDetailLine REDEFINES FormLine.
        02 FILLER PIC X(3).
        02 FD-StudentName PIC X(16).
        02 FD-StudentWNbr PIC X(9).
        02 FD-Years PIC X(11).
        02 FD-Course PIC X(9).
        02 FD-CourseD PIC X(28).
        02 FD-Grade PIC X(2).
        02 FD-CreditHr PIC 9.
        02 FD-MajorFlag PIC X(1).
        02 FD-CategoryCode PIC X(1).
        02 FD-TransferFlag PIC X(1).
       01 FormTrailerLine REDEFINES FormLine.
        02 FILLER PIC X(3).
        02 FT-Section PIC X(12).
        02 FT-Count PIC 9(4).
        02 FILLER PIC X(63).

       FD auditTrailFile.
       01 AuditTrailRecord.
        02 AuditTrailLine PIC X(250).

       WORKING-STORAGE SECTION.
       01 WS-SectionStatus PIC XX VALUE SPACES.
       01 WS-ClassListStatus PIC XX VALUE SPACES.
       01 WS-CatalogStatus PIC XX VALUE SPACES.
       01 WS-CalendarStatus PIC XX VALUE SPACES.
       01 WS-AuditTrailStatus PIC XX VALUE SPACES.
       01 WS-SectionEOF PIC X VALUE "N".
       01 WS-ClassListEOF PIC X VALUE "N".
       01 WS-CatalogEOF PIC X VALUE "N".
       01 WS-CalendarEOF PIC X VALUE "N".
      *> The roster term's key (year * 10 + ordinal), the way P2's
      *> ComputeTermKey derives it, for the catalog's windows.
       01 WS-TermKey PIC 9(5) VALUE ZERO.
       01 WS-TermOrdinal PIC 9 VALUE 9.
       01 WS-TermSeason PIC X(8) VALUE SPACES.
       01 WS-TermYearText PIC X(4) VALUE SPACES.
       01 WS-ArgNum PIC 9(2) VALUE ZERO.
       01 WS-TermArg PIC X(11) VALUE SPACES.
       01 WS-RunDate PIC 9(8) VALUE ZERO.
       01 WS-RunTime PIC 9(8) VALUE ZERO.
       01 WS-RunDateOut.
        02 WS-RD-Year PIC 9(4).
        02 FILLER PIC X VALUE "-".
        02 WS-RD-Month PIC 99.
        02 FILLER PIC X VALUE "-".
        02 WS-RD-Day PIC 99.
      *> The roster term's seats off the class list, loaded once.
       01 SeatTable.
           02 SeatEntry OCCURS 3000 TIMES.
               03 SA-Section PIC X(12) VALUE SPACES.
               03 SA-Course PIC X(9) VALUE SPACES.
               03 SA-Years PIC X(11) VALUE SPACES.
               03 SA-StudentWNbr PIC X(9) VALUE SPACES.
               03 SA-StudentName PIC X(16) VALUE SPACES.
       01 SeatCount PIC 9(4) VALUE ZERO.
       01 SeatIdx PIC 9(4) VALUE ZERO.
       01 WS-SeatOverflow PIC X VALUE "N".
       01 CatalogTable.
           02 CatalogEntry OCCURS 200 TIMES.
               03 CT-Course PIC X(9) VALUE SPACES.
               03 CT-CourseD PIC X(28) VALUE SPACES.
               03 CT-CreditHr PIC 9 VALUE ZERO.
       01 CatalogCount PIC 999 VALUE ZERO.
       01 CatalogIdx PIC 999 VALUE ZERO.
       01 CatalogFoundIdx PIC 999 VALUE ZERO.
      *> The section being printed.
       01 WS-SectionSeats PIC 9(4) VALUE ZERO.
       01 WS-SectionYears PIC X(11) VALUE SPACES.
       01 WS-CourseD PIC X(28) VALUE SPACES.
       01 WS-CreditHr PIC 9 VALUE ZERO.
       01 WS-PageNbr PIC 9(3) VALUE ZERO.
       01 WS-PageOut PIC ZZ9.
       01 WS-SeatsOut PIC ZZZ9.
       01 WS-LineNbr PIC 9(4) VALUE ZERO.
       01 WS-LineNbrOut PIC ZZZ9.
       01 WS-LinesOnPage PIC 9(3) VALUE ZERO.
       01 WS-PageSize PIC 9(3) VALUE 55.
      *> Lines the signature block needs at the foot of the last
      *> page -- a page break is taken early rather than split it.
       01 WS-FooterLines PIC 9(3) VALUE 6.
       01 WS-SectionsRead PIC 9(5) VALUE ZERO.
       01 WS-RostersPrinted PIC 9(5) VALUE ZERO.
       01 WS-StudentsListed PIC 9(6) VALUE ZERO.

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
       IF WS-TermArg = SPACES
           DISPLAY "P2ROSTERPRT: USAGE: P2RosterPrt <TERM>"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       OPEN INPUT sectionFile.
       IF WS-SectionStatus NOT = "00"
           DISPLAY "P2ROSTERPRT ABORTED: CANNOT OPEN P2Sections.dat "
               "(STATUS " WS-SectionStatus ")"
           MOVE 12 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM LoadClassList.
       IF WS-SeatOverflow = "Y"
           DISPLAY "P2ROSTERPRT ABORTED: P2ClassList.dat EXCEEDS "
               "3000 SEATS -- ROSTERS WOULD BE SHORT"
           CLOSE sectionFile
           MOVE 16 TO RETURN-CODE
           STOP RUN
       END-IF.
       PERFORM FindTermKey.
       PERFORM LoadCatalog.
       PERFORM WriteAuditHeader.
       OPEN OUTPUT printFile.
       OPEN OUTPUT formFile.
       PERFORM UNTIL WS-SectionEOF = "Y"
           READ sectionFile
               AT END
                   MOVE "Y" TO WS-SectionEOF
               NOT AT END
                   ADD 1 TO WS-SectionsRead
                   PERFORM PrintOneRoster
           END-READ
       END-PERFORM.
       CLOSE sectionFile.
       CLOSE printFile.
       CLOSE formFile.
       DISPLAY "P2ROSTERPRT: SECTIONS: " WS-SectionsRead
           "  ROSTERS PRINTED: " WS-RostersPrinted
           "  STUDENTS LISTED: " WS-StudentsListed.
       PERFORM WriteAuditTrailer.
       STOP RUN.

       LoadClassList.
           MOVE "N" TO WS-ClassListEOF
           OPEN INPUT classListFile
           IF WS-ClassListStatus NOT = "00"
               DISPLAY "P2ROSTERPRT: NO P2ClassList.dat -- EVERY "
                   "ROSTER PRINTS EMPTY"
               MOVE "Y" TO WS-ClassListEOF
           END-IF
           PERFORM UNTIL WS-ClassListEOF = "Y"
               READ classListFile
                   AT END
                       MOVE "Y" TO WS-ClassListEOF
                   NOT AT END
                       IF CS-Years NOT = WS-TermArg
                           CONTINUE
                       ELSE
                       IF SeatCount < 3000
                           ADD 1 TO SeatCount
                           MOVE CS-Section TO SA-Section(SeatCount)
                           MOVE CS-Course TO SA-Course(SeatCount)
                           MOVE CS-Years TO SA-Years(SeatCount)
                           MOVE CS-StudentWNbr TO
                               SA-StudentWNbr(SeatCount)
                           MOVE CS-StudentName TO
                               SA-StudentName(SeatCount)
                       ELSE
                           MOVE "Y" TO WS-SeatOverflow
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ClassListStatus NOT = "35"
               CLOSE classListFile
           END-IF.

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
                       IF CatalogCount < 200
                           AND (CAT-EffFromText IS NOT NUMERIC
                               OR CAT-EffFromText NOT > WS-TermKey)
                           AND (CAT-EffToText IS NOT NUMERIC
                               OR CAT-EffToText NOT < WS-TermKey)
                           ADD 1 TO CatalogCount
                           MOVE CAT-Course TO
                               CT-Course(CatalogCount)
                           MOVE CAT-CourseD TO
                               CT-CourseD(CatalogCount)
                           MOVE CAT-CreditHr TO
                               CT-CreditHr(CatalogCount)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CatalogStatus NOT = "35"
               CLOSE catalogFile
           END-IF.

      *> The roster term's key: the calendar's ordinal when the
      *> term is on P2TermCal.dat, else the season parse P2 falls
      *> back on (9 for a season it does not know).
       FindTermKey.
           MOVE SPACES TO WS-TermSeason
           MOVE "0000" TO WS-TermYearText
           UNSTRING WS-TermArg DELIMITED BY SPACE
               INTO WS-TermSeason WS-TermYearText
           END-UNSTRING
           IF WS-TermYearText IS NOT NUMERIC
               MOVE "0000" TO WS-TermYearText
           END-IF
           EVALUATE TRUE
               WHEN WS-TermSeason(1:2) = "SP"
                   MOVE 1 TO WS-TermOrdinal
               WHEN WS-TermSeason(1:2) = "SU"
                   MOVE 2 TO WS-TermOrdinal
               WHEN WS-TermSeason(1:4) = "FALL"
                   MOVE 3 TO WS-TermOrdinal
               WHEN OTHER
                   MOVE 9 TO WS-TermOrdinal
           END-EVALUATE
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
                       IF TC-Years = WS-TermArg
                           MOVE TC-Ordinal TO WS-TermOrdinal
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CalendarStatus NOT = "35"
               CLOSE calendarFile
           END-IF
           COMPUTE WS-TermKey =
               FUNCTION NUMVAL(WS-TermYearText) * 10 + WS-TermOrdinal.

      *> One section: count its seats, print its roster pages, and
      *> write its pre-keyed HDR/DTL/TRL block.
       PrintOneRoster.
           ADD 1 TO WS-RostersPrinted
           MOVE ZERO TO WS-SectionSeats
           MOVE WS-TermArg TO WS-SectionYears
           PERFORM VARYING SeatIdx FROM 1 BY 1
               UNTIL SeatIdx > SeatCount
               IF SA-Section(SeatIdx) = SE-Section
                   ADD 1 TO WS-SectionSeats
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-CourseD
           MOVE ZERO TO WS-CreditHr
           MOVE ZERO TO CatalogFoundIdx
           PERFORM VARYING CatalogIdx FROM 1 BY 1
               UNTIL CatalogIdx > CatalogCount
               IF CT-Course(CatalogIdx) = SE-Course
                   MOVE CatalogIdx TO CatalogFoundIdx
               END-IF
           END-PERFORM
           IF CatalogFoundIdx > ZERO
               MOVE CT-CourseD(CatalogFoundIdx) TO WS-CourseD
               MOVE CT-CreditHr(CatalogFoundIdx) TO WS-CreditHr
           END-IF
           MOVE SPACES TO FormLine
           MOVE "HDR" TO FM-RecType
           MOVE SE-Section TO FH-Section
           MOVE SE-Instructor TO FH-Instructor
           MOVE WS-SectionSeats TO FH-Expected
           WRITE FormLine
           MOVE ZERO TO WS-PageNbr
           MOVE ZERO TO WS-LineNbr
           PERFORM WriteRosterHeading
           PERFORM VARYING SeatIdx FROM 1 BY 1
               UNTIL SeatIdx > SeatCount
               IF SA-Section(SeatIdx) = SE-Section
                   PERFORM WriteRosterStudent
               END-IF
           END-PERFORM
           MOVE SPACES TO FormLine
           MOVE "TRL" TO FM-RecType
           MOVE SE-Section TO FT-Section
           MOVE WS-SectionSeats TO FT-Count
           WRITE FormLine
           PERFORM WriteRosterFooter.

       WriteRosterHeading.
           ADD 1 TO WS-PageNbr
           MOVE ZERO TO WS-LinesOnPage
           MOVE WS-PageNbr TO WS-PageOut
           MOVE SPACES TO PrintLine
           STRING "SOUTHEASTERN LOUISIANA UNIVERSITY -- GRADE ROSTER",
               "      PAGE ", WS-PageOut INTO PrintLine
           PERFORM WritePrintLine
           MOVE SPACES TO PrintLine
           STRING "PRINTED: ", WS-RunDateOut, "   TERM: ",
               WS-SectionYears INTO PrintLine
           PERFORM WritePrintLine
           MOVE SPACES TO PrintLine
           PERFORM WritePrintLine
           MOVE SPACES TO PrintLine
           STRING "SECTION:    ", SE-Section, "  COURSE: ",
               SE-Course, " ", WS-CourseD INTO PrintLine
           PERFORM WritePrintLine
           MOVE WS-SectionSeats TO WS-SeatsOut
           MOVE SPACES TO PrintLine
           STRING "INSTRUCTOR: ", SE-Instructor, "  HOURS: ",
               WS-CreditHr, "   REGISTERED: ", WS-SeatsOut
               INTO PrintLine
           PERFORM WritePrintLine
           MOVE SPACES TO PrintLine
           PERFORM WritePrintLine
           MOVE SPACES TO PrintLine
           STRING "   NO.  W-NUMBER  STUDENT NAME        GRADE",
               "  MAJOR  CAT" DELIMITED BY SIZE INTO PrintLine
           PERFORM WritePrintLine
           MOVE SPACES TO PrintLine
           STRING "  ----  ---------  ----------------    -----",
               "  -----  ---" DELIMITED BY SIZE INTO PrintLine
           PERFORM WritePrintLine.

      *> One student line with the blank grade column, and the
      *> matching pre-keyed DTL record.
       WriteRosterStudent.
           IF WS-LinesOnPage NOT < WS-PageSize
               PERFORM WriteRosterHeading
           END-IF
           ADD 1 TO WS-LineNbr
           ADD 1 TO WS-StudentsListed
           MOVE WS-LineNbr TO WS-LineNbrOut
           MOVE SPACES TO PrintLine
           STRING "  ", WS-LineNbrOut, "  ", SA-StudentWNbr(SeatIdx),
               "  ", SA-StudentName(SeatIdx), "    _____    _     _"
               INTO PrintLine
           PERFORM WritePrintLine
           MOVE SPACES TO FormLine
           MOVE "DTL" TO FM-RecType
           MOVE SA-StudentName(SeatIdx) TO FD-StudentName
           MOVE SA-StudentWNbr(SeatIdx) TO FD-StudentWNbr
           MOVE SA-Years(SeatIdx) TO FD-Years
           MOVE SA-Course(SeatIdx) TO FD-Course
           MOVE WS-CourseD TO FD-CourseD
           MOVE SPACES TO FD-Grade
           MOVE WS-CreditHr TO FD-CreditHr
           MOVE SPACE TO FD-MajorFlag
           MOVE SPACE TO FD-CategoryCode
           MOVE SPACE TO FD-TransferFlag
           WRITE FormLine.

      *> Signature block, on a fresh page if it will not fit, then
      *> padded so the next section starts on its own sheet.
       WriteRosterFooter.
           IF WS-LinesOnPage + WS-FooterLines > WS-PageSize
               PERFORM UNTIL WS-LinesOnPage NOT < WS-PageSize
                   MOVE SPACES TO PrintLine
                   PERFORM WritePrintLine
               END-PERFORM
               PERFORM WriteRosterHeading
           END-IF
           MOVE SPACES TO PrintLine
           PERFORM WritePrintLine
           MOVE SPACES TO PrintLine
           STRING "STUDENTS LISTED: ", WS-SeatsOut,
               "   RETURN THIS ROSTER WITH EVERY GRADE ENTERED"
               INTO PrintLine
           PERFORM WritePrintLine
           MOVE SPACES TO PrintLine
           STRING "MAJOR: Y OR N    CAT: G GEN-ED, M MAJOR, ",
               "E ELECTIVE, BLANK NONE" DELIMITED BY SIZE
               INTO PrintLine
           PERFORM WritePrintLine
           MOVE SPACES TO PrintLine
           PERFORM WritePrintLine
           MOVE SPACES TO PrintLine
           STRING "INSTRUCTOR SIGNATURE: ____________________",
               "  DATE: __________" INTO PrintLine
           PERFORM WritePrintLine
           PERFORM UNTIL WS-LinesOnPage NOT < WS-PageSize
               MOVE SPACES TO PrintLine
               PERFORM WritePrintLine
           END-PERFORM.

       WritePrintLine.
           WRITE PrintRecord
           ADD 1 TO WS-LinesOnPage.

       WriteAuditHeader.
           OPEN EXTEND auditTrailFile
           IF WS-AuditTrailStatus = "35"
               OPEN OUTPUT auditTrailFile
           END-IF
           MOVE SPACES TO AuditTrailLine
           STRING "HDR ", WS-RunDate, " ", WS-RunTime,
               " P2ROSTERPRT IN=P2ClassList.dat "
               "OUT=P2RosterForms.dat TERM=", WS-TermArg, " FRESH"
               INTO AuditTrailLine
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
               " P2ROSTERPRT READ=", WS-SectionsRead,
               " ROSTERS=", WS-RostersPrinted,
               " STUDENTS=", WS-StudentsListed, " NORMAL"
               INTO AuditTrailLine
           WRITE AuditTrailRecord
           CLOSE auditTrailFile.
